000227*                  LONGER LIVES ONLY ON THE PRINTED AUDIT
000228*                  REPORT.  THE TRANSACTION CARD PICKED UP
000229*                  THE OPERATOR ID IN COLUMNS 31-38.
000230* 10/14/2026 DH    TWO-PERSON CONTROL.  A CARD THAT PASSES
000231*                  ITS EDITS IS NO LONGER APPLIED IN THE
000232*                  RUN THAT READS IT - IT IS STAGED ON THE
000233*                  PENDING-TRANSACTION FILE UNDER THE
000234*                  OPERATOR KEYED ON IT (A CARD WITH NO
000235*                  OPERATOR IS REJECTED).  EACH RUN FIRST
000236*                  APPLIES THE ITEMS A SECOND OPERATOR HAS
000237*                  APPROVED THROUGH PNDAPR, RE-EDITING
000238*                  THEM AGAINST THE FILE AS IT STANDS, AND
000239*                  THE CHANGE-HISTORY RECORD NOW CARRIES
000240*                  THE APPROVER AS WELL AS THE SUBMITTER.
000241*----------------------------------------------------------*
000242 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000436         ACCESS MODE IS RANDOM
000437         RECORD KEY IS CH-KEY
000438         FILE STATUS IS FS-HISTORY-FILE.
000439     SELECT PENDING-FILE ASSIGN TO PENDTRN
000440         ORGANIZATION IS INDEXED
000441         ACCESS MODE IS DYNAMIC
000442         RECORD KEY IS PT-KEY
000443         FILE STATUS IS FS-PENDING-FILE.
000444 DATA DIVISION.
000450 FILE SECTION.
000460 FD  TRANS-INPUT
000470     RECORDING MODE IS F.
000640 01  ER-RECORD                   PIC X(80).
000642 FD  HISTORY-FILE.
000644 COPY CHGHIST.
000646 FD  PENDING-FILE.
000648 COPY PENDTRN.
000650 WORKING-STORAGE SECTION.
000660 01  WS-SWITCHES.
000670     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000760         88  WS-LIST-EOF-YES                 VALUE "Y".
000762     05  WS-HIST-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000764         88  WS-HIST-WRITTEN                 VALUE "Y".
000765     05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
000766         88  WS-PEND-EOF-YES                 VALUE "Y".
000767     05  WS-PEND-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000768         88  WS-PEND-WRITTEN                 VALUE "Y".
000769     05  WS-ITEM-APPLIED-SWITCH  PIC X(01) VALUE "N".
000770         88  WS-ITEM-APPLIED                 VALUE "Y".
000771     05  WS-PHASE-SWITCH         PIC X(01) VALUE "A".
000772         88  WS-APPLYING-APPROVED            VALUE "A".
000773         88  WS-STAGING-CARDS                VALUE "S".
000774 01  WS-FILE-STATUSES.
000780     05  FS-TRANS-INPUT          PIC X(02) VALUE "00".
000790     05  FS-OVERRIDE-FILE        PIC X(02) VALUE "00".
000800     05  FS-AUDIT-REPORT         PIC X(02) VALUE "00".
000810     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000812     05  FS-HISTORY-FILE         PIC X(02) VALUE "00".
000816     05  FS-PENDING-FILE         PIC X(02) VALUE "00".
000820 01  WS-YEAR-LIMITS.
000830     05  WS-YEAR-MINIMUM         PIC 9(04) VALUE 1000.
000840     05  WS-YEAR-MAXIMUM         PIC 9(04) VALUE 9999.
000880     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
000890     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
000900     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
000903     05  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
000906     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
000910 01  WS-YEAR                     PIC 9(04).
000912 01  WS-RUN-DATE                 PIC 9(06).
000914 01  WS-RUN-TIME                 PIC 9(08).
000917 01  WS-HIST-BEFORE              PIC X(40).
000918 01  WS-HIST-AFTER               PIC X(40).
000919 01  WS-HIST-SEQUENCE            PIC 9(05) COMP.
000921 01  WS-TODAY                    PIC 9(08).
000923 01  WS-PEND-SEQUENCE            PIC 9(05) COMP.
000925 01  WS-REJECT-REASON            PIC X(20).
000930 01  WS-AUDIT-HEADER-LINE.
000940     05  FILLER                  PIC X(31)
000950             VALUE "OVRMNT MAINTENANCE AUDIT REPORT".
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  AL-REASON-TEXT          PIC X(20).
001170     05  FILLER                  PIC X(41) VALUE SPACES.
001171 01  WS-STAGED-LINE.
001172     05  FILLER                  PIC X(10)
001173             VALUE "STAGED  - ".
001174     05  SL-ACTION               PIC X(01).
001175     05  FILLER                  PIC X(01) VALUE SPACES.
001176     05  SL-YEAR                 PIC X(04).
001177     05  FILLER                  PIC X(01) VALUE SPACES.
001178     05  SL-LEAP-FLAG            PIC X(01).
001179     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  SL-REASON-TEXT          PIC X(20).
001181     05  FILLER                  PIC X(04) VALUE " BY ".
001182     05  SL-OPERATOR-ID          PIC X(08).
001183     05  FILLER                  PIC X(29) VALUE SPACES.
001184 01  WS-TOTAL-LINE-1.
001190     05  FILLER                  PIC X(14)
001200             VALUE "TRANS READ   -".
001210     05  TL-TRANS-READ           PIC ZZZZZZ9.
001400             VALUE "REJECTED     -".
001410     05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.
001420     05  FILLER                  PIC X(59) VALUE SPACES.
001421 01  WS-TOTAL-LINE-6.
001422     05  FILLER                  PIC X(14)
001423             VALUE "APPROVED READ-".
001424     05  TL-APPROVED-COUNT       PIC ZZZZZZ9.
001425     05  FILLER                  PIC X(59) VALUE SPACES.
001426 01  WS-TOTAL-LINE-7.
001427     05  FILLER                  PIC X(14)
001428             VALUE "STAGED       -".
001429     05  TL-STAGED-COUNT         PIC ZZZZZZ9.
001430     05  FILLER                  PIC X(59) VALUE SPACES.
001431 01  WS-EXCEPTION-LINE.
001440     05  EL-LITERAL              PIC X(16)
001450             VALUE "INVALID TRANS- R".
001460     05  EL-RECORD-NUMBER        PIC ZZZZZZ9.
001710     STOP RUN.
001720*----------------------------------------------------------*
001730* 1000-INITIALIZE - OPEN FILES, PRINT THE BEFORE-MAINTENANCE
001740* LISTING OF THE OVERRIDE FILE, APPLY THE APPROVED PENDING
001745* ITEMS, AND PRIME THE READ OF THE CARDS TO BE STAGED.
001750*----------------------------------------------------------*
001760 1000-INITIALIZE.
001770     OPEN INPUT TRANS-INPUT
002046         PERFORM 9000-ABEND
002047             THRU 9000-EXIT
002048     END-IF
002049     OPEN I-O PENDING-FILE
002050     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002051         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002052         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002053         PERFORM 9000-ABEND
002054             THRU 9000-EXIT
002055     END-IF
002056     ACCEPT WS-RUN-DATE FROM DATE
002057     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002058     WRITE AR-RECORD FROM WS-AUDIT-HEADER-LINE
002060     MOVE "BEFORE MAINTENANCE -" TO LT-TITLE
002070     PERFORM 5000-LIST-FILE
002080         THRU 5000-EXIT
002082     PERFORM 1500-APPLY-APPROVED
002084         THRU 1500-EXIT
002086     SET WS-STAGING-CARDS TO TRUE
002090     PERFORM 3000-READ-TRANS
002100         THRU 3000-EXIT.
002110 1000-EXIT.
002120     EXIT.
002121*----------------------------------------------------------*
002122* 1500-APPLY-APPROVED - POSITION THE PENDING-TRANSACTION
002123* FILE AT THIS PROGRAM'S ITEMS AND APPLY EVERY ONE A SECOND
002124* OPERATOR HAS APPROVED, IN THE ORDER THEY WERE SUBMITTED.
002125*----------------------------------------------------------*
002126 1500-APPLY-APPROVED.
002127     MOVE "N" TO WS-PEND-EOF-SWITCH
002128     MOVE "OVRMNT" TO PT-PROGRAM
002129     MOVE ZERO TO PT-SUBMIT-DATE
002130     MOVE ZERO TO PT-SUBMIT-TIME
002131     MOVE ZERO TO PT-SEQUENCE
002132     START PENDING-FILE KEY IS NOT LESS THAN PT-KEY
002133         INVALID KEY
002134             SET WS-PEND-EOF-YES TO TRUE
002135     END-START
002136     PERFORM 1550-APPLY-ONE-ITEM
002137         THRU 1550-EXIT
002138         UNTIL WS-PEND-EOF-YES.
002139 1500-EXIT.
002140     EXIT.
002141*----------------------------------------------------------*
002142* 1550-APPLY-ONE-ITEM - READ THE NEXT PENDING ITEM AND, WHEN
002143* IT IS APPROVED, RE-EDIT ITS CARD AGAINST THE OVERRIDE FILE
002144* AS IT NOW STANDS AND APPLY IT.  THE ITEM IS MARKED APPLIED,
002145* OR FAILED WITH THE REJECT REASON SO THE CHECKER SEES WHY.
002146*----------------------------------------------------------*
002147 1550-APPLY-ONE-ITEM.
002148     READ PENDING-FILE NEXT RECORD
002149         AT END
002150             SET WS-PEND-EOF-YES TO TRUE
002151             GO TO 1550-EXIT
002152     END-READ
002153     IF PT-PROGRAM IS NOT EQUAL TO "OVRMNT"
002154         SET WS-PEND-EOF-YES TO TRUE
002155         GO TO 1550-EXIT
002156     END-IF
002157     IF NOT PT-IS-APPROVED
002158         GO TO 1550-EXIT
002159     END-IF
002160     ADD 1 TO WS-APPROVED-COUNT
002161     MOVE PT-CARD-IMAGE TO TI-RECORD
002162     MOVE "N" TO WS-ITEM-APPLIED-SWITCH
002163     PERFORM 3500-VALIDATE-TRANS
002164         THRU 3500-EXIT
002165     IF WS-TRANS-IS-VALID
002166         PERFORM 4000-APPLY-TRANS
002167             THRU 4000-EXIT
002168     ELSE
002169         PERFORM 3600-LOG-EXCEPTION
002170             THRU 3600-EXIT
002171     END-IF
002172     IF WS-ITEM-APPLIED
002173         SET PT-IS-APPLIED TO TRUE
002174     ELSE
002175         SET PT-IS-FAILED TO TRUE
002176         MOVE WS-REJECT-REASON TO PT-NOTE
002177     END-IF
002178     MOVE WS-TODAY TO PT-APPLIED-DATE
002179     REWRITE PENDING-TRANS-RECORD
002180     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002181         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002182         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002183         PERFORM 9000-ABEND
002184             THRU 9000-EXIT
002185     END-IF.
002186 1550-EXIT.
002187     EXIT.
002188*----------------------------------------------------------*
002189* 2000-PROCESS-TRANS - VALIDATE ONE TRANSACTION CARD AND
002190* STAGE IT ON THE PENDING-TRANSACTION FILE FOR APPROVAL, OR
002191* LOG AN EXCEPTION AND CONTINUE WITH THE NEXT CARD.  A CARD
002192* WITH NO OPERATOR ID CANNOT BE STAGED.
002193*----------------------------------------------------------*
002194 2000-PROCESS-TRANS.
002195     IF TI-OPERATOR-ID IS EQUAL TO SPACES
002196         SET WS-TRANS-IS-INVALID TO TRUE
002197         MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
002198     ELSE
002199         PERFORM 3500-VALIDATE-TRANS
002200             THRU 3500-EXIT
002201     END-IF
002210     IF WS-TRANS-IS-VALID
002220         PERFORM 2500-STAGE-TRANS
002230             THRU 2500-EXIT
002340     ELSE
002350         PERFORM 3600-LOG-EXCEPTION
002360             THRU 3600-EXIT
002390         THRU 3000-EXIT.
002400 2000-EXIT.
002410     EXIT.
002411*----------------------------------------------------------*
002412* 2500-STAGE-TRANS - WRITE THE CARD TO THE PENDING-
002413* TRANSACTION FILE UNDER THE SUBMITTING OPERATOR, AT THE
002414* NEXT FREE SEQUENCE NUMBER FOR THE DATE AND TIME, AND LIST
002415* IT ON THE AUDIT REPORT.
002416*----------------------------------------------------------*
002417 2500-STAGE-TRANS.
002418     MOVE SPACES TO PENDING-TRANS-RECORD
002419     MOVE "OVRMNT" TO PT-PROGRAM
002420     MOVE WS-TODAY TO PT-SUBMIT-DATE
002421     ACCEPT WS-RUN-TIME FROM TIME
002422     MOVE WS-RUN-TIME TO PT-SUBMIT-TIME
002423     SET PT-IS-PENDING TO TRUE
002424     MOVE TI-OPERATOR-ID TO PT-SUBMITTER-ID
002425     MOVE ZERO TO PT-DECISION-DATE
002426     MOVE ZERO TO PT-APPLIED-DATE
002427     MOVE TI-RECORD TO PT-CARD-IMAGE
002428     MOVE ZERO TO WS-PEND-SEQUENCE
002429     MOVE "N" TO WS-PEND-WRITTEN-SWITCH
002430     PERFORM 2550-WRITE-PENDING-RECORD
002431         THRU 2550-EXIT
002432         UNTIL WS-PEND-WRITTEN
002433             OR WS-PEND-SEQUENCE IS GREATER THAN 999
002434     IF NOT WS-PEND-WRITTEN
002435         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002436         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002437         PERFORM 9000-ABEND
002438             THRU 9000-EXIT
002439     END-IF
002440     ADD 1 TO WS-STAGED-COUNT
002441     MOVE TI-ACTION TO SL-ACTION
002442     MOVE TI-YEAR TO SL-YEAR
002443     MOVE TI-LEAP-FLAG TO SL-LEAP-FLAG
002444     MOVE TI-REASON-TEXT TO SL-REASON-TEXT
002445     MOVE TI-OPERATOR-ID TO SL-OPERATOR-ID
002446     WRITE AR-RECORD FROM WS-STAGED-LINE.
002447 2500-EXIT.
002448     EXIT.
002449*----------------------------------------------------------*
002450* 2550-WRITE-PENDING-RECORD - TRY THE WRITE AT THE CURRENT
002451* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
002452* KEY FROM ANOTHER CARD STAGED IN THE SAME CLOCK SECOND.
002453*----------------------------------------------------------*
002454 2550-WRITE-PENDING-RECORD.
002455     MOVE WS-PEND-SEQUENCE TO PT-SEQUENCE
002456     WRITE PENDING-TRANS-RECORD
002457         INVALID KEY
002458             ADD 1 TO WS-PEND-SEQUENCE
002459         NOT INVALID KEY
002460             MOVE "Y" TO WS-PEND-WRITTEN-SWITCH
002461     END-WRITE
002462     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002463             AND FS-PENDING-FILE IS NOT EQUAL TO "22"
002464         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002465         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002466         PERFORM 9000-ABEND
002467             THRU 9000-EXIT
002468     END-IF.
002469 2550-EXIT.
002470     EXIT.
002471*----------------------------------------------------------*
002472* 3000-READ-TRANS - READ THE NEXT TRANSACTION CARD.
002473*----------------------------------------------------------*
002474 3000-READ-TRANS.
002475     READ TRANS-INPUT
002476         AT END
002480             SET WS-EOF-YES TO TRUE
002490     END-READ
002500     IF NOT WS-EOF-YES
003110*----------------------------------------------------------*
003120* 3600-LOG-EXCEPTION - WRITE ONE REJECTED CARD TO THE
003130* EXCEPTION REPORT, IDENTIFIED BY ITS RECORD NUMBER AND THE
003140* REASON IT WAS REJECTED.  AN APPROVED ITEM THAT FAILS TO
003145* APPLY IS IDENTIFIED BY ITS NUMBER AMONG THE APPROVED ITEMS.
003150*----------------------------------------------------------*
003160 3600-LOG-EXCEPTION.
003170     ADD 1 TO WS-EXCEPTION-COUNT
003171     IF WS-APPLYING-APPROVED
003172         MOVE "APPROVED ITEM- A" TO EL-LITERAL
003173         MOVE WS-APPROVED-COUNT TO EL-RECORD-NUMBER
003174     ELSE
003175         MOVE "INVALID TRANS- R" TO EL-LITERAL
003180         MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER
003185     END-IF
003190     MOVE TI-ACTION TO EL-ACTION
003200     MOVE TI-YEAR TO EL-YEAR-VALUE
003210     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
003370     END-READ.
003380 3700-EXIT.
003390     EXIT.
003391*----------------------------------------------------------*
003392* 4000-APPLY-TRANS - APPLY ONE APPROVED, RE-EDITED CARD BY
003393* ITS ACTION CODE.
003394*----------------------------------------------------------*
003395 4000-APPLY-TRANS.
003396     IF TI-ACTION IS EQUAL TO "A"
003397         PERFORM 4100-APPLY-ADD
003398             THRU 4100-EXIT
003399     ELSE
003400         IF TI-ACTION IS EQUAL TO "C"
003401             PERFORM 4200-APPLY-CHANGE
003402                 THRU 4200-EXIT
003403         ELSE
003404             PERFORM 4300-APPLY-DELETE
003405                 THRU 4300-EXIT
003406         END-IF
003407     END-IF.
003408 4000-EXIT.
003409     EXIT.
003410*----------------------------------------------------------*
003411* 4100-APPLY-ADD - WRITE THE NEW OVERRIDE RECORD AND LOG
003420* THE APPLIED TRANSACTION ON THE AUDIT REPORT.
003430*----------------------------------------------------------*
003440 4100-APPLY-ADD.
004040* CHANGE-HISTORY RECORD FOR THE AUDITORS.
004041*----------------------------------------------------------*
004050 4500-LOG-APPLIED.
004055     MOVE "Y" TO WS-ITEM-APPLIED-SWITCH
004060     MOVE TI-ACTION TO AL-ACTION
004070     MOVE WS-YEAR TO AL-YEAR
004080     MOVE TI-LEAP-FLAG TO AL-LEAP-FLAG
004472     MOVE "OVRMNT" TO CH-PROGRAM
004473     MOVE WS-HIST-ACTION TO CH-ACTION
004474     MOVE TI-OPERATOR-ID TO CH-OPERATOR-ID
004475     MOVE PT-APPROVER-ID TO CH-APPROVER-ID
004476     MOVE WS-HIST-BEFORE TO CH-BEFORE-IMAGE
004477     MOVE WS-HIST-AFTER TO CH-AFTER-IMAGE
004478     MOVE ZERO TO WS-HIST-SEQUENCE
004479     MOVE "N" TO WS-HIST-WRITTEN-SWITCH
004480     PERFORM 7550-WRITE-HISTORY-RECORD
004481         THRU 7550-EXIT
004482         UNTIL WS-HIST-WRITTEN
004483             OR WS-HIST-SEQUENCE IS GREATER THAN 999
004484     IF NOT WS-HIST-WRITTEN
004485         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
004486         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
004487         PERFORM 9000-ABEND
004488             THRU 9000-EXIT
004489     END-IF.
004490 7500-EXIT.
004491     EXIT.
004492*----------------------------------------------------------*
004493* 7550-WRITE-HISTORY-RECORD - TRY THE WRITE AT THE CURRENT
004494* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
004495* KEY FROM ANOTHER WRITE IN THE SAME CLOCK SECOND.
004496*----------------------------------------------------------*
004497 7550-WRITE-HISTORY-RECORD.
004498     MOVE WS-HIST-SEQUENCE TO CH-SEQUENCE
004499     WRITE CHANGE-HISTORY-RECORD
004500         INVALID KEY
004501             ADD 1 TO WS-HIST-SEQUENCE
004502         NOT INVALID KEY
004503             MOVE "Y" TO WS-HIST-WRITTEN-SWITCH
004504     END-WRITE
004505     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
004506             AND FS-HISTORY-FILE IS NOT EQUAL TO "22"
004507         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
004508         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
004509         PERFORM 9000-ABEND
004510             THRU 9000-EXIT
004511     END-IF.
004512 7550-EXIT.
004513     EXIT.
004514*----------------------------------------------------------*
004515* 8000-FINALIZE - PRINT THE AFTER-MAINTENANCE LISTING AND
004516* THE TRANSACTION COUNTS AND CLOSE THE FILES.
004517*----------------------------------------------------------*
004518 8000-FINALIZE.
004520     MOVE "AFTER MAINTENANCE - " TO LT-TITLE
004530     PERFORM 5000-LIST-FILE
004540         THRU 5000-EXIT
004620     WRITE AR-RECORD FROM WS-TOTAL-LINE-4
004630     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
004640     WRITE AR-RECORD FROM WS-TOTAL-LINE-5
004642     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
004644     WRITE AR-RECORD FROM WS-TOTAL-LINE-6
004646     MOVE WS-STAGED-COUNT TO TL-STAGED-COUNT
004648     WRITE AR-RECORD FROM WS-TOTAL-LINE-7
004650     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
004660     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
004670     CLOSE TRANS-INPUT
004680     CLOSE OVERRIDE-FILE
004690     CLOSE AUDIT-REPORT
004700     CLOSE EXCEPTION-REPORT
004702     CLOSE HISTORY-FILE
004706     CLOSE PENDING-FILE.
004710 8000-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
