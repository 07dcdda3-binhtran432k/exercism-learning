000303*                  34-41) AND THE RUN DATE/TIME, SO AN
000304*                  UNPLANNED-CLOSURE CHANGE LEAVES THE
000305*                  AUDIT TRAIL THE EXAMINERS ASKED FOR.
000306* 10/14/2026 DH    TWO-PERSON CONTROL.  A CARD THAT PASSES
000307*                  ITS EDITS IS NO LONGER APPLIED IN THE
000308*                  RUN THAT READS IT - IT IS STAGED ON THE
000309*                  PENDING-TRANSACTION FILE UNDER THE
000310*                  OPERATOR KEYED ON IT (A CARD WITH NO
000311*                  OPERATOR IS REJECTED).  EACH RUN FIRST
000312*                  APPLIES THE ITEMS A SECOND OPERATOR HAS
000313*                  APPROVED THROUGH PNDAPR, RE-EDITING
000314*                  THEM AGAINST THE CALENDAR AS IT STANDS,
000315*                  AND THE CHANGE-HISTORY RECORD NOW
000316*                  CARRIES THE APPROVER AS WELL AS THE
000317*                  SUBMITTER.
000318* 10/15/2026 DH    EVERY CALENDAR MASTER RECORD THE RUN
000319*                  REWRITES - THE UPDATED DAY AND EACH DAY
000320*                  OF THE RESTAMPED MONTH - NOW HAS ITS
000321*                  FULL BEFORE IMAGE WRITTEN TO THE CALJRNL
000322*                  JOURNAL FIRST, UNDER A RUN ID PRINTED ON
000323*                  THE UPDATE REPORT, SO CALBKO CAN BACK A
000324*                  FAILED RUN OUT WITHOUT A REBUILD.
000325*----------------------------------------------------------*
000326 ENVIRONMENT DIVISION.
000327 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000556         ACCESS MODE IS RANDOM
000557         RECORD KEY IS CH-KEY
000558         FILE STATUS IS FS-HISTORY-FILE.
000559     SELECT PENDING-FILE ASSIGN TO PENDTRN
000560         ORGANIZATION IS INDEXED
000561         ACCESS MODE IS DYNAMIC
000562         RECORD KEY IS PT-KEY
000563         FILE STATUS IS FS-PENDING-FILE.
000564     SELECT JOURNAL-FILE ASSIGN TO CALJRNL
000565         ORGANIZATION IS INDEXED
000566         ACCESS MODE IS RANDOM
000567         RECORD KEY IS CJ-KEY
000568         FILE STATUS IS FS-JOURNAL-FILE.
000569 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TRANS-INPUT
000590     RECORDING MODE IS F.
000760 01  ER-RECORD                   PIC X(80).
000762 FD  HISTORY-FILE.
000764 COPY CHGHIST.
000766 FD  PENDING-FILE.
000768 COPY PENDTRN.
000771 FD  JOURNAL-FILE.
000774 COPY CALJRNL.
000777 WORKING-STORAGE SECTION.
000780 01  WS-SWITCHES.
000790     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000800         88  WS-EOF-YES                     VALUE "Y".
000970         88  WS-SCHED-EOF-YES                VALUE "Y".
000972     05  WS-HIST-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000974         88  WS-HIST-WRITTEN                 VALUE "Y".
000975     05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
000976         88  WS-PEND-EOF-YES                 VALUE "Y".
000977     05  WS-PEND-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000978         88  WS-PEND-WRITTEN                 VALUE "Y".
000979     05  WS-PHASE-SWITCH         PIC X(01) VALUE "A".
000980         88  WS-APPLYING-APPROVED            VALUE "A".
000981         88  WS-STAGING-CARDS                VALUE "S".
000982 01  WS-FILE-STATUSES.
000990     05  FS-TRANS-INPUT          PIC X(02) VALUE "00".
001000     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
001010     05  FS-SCHEDULE-FILE        PIC X(02) VALUE "00".
001020     05  FS-UPDATE-REPORT        PIC X(02) VALUE "00".
001030     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
001032     05  FS-HISTORY-FILE         PIC X(02) VALUE "00".
001036     05  FS-PENDING-FILE         PIC X(02) VALUE "00".
001038     05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
001040 01  WS-CONTROL-TOTALS.
001050     05  WS-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
001060     05  WS-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001070     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001080     05  WS-SCHEDULES-READ       PIC 9(07) COMP VALUE ZERO.
001090     05  WS-IMPACT-COUNT         PIC 9(07) COMP VALUE ZERO.
001093     05  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
001096     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
001098     05  WS-JOURNAL-COUNT        PIC 9(07) COMP VALUE ZERO.
001100 01  WS-WORK-DATE                PIC 9(08).
001110 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001120     05  WS-WORK-YEAR            PIC 9(04).
001274 01  WS-HIST-ACTION              PIC X(08).
001275 01  WS-HIST-BEFORE              PIC X(40).
001276 01  WS-HIST-AFTER               PIC X(40).
001277 01  WS-TODAY                    PIC 9(08).
001278 01  WS-PEND-SEQUENCE            PIC 9(05) COMP.
001279 01  WS-JOURNAL-RUN-ID.
001280     05  WS-JRNL-PROGRAM         PIC X(08) VALUE "CALUPD".
001281     05  WS-JRNL-DATE            PIC 9(08).
001282     05  WS-JRNL-TIME            PIC 9(08).
001283 01  WS-DAY-IMAGE.
001284     05  DI-DATE                 PIC 9(08).
001285     05  FILLER                  PIC X(05) VALUE " BUS=".
001286     05  DI-BUS-FLAG             PIC X(01).
001287     05  DI-BANK-FLAG            PIC X(01).
001288     05  DI-COMPANY-FLAG         PIC X(01).
001289     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  DI-HOLIDAY-NAME         PIC X(19).
001291     05  FILLER                  PIC X(04) VALUE SPACES.
001292 01  WS-REPORT-HEADER-LINE.
001293     05  FILLER                  PIC X(29)
001300             VALUE "CALUPD CALENDAR UPDATE REPORT".
001310     05  FILLER                  PIC X(51) VALUE SPACES.
001311 01  WS-RUN-ID-LINE.
001312     05  FILLER                  PIC X(17)
001313             VALUE "JOURNAL RUN ID - ".
001314     05  RL-RUN-ID               PIC X(24).
001315     05  FILLER                  PIC X(39) VALUE SPACES.
001320 01  WS-APPLIED-LINE.
001330     05  FILLER                  PIC X(10)
001340             VALUE "APPLIED - ".
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  AL-HOLIDAY-NAME         PIC X(19).
001400     05  FILLER                  PIC X(40) VALUE SPACES.
001401 01  WS-STAGED-LINE.
001402     05  FILLER                  PIC X(10)
001403             VALUE "STAGED  - ".
001404     05  SL-ACTION               PIC X(01).
001405     05  FILLER                  PIC X(01) VALUE SPACES.
001406     05  SL-GREGORIAN-DATE       PIC X(08).
001407     05  FILLER                  PIC X(01) VALUE SPACES.
001408     05  SL-CLASS                PIC X(01).
001409     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  SL-HOLIDAY-NAME         PIC X(19).
001411     05  FILLER                  PIC X(04) VALUE " BY ".
001412     05  SL-OPERATOR-ID          PIC X(08).
001413     05  FILLER                  PIC X(26) VALUE SPACES.
001414 01  WS-IMPACT-HEADER-LINE.
001420     05  FILLER                  PIC X(32)
001430             VALUE "SCHEDULES ON NON-BUSINESS DAYS -".
001440     05  FILLER                  PIC X(48) VALUE SPACES.
001824             VALUE "SCHEDS FLAGGED -".
001830     05  TL-IMPACT-COUNT         PIC ZZZZZZ9.
001840     05  FILLER                  PIC X(57) VALUE SPACES.
001841 01  WS-TOTAL-LINE-5.
001842     05  FILLER                  PIC X(16)
001843             VALUE "APPROVED READ  -".
001844     05  TL-APPROVED-COUNT       PIC ZZZZZZ9.
001845     05  FILLER                  PIC X(57) VALUE SPACES.
001846 01  WS-TOTAL-LINE-6.
001847     05  FILLER                  PIC X(16)
001848             VALUE "STAGED         -".
001849     05  TL-STAGED-COUNT         PIC ZZZZZZ9.
001850     05  FILLER                  PIC X(57) VALUE SPACES.
001851 01  WS-TOTAL-LINE-7.
001852     05  FILLER                  PIC X(16)
001853             VALUE "DAYS JOURNALED -".
001854     05  TL-JOURNAL-COUNT        PIC ZZZZZZ9.
001855     05  FILLER                  PIC X(57) VALUE SPACES.
001856 01  WS-EXCEPTION-TOTAL-LINE.
001860     05  FILLER                  PIC X(21)
001870             VALUE "EXCEPTIONS REJECTED -".
001880     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
002030         THRU 8000-EXIT
002040     STOP RUN.
002050*----------------------------------------------------------*
002060* 1000-INITIALIZE - OPEN FILES, WRITE THE REPORT HEADER,
002070* APPLY THE APPROVED PENDING ITEMS AND PRIME THE READ OF THE
002075* CARDS TO BE STAGED.
002080*----------------------------------------------------------*
002090 1000-INITIALIZE.
002100     OPEN INPUT TRANS-INPUT
002456         PERFORM 9000-ABEND
002457             THRU 9000-EXIT
002458     END-IF
002459     OPEN I-O PENDING-FILE
002460     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002461         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002462         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002463         PERFORM 9000-ABEND
002464             THRU 9000-EXIT
002465     END-IF
002466     OPEN I-O JOURNAL-FILE
002467     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
002468         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
002469         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
002470         PERFORM 9000-ABEND
002471             THRU 9000-EXIT
002472     END-IF
002473     ACCEPT WS-RUN-DATE FROM DATE
002474     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002475     MOVE WS-TODAY TO WS-JRNL-DATE
002476     ACCEPT WS-JRNL-TIME FROM TIME
002477     MOVE WS-JOURNAL-RUN-ID TO RL-RUN-ID
002478     WRITE UR-RECORD FROM WS-RUN-ID-LINE
002479     PERFORM 1500-APPLY-APPROVED
002480         THRU 1500-EXIT
002481     SET WS-STAGING-CARDS TO TRUE
002482     PERFORM 3000-READ-TRANS
002483         THRU 3000-EXIT.
002484 1000-EXIT.
002490     EXIT.
002491*----------------------------------------------------------*
002492* 1500-APPLY-APPROVED - POSITION THE PENDING-TRANSACTION
002493* FILE AT THIS PROGRAM'S ITEMS AND APPLY EVERY ONE A SECOND
002494* OPERATOR HAS APPROVED, IN THE ORDER THEY WERE SUBMITTED.
002495*----------------------------------------------------------*
002496 1500-APPLY-APPROVED.
002497     MOVE "N" TO WS-PEND-EOF-SWITCH
002498     MOVE "CALUPD" TO PT-PROGRAM
002499     MOVE ZERO TO PT-SUBMIT-DATE
002500     MOVE ZERO TO PT-SUBMIT-TIME
002501     MOVE ZERO TO PT-SEQUENCE
002502     START PENDING-FILE KEY IS NOT LESS THAN PT-KEY
002503         INVALID KEY
002504             SET WS-PEND-EOF-YES TO TRUE
002505     END-START
002506     PERFORM 1550-APPLY-ONE-ITEM
002507         THRU 1550-EXIT
002508         UNTIL WS-PEND-EOF-YES.
002509 1500-EXIT.
002510     EXIT.
002511*----------------------------------------------------------*
002512* 1550-APPLY-ONE-ITEM - READ THE NEXT PENDING ITEM AND, WHEN
002513* IT IS APPROVED, RE-EDIT ITS CARD AGAINST THE CALENDAR
002514* MASTER AS IT NOW STANDS AND APPLY IT.  THE ITEM IS MARKED
002515* APPLIED, OR FAILED WITH THE REJECT REASON SO THE CHECKER
002516* SEES WHY.
002517*----------------------------------------------------------*
002518 1550-APPLY-ONE-ITEM.
002519     READ PENDING-FILE NEXT RECORD
002520         AT END
002521             SET WS-PEND-EOF-YES TO TRUE
002522             GO TO 1550-EXIT
002523     END-READ
002524     IF PT-PROGRAM IS NOT EQUAL TO "CALUPD"
002525         SET WS-PEND-EOF-YES TO TRUE
002526         GO TO 1550-EXIT
002527     END-IF
002528     IF NOT PT-IS-APPROVED
002529         GO TO 1550-EXIT
002530     END-IF
002531     ADD 1 TO WS-APPROVED-COUNT
002532     MOVE PT-CARD-IMAGE TO TI-RECORD
002533     PERFORM 3500-VALIDATE-TRANS
002534         THRU 3500-EXIT
002535     IF WS-TRANS-IS-VALID
002536         PERFORM 4000-APPLY-UPDATE
002537             THRU 4000-EXIT
002538         SET PT-IS-APPLIED TO TRUE
002539     ELSE
002540         PERFORM 3600-LOG-EXCEPTION
002541             THRU 3600-EXIT
002542         SET PT-IS-FAILED TO TRUE
002543         MOVE WS-REJECT-REASON TO PT-NOTE
002544     END-IF
002545     MOVE WS-TODAY TO PT-APPLIED-DATE
002546     REWRITE PENDING-TRANS-RECORD
002547     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002548         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002549         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002550         PERFORM 9000-ABEND
002551             THRU 9000-EXIT
002552     END-IF.
002553 1550-EXIT.
002554     EXIT.
002555*----------------------------------------------------------*
002556* 2000-PROCESS-TRANS - VALIDATE ONE TRANSACTION CARD AND
002557* STAGE IT ON THE PENDING-TRANSACTION FILE FOR APPROVAL, OR
002558* LOG AN EXCEPTION AND CONTINUE WITH THE NEXT CARD.  A CARD
002559* WITH NO OPERATOR ID CANNOT BE STAGED.
002560*----------------------------------------------------------*
002561 2000-PROCESS-TRANS.
002562     IF TI-OPERATOR-ID IS EQUAL TO SPACES
002563         SET WS-TRANS-IS-INVALID TO TRUE
002564         MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
002565     ELSE
002566         PERFORM 3500-VALIDATE-TRANS
002570             THRU 3500-EXIT
002575     END-IF
002580     IF WS-TRANS-IS-VALID
002590         PERFORM 2500-STAGE-TRANS
002600             THRU 2500-EXIT
002610     ELSE
002620         PERFORM 3600-LOG-EXCEPTION
002630             THRU 3600-EXIT
002660         THRU 3000-EXIT.
002670 2000-EXIT.
002680     EXIT.
002681*----------------------------------------------------------*
002682* 2500-STAGE-TRANS - WRITE THE CARD TO THE PENDING-
002683* TRANSACTION FILE UNDER THE SUBMITTING OPERATOR, AT THE
002684* NEXT FREE SEQUENCE NUMBER FOR THE DATE AND TIME, AND LIST
002685* IT ON THE UPDATE REPORT.
002686*----------------------------------------------------------*
002687 2500-STAGE-TRANS.
002688     MOVE SPACES TO PENDING-TRANS-RECORD
002689     MOVE "CALUPD" TO PT-PROGRAM
002690     MOVE WS-TODAY TO PT-SUBMIT-DATE
002691     ACCEPT WS-RUN-TIME FROM TIME
002692     MOVE WS-RUN-TIME TO PT-SUBMIT-TIME
002693     SET PT-IS-PENDING TO TRUE
002694     MOVE TI-OPERATOR-ID TO PT-SUBMITTER-ID
002695     MOVE ZERO TO PT-DECISION-DATE
002696     MOVE ZERO TO PT-APPLIED-DATE
002697     MOVE TI-RECORD TO PT-CARD-IMAGE
002698     MOVE ZERO TO WS-PEND-SEQUENCE
002699     MOVE "N" TO WS-PEND-WRITTEN-SWITCH
002700     PERFORM 2550-WRITE-PENDING-RECORD
002701         THRU 2550-EXIT
002702         UNTIL WS-PEND-WRITTEN
002703             OR WS-PEND-SEQUENCE IS GREATER THAN 999
002704     IF NOT WS-PEND-WRITTEN
002705         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002706         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002707         PERFORM 9000-ABEND
002708             THRU 9000-EXIT
002709     END-IF
002710     ADD 1 TO WS-STAGED-COUNT
002711     MOVE TI-ACTION TO SL-ACTION
002712     MOVE TI-GREGORIAN-DATE TO SL-GREGORIAN-DATE
002713     MOVE TI-CLASS TO SL-CLASS
002714     MOVE TI-HOLIDAY-NAME TO SL-HOLIDAY-NAME
002715     MOVE TI-OPERATOR-ID TO SL-OPERATOR-ID
002716     WRITE UR-RECORD FROM WS-STAGED-LINE.
002717 2500-EXIT.
002718     EXIT.
002719*----------------------------------------------------------*
002720* 2550-WRITE-PENDING-RECORD - TRY THE WRITE AT THE CURRENT
002721* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
002722* KEY FROM ANOTHER CARD STAGED IN THE SAME CLOCK SECOND.
002723*----------------------------------------------------------*
002724 2550-WRITE-PENDING-RECORD.
002725     MOVE WS-PEND-SEQUENCE TO PT-SEQUENCE
002726     WRITE PENDING-TRANS-RECORD
002727         INVALID KEY
002728             ADD 1 TO WS-PEND-SEQUENCE
002729         NOT INVALID KEY
002730             MOVE "Y" TO WS-PEND-WRITTEN-SWITCH
002731     END-WRITE
002732     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002733             AND FS-PENDING-FILE IS NOT EQUAL TO "22"
002734         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002735         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002736         PERFORM 9000-ABEND
002737             THRU 9000-EXIT
002738     END-IF.
002739 2550-EXIT.
002740     EXIT.
002741*----------------------------------------------------------*
002742* 3000-READ-TRANS - READ THE NEXT TRANSACTION CARD.
002743*----------------------------------------------------------*
002744 3000-READ-TRANS.
002745     READ TRANS-INPUT
002746         AT END
002750             SET WS-EOF-YES TO TRUE
002760     END-READ
002770     IF NOT WS-EOF-YES
003870*----------------------------------------------------------*
003880* 3600-LOG-EXCEPTION - WRITE ONE REJECTED CARD TO THE
003890* EXCEPTION REPORT, IDENTIFIED BY ITS RECORD NUMBER AND THE
003900* REASON IT WAS REJECTED.  AN APPROVED ITEM THAT FAILS TO
003905* APPLY IS IDENTIFIED BY ITS NUMBER AMONG THE APPROVED ITEMS.
003910*----------------------------------------------------------*
003920 3600-LOG-EXCEPTION.
003930     ADD 1 TO WS-EXCEPTION-COUNT
003931     IF WS-APPLYING-APPROVED
003932         MOVE "APPROVED ITEM- A" TO EL-LITERAL
003933         MOVE WS-APPROVED-COUNT TO EL-RECORD-NUMBER
003934     ELSE
003935         MOVE "INVALID TRANS- R" TO EL-LITERAL
003940         MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER
003945     END-IF
003950     MOVE TI-ACTION TO EL-ACTION
003960     MOVE TI-GREGORIAN-DATE TO EL-DATE-VALUE
003970     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
004690 3850-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 4000-APPLY-UPDATE - JOURNAL THE TARGET RECORD LEFT IN
004730* THE FILE AREA BY THE VALIDATION, FLIP ITS BUSINESS-DAY
004735* FLAG AND HOLIDAY NAME, REWRITE IT, LOG THE APPLIED CARD AND
004750* RESTAMP THE BUSINESS-DAY-OF-MONTH COUNTER ACROSS THE
004760* WHOLE MONTH.  A DELETED HOLIDAY BECOMES A BUSINESS DAY
004770* AGAIN ONLY ON A WEEKDAY.
004780*----------------------------------------------------------*
004790 4000-APPLY-UPDATE.
004791     PERFORM 7600-WRITE-JOURNAL
004792         THRU 7600-EXIT
004793     MOVE CM-GREGORIAN-DATE TO DI-DATE
004794     MOVE CM-BUSINESS-DAY-FLAG TO DI-BUS-FLAG
004795     MOVE CM-BANK-BUS-DAY-FLAG TO DI-BANK-FLAG
004796     MOVE CM-COMPANY-BUS-DAY-FLAG TO DI-COMPANY-FLAG
004797     MOVE CM-HOLIDAY-NAME TO DI-HOLIDAY-NAME
004798     MOVE WS-DAY-IMAGE TO WS-HIST-BEFORE
004800     IF TI-ACTION IS EQUAL TO "A"
004810         MOVE "N" TO CM-BUSINESS-DAY-FLAG
004812         MOVE "N" TO CM-BANK-BUS-DAY-FLAG
005250     EXIT.
005260*----------------------------------------------------------*
005270* 5100-RESTAMP-DAY - READ THE NEXT DAY OF THE MONTH BY KEY,
005280* ACCUMULATE ITS BUSINESS-DAY COUNT, JOURNAL IT AND
005290* REWRITE IT.  THE WALK ENDS AT THE MONTH BREAK OR THE
005295* FILE HORIZON.
005300*----------------------------------------------------------*
005310 5100-RESTAMP-DAY.
005320     PERFORM 3700-READ-BY-KEY
005400     IF CM-IS-BUSINESS-DAY
005410         ADD 1 TO WS-BUS-DAY-OF-MONTH
005420     END-IF
005423     PERFORM 7600-WRITE-JOURNAL
005426         THRU 7600-EXIT
005430     MOVE WS-BUS-DAY-OF-MONTH TO CM-BUS-DAY-OF-MONTH
005440     REWRITE CALENDAR-MASTER-RECORD
005450     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
006111*----------------------------------------------------------*
006112* 7500-WRITE-HISTORY - RECORD ONE APPLIED UPDATE ON THE
006113* KEYED CHANGE-HISTORY FILE WITH THE DAY'S BEFORE AND
006114* AFTER IMAGES, THE OPERATOR FROM THE CARD, THE APPROVER
006115* FROM THE PENDING ITEM AND THE RUN DATE/TIME.
006116*----------------------------------------------------------*
006117 7500-WRITE-HISTORY.
006118     MOVE SPACES TO CHANGE-HISTORY-RECORD
006123     MOVE "CALUPD" TO CH-PROGRAM
006124     MOVE WS-HIST-ACTION TO CH-ACTION
006125     MOVE TI-OPERATOR-ID TO CH-OPERATOR-ID
006126     MOVE PT-APPROVER-ID TO CH-APPROVER-ID
006127     MOVE WS-HIST-BEFORE TO CH-BEFORE-IMAGE
006128     MOVE WS-HIST-AFTER TO CH-AFTER-IMAGE
006129     MOVE ZERO TO WS-HIST-SEQUENCE
006130     MOVE "N" TO WS-HIST-WRITTEN-SWITCH
006131     PERFORM 7550-WRITE-HISTORY-RECORD
006132         THRU 7550-EXIT
006133         UNTIL WS-HIST-WRITTEN
006134             OR WS-HIST-SEQUENCE IS GREATER THAN 999
006135     IF NOT WS-HIST-WRITTEN
006136         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
006137         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
006138         PERFORM 9000-ABEND
006139             THRU 9000-EXIT
006140     END-IF.
006141 7500-EXIT.
006142     EXIT.
006143*----------------------------------------------------------*
006144* 7550-WRITE-HISTORY-RECORD - TRY THE WRITE AT THE CURRENT
006145* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
006146* KEY FROM ANOTHER WRITE IN THE SAME CLOCK SECOND.
006147*----------------------------------------------------------*
006148 7550-WRITE-HISTORY-RECORD.
006149     MOVE WS-HIST-SEQUENCE TO CH-SEQUENCE
006150     WRITE CHANGE-HISTORY-RECORD
006151         INVALID KEY
006152             ADD 1 TO WS-HIST-SEQUENCE
006153         NOT INVALID KEY
006154             MOVE "Y" TO WS-HIST-WRITTEN-SWITCH
006155     END-WRITE
006156     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
006157             AND FS-HISTORY-FILE IS NOT EQUAL TO "22"
006158         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
006159         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
006160         PERFORM 9000-ABEND
006161             THRU 9000-EXIT
006162     END-IF.
006163 7550-EXIT.
006164     EXIT.
006165*----------------------------------------------------------*
006166* 7600-WRITE-JOURNAL - WRITE THE FULL BEFORE IMAGE OF THE
006167* CALENDAR MASTER RECORD IN THE FILE AREA TO THE JOURNAL,
006168* UNDER THIS RUN'S ID AT THE NEXT SEQUENCE NUMBER, BEFORE
006169* THE RECORD IS CHANGED AND REWRITTEN.
006170*----------------------------------------------------------*
006171 7600-WRITE-JOURNAL.
006172     ADD 1 TO WS-JOURNAL-COUNT
006173     MOVE SPACES TO CALENDAR-JOURNAL-RECORD
006174     MOVE WS-JOURNAL-RUN-ID TO CJ-RUN-ID
006175     MOVE WS-JOURNAL-COUNT TO CJ-SEQUENCE
006176     ACCEPT WS-RUN-TIME FROM TIME
006177     MOVE WS-RUN-TIME TO CJ-JOURNAL-TIME
006178     MOVE CALENDAR-MASTER-RECORD TO CJ-BEFORE-IMAGE
006179     MOVE ZERO TO CJ-BACKOUT-DATE
006180     WRITE CALENDAR-JOURNAL-RECORD
006181     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
006182         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
006183         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
006184         PERFORM 9000-ABEND
006185             THRU 9000-EXIT
006186     END-IF.
006187 7600-EXIT.
006188     EXIT.
006189*----------------------------------------------------------*
006190* 8000-FINALIZE - WRITE THE RUN TOTALS AND CLOSE THE FILES.
006191*----------------------------------------------------------*
006192 8000-FINALIZE.
006193     MOVE WS-RECORD-NUMBER TO TL-TRANS-READ
006194     WRITE UR-RECORD FROM WS-TOTAL-LINE-1
006195     MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
006196     WRITE UR-RECORD FROM WS-TOTAL-LINE-2
006200     MOVE WS-SCHEDULES-READ TO TL-SCHEDULES-READ
006210     WRITE UR-RECORD FROM WS-TOTAL-LINE-3
006212     MOVE WS-IMPACT-COUNT TO TL-IMPACT-COUNT
006214     WRITE UR-RECORD FROM WS-TOTAL-LINE-4
006215     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
006216     WRITE UR-RECORD FROM WS-TOTAL-LINE-5
006217     MOVE WS-STAGED-COUNT TO TL-STAGED-COUNT
006218     WRITE UR-RECORD FROM WS-TOTAL-LINE-6
006221     MOVE WS-JOURNAL-COUNT TO TL-JOURNAL-COUNT
006224     WRITE UR-RECORD FROM WS-TOTAL-LINE-7
006227     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
006230     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
006240     CLOSE TRANS-INPUT
006250     CLOSE CALENDAR-MASTER
006260     CLOSE SCHEDULE-FILE
006262     CLOSE HISTORY-FILE
006266     CLOSE PENDING-FILE
006268     CLOSE JOURNAL-FILE
006270     CLOSE UPDATE-REPORT
006280     CLOSE EXCEPTION-REPORT.
006290 8000-EXIT.
