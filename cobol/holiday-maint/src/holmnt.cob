000270*                  SHOWS EVERY GENERATED AND APPLIED DATE,
000280*                  AND REJECTED CARDS GO TO AN EXCEPTION
000290*                  REPORT WITHOUT ABENDING THE RUN.
000291* 10/14/2026 DH    TWO-PERSON CONTROL.  THE TRANSACTION CARD
000292*                  PICKED UP THE OPERATOR ID IN COLUMNS
000293*                  34-41, AND A CARD THAT PASSES ITS EDITS
000294*                  IS NO LONGER APPLIED IN THE RUN THAT
000295*                  READS IT - IT IS STAGED ON THE PENDING-
000296*                  TRANSACTION FILE UNDER THAT OPERATOR (A
000297*                  CARD WITH NO OPERATOR IS REJECTED).
000298*                  AFTER ANY RULE GENERATION, EACH RUN
000299*                  APPLIES THE ITEMS A SECOND OPERATOR HAS
000300*                  APPROVED THROUGH PNDAPR, RE-EDITING THEM
000301*                  AGAINST THE FILE AS IT STANDS, AND EACH
000302*                  APPLIED ITEM NOW WRITES A KEYED CHANGE-
000303*                  HISTORY RECORD WITH BOTH OPERATOR IDS,
000304*                  THE WAY OVRMNT AND CALUPD ALREADY DO.
000305*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000510     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-EXCEPTION-REPORT.
000531     SELECT HISTORY-FILE ASSIGN TO CHGHIST
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS CH-KEY
000535         FILE STATUS IS FS-HISTORY-FILE.
000536     SELECT PENDING-FILE ASSIGN TO PENDTRN
000537         ORGANIZATION IS INDEXED
000538         ACCESS MODE IS DYNAMIC
000539         RECORD KEY IS PT-KEY
000540         FILE STATUS IS FS-PENDING-FILE.
000541 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RULE-INPUT
000570     RECORDING MODE IS F.
000660     05  TI-CLASS                PIC X(01).
000670     05  FILLER                  PIC X(01).
000680     05  TI-HOLIDAY-NAME         PIC X(19).
000683     05  FILLER                  PIC X(01).
000686     05  TI-OPERATOR-ID          PIC X(08).
000690     05  FILLER                  PIC X(39).
000700 FD  HOLIDAY-FILE.
000710 COPY HOLMSTR.
000720 FD  AUDIT-REPORT
000750 FD  EXCEPTION-REPORT
000760     RECORDING MODE IS F.
000770 01  ER-RECORD                   PIC X(80).
000772 FD  HISTORY-FILE.
000774 COPY CHGHIST.
000776 FD  PENDING-FILE.
000778 COPY PENDTRN.
000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000920         88  WS-HOLIDAY-NOT-FOUND            VALUE "N".
000930     05  WS-LIST-EOF-SWITCH      PIC X(01) VALUE "N".
000940         88  WS-LIST-EOF-YES                 VALUE "Y".
000941     05  WS-HIST-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000942         88  WS-HIST-WRITTEN                 VALUE "Y".
000943     05  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
000944         88  WS-PEND-EOF-YES                 VALUE "Y".
000945     05  WS-PEND-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000946         88  WS-PEND-WRITTEN                 VALUE "Y".
000947     05  WS-ITEM-APPLIED-SWITCH  PIC X(01) VALUE "N".
000948         88  WS-ITEM-APPLIED                 VALUE "Y".
000949     05  WS-PHASE-SWITCH         PIC X(01) VALUE "A".
000950         88  WS-APPLYING-APPROVED            VALUE "A".
000951         88  WS-STAGING-CARDS                VALUE "S".
000952 01  WS-FILE-STATUSES.
000960     05  FS-RULE-INPUT           PIC X(02) VALUE "00".
000970     05  FS-TRANS-INPUT          PIC X(02) VALUE "00".
000980     05  FS-HOLIDAY-FILE         PIC X(02) VALUE "00".
000990     05  FS-AUDIT-REPORT         PIC X(02) VALUE "00".
001000     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
001003     05  FS-HISTORY-FILE         PIC X(02) VALUE "00".
001006     05  FS-PENDING-FILE         PIC X(02) VALUE "00".
001010 01  WS-CONTROL-TOTALS.
001020     05  WS-RULE-NUMBER          PIC 9(07) COMP VALUE ZERO.
001030     05  WS-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
001060     05  WS-CHANGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001070     05  WS-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
001080     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001083     05  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
001086     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
001090 01  WS-GEN-YEAR                 PIC 9(04) VALUE ZERO.
001100 01  WS-WORK-DATE                PIC 9(08).
001110 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001300 01  WS-QUAD400-QUOTIENT         PIC 9(07) COMP.
001310 01  WS-TOTAL-DAYS               PIC 9(09) COMP.
001320 01  WS-REJECT-REASON            PIC X(25).
001321 01  WS-RUN-DATE                 PIC 9(06).
001322 01  WS-RUN-TIME                 PIC 9(08).
001323 01  WS-TODAY                    PIC 9(08).
001324 01  WS-HIST-ACTION              PIC X(08).
001325 01  WS-HIST-BEFORE              PIC X(40).
001326 01  WS-HIST-AFTER               PIC X(40).
001327 01  WS-HIST-SEQUENCE            PIC 9(05) COMP.
001328 01  WS-PEND-SEQUENCE            PIC 9(05) COMP.
001330 01  WS-AUDIT-HEADER-LINE.
001340     05  FILLER                  PIC X(31)
001350             VALUE "HOLMNT MAINTENANCE AUDIT REPORT".
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  AL-HOLIDAY-NAME         PIC X(19).
001710     05  FILLER                  PIC X(38) VALUE SPACES.
001711 01  WS-STAGED-LINE.
001712     05  FILLER                  PIC X(10)
001713             VALUE "STAGED  - ".
001714     05  SL-ACTION               PIC X(01).
001715     05  FILLER                  PIC X(01) VALUE SPACES.
001716     05  SL-GREGORIAN-DATE       PIC X(08).
001717     05  FILLER                  PIC X(01) VALUE SPACES.
001718     05  SL-CLASS                PIC X(01).
001719     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  SL-HOLIDAY-NAME         PIC X(19).
001721     05  FILLER                  PIC X(04) VALUE " BY ".
001722     05  SL-OPERATOR-ID          PIC X(08).
001723     05  FILLER                  PIC X(26) VALUE SPACES.
001724 01  WS-RULE-EXCEPTION-LINE.
001730     05  EL-LITERAL              PIC X(16)
001740             VALUE "INVALID RULE - R".
001750     05  EL-RULE-NUMBER          PIC ZZZZZZ9.
002240             VALUE "REJECTED     -".
002250     05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.
002260     05  FILLER                  PIC X(59) VALUE SPACES.
002261 01  WS-TOTAL-LINE-8.
002262     05  FILLER                  PIC X(14)
002263             VALUE "APPROVED READ-".
002264     05  TL-APPROVED-COUNT       PIC ZZZZZZ9.
002265     05  FILLER                  PIC X(59) VALUE SPACES.
002266 01  WS-TOTAL-LINE-9.
002267     05  FILLER                  PIC X(14)
002268             VALUE "STAGED       -".
002269     05  TL-STAGED-COUNT         PIC ZZZZZZ9.
002270     05  FILLER                  PIC X(59) VALUE SPACES.
002271 01  WS-EXCEPTION-TOTAL-LINE.
002280     05  FILLER                  PIC X(21)
002290             VALUE "EXCEPTIONS REJECTED -".
002300     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
002450             THRU 2000-EXIT
002460             UNTIL WS-RULE-EOF-YES
002470     END-IF
002471     PERFORM 2400-APPLY-APPROVED
002472         THRU 2400-EXIT
002473     SET WS-STAGING-CARDS TO TRUE
002474     PERFORM 3100-READ-TRANS
002475         THRU 3100-EXIT
002480     PERFORM 2500-PROCESS-TRANS
002490         THRU 2500-EXIT
002500         UNTIL WS-EOF-YES
002540*----------------------------------------------------------*
002550* 1000-INITIALIZE - EDIT THE OPTIONAL GENERATION-YEAR PARM,
002560* OPEN FILES, PRINT THE BEFORE-MAINTENANCE LISTING OF THE
002570* HOLIDAY MASTER, AND PRIME THE RULE READ.  THE RULE FILE IS
002580* OPENED ONLY WHEN A GENERATION YEAR WAS PASSED.  THE
002583* TRANSACTION READ IS PRIMED ONCE THE APPROVED PENDING ITEMS
002586* HAVE BEEN APPLIED.
002590*----------------------------------------------------------*
002600 1000-INITIALIZE.
002610     IF LK-PARM-LENGTH IS GREATER THAN ZERO
002960         PERFORM 9000-ABEND
002970             THRU 9000-EXIT
002980     END-IF
002981     OPEN I-O HISTORY-FILE
002982     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
002983         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
002984         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
002985         PERFORM 9000-ABEND
002986             THRU 9000-EXIT
002987     END-IF
002988     OPEN I-O PENDING-FILE
002989     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002990         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002991         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002992         PERFORM 9000-ABEND
002993             THRU 9000-EXIT
002994     END-IF
002995     ACCEPT WS-RUN-DATE FROM DATE
002996     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002997     WRITE AR-RECORD FROM WS-AUDIT-HEADER-LINE
003000     IF WS-GEN-YEAR IS GREATER THAN ZERO
003010         MOVE WS-GEN-YEAR TO GY-YEAR
003020         WRITE AR-RECORD FROM WS-GEN-YEAR-LINE
003140         END-IF
003150         PERFORM 3000-READ-RULE
003160             THRU 3000-EXIT
003170     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------*
003380         THRU 3000-EXIT.
003390 2000-EXIT.
003400     EXIT.
003401*----------------------------------------------------------*
003402* 2400-APPLY-APPROVED - POSITION THE PENDING-TRANSACTION
003403* FILE AT THIS PROGRAM'S ITEMS AND APPLY EVERY ONE A SECOND
003404* OPERATOR HAS APPROVED, IN THE ORDER THEY WERE SUBMITTED.
003405* PERFORMED AFTER ANY RULE GENERATION SO A ONE-OFF CHANGE
003406* STILL WINS OVER THE GENERATED DATE, AS IT ALWAYS HAS.
003407*----------------------------------------------------------*
003408 2400-APPLY-APPROVED.
003409     MOVE "N" TO WS-PEND-EOF-SWITCH
003410     MOVE "HOLMNT" TO PT-PROGRAM
003411     MOVE ZERO TO PT-SUBMIT-DATE
003412     MOVE ZERO TO PT-SUBMIT-TIME
003413     MOVE ZERO TO PT-SEQUENCE
003414     START PENDING-FILE KEY IS NOT LESS THAN PT-KEY
003415         INVALID KEY
003416             SET WS-PEND-EOF-YES TO TRUE
003417     END-START
003418     PERFORM 2450-APPLY-ONE-ITEM
003419         THRU 2450-EXIT
003420         UNTIL WS-PEND-EOF-YES.
003421 2400-EXIT.
003422     EXIT.
003423*----------------------------------------------------------*
003424* 2450-APPLY-ONE-ITEM - READ THE NEXT PENDING ITEM AND, WHEN
003425* IT IS APPROVED, RE-EDIT ITS CARD AGAINST THE HOLIDAY
003426* MASTER AS IT NOW STANDS AND APPLY IT.  THE ITEM IS MARKED
003427* APPLIED, OR FAILED WITH THE REJECT REASON SO THE CHECKER
003428* SEES WHY.
003429*----------------------------------------------------------*
003430 2450-APPLY-ONE-ITEM.
003431     READ PENDING-FILE NEXT RECORD
003432         AT END
003433             SET WS-PEND-EOF-YES TO TRUE
003434             GO TO 2450-EXIT
003435     END-READ
003436     IF PT-PROGRAM IS NOT EQUAL TO "HOLMNT"
003437         SET WS-PEND-EOF-YES TO TRUE
003438         GO TO 2450-EXIT
003439     END-IF
003440     IF NOT PT-IS-APPROVED
003441         GO TO 2450-EXIT
003442     END-IF
003443     ADD 1 TO WS-APPROVED-COUNT
003444     MOVE PT-CARD-IMAGE TO TI-RECORD
003445     MOVE "N" TO WS-ITEM-APPLIED-SWITCH
003446     PERFORM 3700-VALIDATE-TRANS
003447         THRU 3700-EXIT
003448     IF WS-TRANS-IS-VALID
003449         PERFORM 5000-APPLY-TRANS
003450             THRU 5000-EXIT
003451     ELSE
003452         PERFORM 3800-LOG-TRANS-EXCEPTION
003453             THRU 3800-EXIT
003454     END-IF
003455     IF WS-ITEM-APPLIED
003456         SET PT-IS-APPLIED TO TRUE
003457     ELSE
003458         SET PT-IS-FAILED TO TRUE
003459         MOVE WS-REJECT-REASON TO PT-NOTE
003460     END-IF
003461     MOVE WS-TODAY TO PT-APPLIED-DATE
003462     REWRITE PENDING-TRANS-RECORD
003463     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
003464         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
003465         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
003466         PERFORM 9000-ABEND
003467             THRU 9000-EXIT
003468     END-IF.
003469 2450-EXIT.
003470     EXIT.
003471*----------------------------------------------------------*
003472* 2500-PROCESS-TRANS - VALIDATE ONE TRANSACTION CARD AND
003473* STAGE IT ON THE PENDING-TRANSACTION FILE FOR APPROVAL, OR
003474* LOG AN EXCEPTION AND CONTINUE WITH THE NEXT CARD.  A CARD
003475* WITH NO OPERATOR ID CANNOT BE STAGED.
003476*----------------------------------------------------------*
003477 2500-PROCESS-TRANS.
003478     IF TI-OPERATOR-ID IS EQUAL TO SPACES
003479         SET WS-TRANS-IS-INVALID TO TRUE
003480         MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
003481     ELSE
003482         PERFORM 3700-VALIDATE-TRANS
003483             THRU 3700-EXIT
003484     END-IF
003490     IF WS-TRANS-IS-VALID
003500         PERFORM 2700-STAGE-TRANS
003510             THRU 2700-EXIT
003620     ELSE
003630         PERFORM 3800-LOG-TRANS-EXCEPTION
003640             THRU 3800-EXIT
003670         THRU 3100-EXIT.
003680 2500-EXIT.
003690     EXIT.
003691*----------------------------------------------------------*
003692* 2700-STAGE-TRANS - WRITE THE CARD TO THE PENDING-
003693* TRANSACTION FILE UNDER THE SUBMITTING OPERATOR, AT THE
003694* NEXT FREE SEQUENCE NUMBER FOR THE DATE AND TIME, AND LIST
003695* IT ON THE AUDIT REPORT.
003696*----------------------------------------------------------*
003697 2700-STAGE-TRANS.
003698     MOVE SPACES TO PENDING-TRANS-RECORD
003699     MOVE "HOLMNT" TO PT-PROGRAM
003700     MOVE WS-TODAY TO PT-SUBMIT-DATE
003701     ACCEPT WS-RUN-TIME FROM TIME
003702     MOVE WS-RUN-TIME TO PT-SUBMIT-TIME
003703     SET PT-IS-PENDING TO TRUE
003704     MOVE TI-OPERATOR-ID TO PT-SUBMITTER-ID
003705     MOVE ZERO TO PT-DECISION-DATE
003706     MOVE ZERO TO PT-APPLIED-DATE
003707     MOVE TI-RECORD TO PT-CARD-IMAGE
003708     MOVE ZERO TO WS-PEND-SEQUENCE
003709     MOVE "N" TO WS-PEND-WRITTEN-SWITCH
003710     PERFORM 2750-WRITE-PENDING-RECORD
003711         THRU 2750-EXIT
003712         UNTIL WS-PEND-WRITTEN
003713             OR WS-PEND-SEQUENCE IS GREATER THAN 999
003714     IF NOT WS-PEND-WRITTEN
003715         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
003716         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
003717         PERFORM 9000-ABEND
003718             THRU 9000-EXIT
003719     END-IF
003720     ADD 1 TO WS-STAGED-COUNT
003721     MOVE TI-ACTION TO SL-ACTION
003722     MOVE TI-GREGORIAN-DATE TO SL-GREGORIAN-DATE
003723     MOVE TI-CLASS TO SL-CLASS
003724     MOVE TI-HOLIDAY-NAME TO SL-HOLIDAY-NAME
003725     MOVE TI-OPERATOR-ID TO SL-OPERATOR-ID
003726     WRITE AR-RECORD FROM WS-STAGED-LINE.
003727 2700-EXIT.
003728     EXIT.
003729*----------------------------------------------------------*
003730* 2750-WRITE-PENDING-RECORD - TRY THE WRITE AT THE CURRENT
003731* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
003732* KEY FROM ANOTHER CARD STAGED IN THE SAME CLOCK SECOND.
003733*----------------------------------------------------------*
003734 2750-WRITE-PENDING-RECORD.
003735     MOVE WS-PEND-SEQUENCE TO PT-SEQUENCE
003736     WRITE PENDING-TRANS-RECORD
003737         INVALID KEY
003738             ADD 1 TO WS-PEND-SEQUENCE
003739         NOT INVALID KEY
003740             MOVE "Y" TO WS-PEND-WRITTEN-SWITCH
003741     END-WRITE
003742     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
003743             AND FS-PENDING-FILE IS NOT EQUAL TO "22"
003744         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
003745         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
003746         PERFORM 9000-ABEND
003747             THRU 9000-EXIT
003748     END-IF.
003749 2750-EXIT.
003750     EXIT.
003751*----------------------------------------------------------*
003752* 3000-READ-RULE - READ THE NEXT RECURRING-RULE CARD.
003753*----------------------------------------------------------*
003754 3000-READ-RULE.
003755     READ RULE-INPUT
003756         AT END
003760             SET WS-RULE-EOF-YES TO TRUE
003770     END-READ
003780     IF NOT WS-RULE-EOF-YES
005400*----------------------------------------------------------*
005410* 3800-LOG-TRANS-EXCEPTION - WRITE ONE REJECTED TRANSACTION
005420* CARD TO THE EXCEPTION REPORT, IDENTIFIED BY ITS RECORD
005430* NUMBER AND THE REASON IT WAS REJECTED.  AN APPROVED ITEM
005433* THAT FAILS TO APPLY IS IDENTIFIED BY ITS NUMBER AMONG THE
005436* APPROVED ITEMS.
005440*----------------------------------------------------------*
005450 3800-LOG-TRANS-EXCEPTION.
005460     ADD 1 TO WS-EXCEPTION-COUNT
005461     IF WS-APPLYING-APPROVED
005462         MOVE "APPROVED ITEM- A" TO XL-LITERAL
005463         MOVE WS-APPROVED-COUNT TO XL-RECORD-NUMBER
005464     ELSE
005465         MOVE "INVALID TRANS- R" TO XL-LITERAL
005470         MOVE WS-RECORD-NUMBER TO XL-RECORD-NUMBER
005475     END-IF
005480     MOVE TI-ACTION TO XL-ACTION
005490     MOVE TI-GREGORIAN-DATE TO XL-DATE-VALUE
005500     MOVE WS-REJECT-REASON TO XL-REJECT-REASON
005610     READ HOLIDAY-FILE
005620         INVALID KEY
005630             SET WS-HOLIDAY-NOT-FOUND TO TRUE
005635             MOVE SPACES TO WS-HIST-BEFORE
005640         NOT INVALID KEY
005650             SET WS-HOLIDAY-FOUND TO TRUE
005655             MOVE HOLIDAY-MASTER-RECORD(1:40) TO WS-HIST-BEFORE
005660     END-READ.
005670 3900-EXIT.
005680     EXIT.
006670         THRU 5600-EXIT.
006680 4600-EXIT.
006690     EXIT.
006691*----------------------------------------------------------*
006692* 5000-APPLY-TRANS - APPLY ONE APPROVED, RE-EDITED CARD BY
006693* ITS ACTION CODE.
006694*----------------------------------------------------------*
006695 5000-APPLY-TRANS.
006696     IF TI-ACTION IS EQUAL TO "A"
006697         PERFORM 5100-APPLY-ADD
006698             THRU 5100-EXIT
006699     ELSE
006700         IF TI-ACTION IS EQUAL TO "C"
006701             PERFORM 5200-APPLY-CHANGE
006702                 THRU 5200-EXIT
006703         ELSE
006704             PERFORM 5300-APPLY-DELETE
006705                 THRU 5300-EXIT
006706         END-IF
006707     END-IF.
006708 5000-EXIT.
006709     EXIT.
006710*----------------------------------------------------------*
006711* 5100-APPLY-ADD - WRITE THE NEW HOLIDAY RECORD AND LOG THE
006720* APPLIED TRANSACTION ON THE AUDIT REPORT.
006730*----------------------------------------------------------*
006740 5100-APPLY-ADD.
007300*----------------------------------------------------------*
007310* 5500-LOG-APPLIED - WRITE ONE APPLIED TRANSACTION TO THE
007320* AUDIT REPORT SO THE TRAIL SHOWS WHAT CHANGED BETWEEN THE
007330* BEFORE AND AFTER LISTINGS, AND WRITE THE MATCHING KEYED
007335* CHANGE-HISTORY RECORD FOR THE AUDITORS.
007340*----------------------------------------------------------*
007350 5500-LOG-APPLIED.
007355     MOVE "Y" TO WS-ITEM-APPLIED-SWITCH
007360     MOVE TI-ACTION TO AL-ACTION
007370     MOVE WS-TRANS-DATE TO AL-GREGORIAN-DATE
007380     MOVE TI-CLASS TO AL-CLASS
007390     MOVE TI-HOLIDAY-NAME TO AL-HOLIDAY-NAME
007400     WRITE AR-RECORD FROM WS-APPLIED-LINE
007401     EVALUATE TI-ACTION
007402         WHEN "A"
007403             MOVE "ADD" TO WS-HIST-ACTION
007404             MOVE HOLIDAY-MASTER-RECORD(1:40) TO WS-HIST-AFTER
007405         WHEN "C"
007406             MOVE "CHANGE" TO WS-HIST-ACTION
007407             MOVE HOLIDAY-MASTER-RECORD(1:40) TO WS-HIST-AFTER
007408         WHEN OTHER
007409             MOVE "DELETE" TO WS-HIST-ACTION
007410             MOVE SPACES TO WS-HIST-AFTER
007411     END-EVALUATE
007412     PERFORM 7500-WRITE-HISTORY
007413         THRU 7500-EXIT.
007414 5500-EXIT.
007420     EXIT.
007430*----------------------------------------------------------*
007440* 5600-LOG-GENERATED - WRITE ONE GENERATED HOLIDAY TO THE
008840     MOVE WS-DAYS-IN-MONTH(WS-WORK-MONTH) TO WS-WORK-DAY.
008850 7300-EXIT.
008860     EXIT.
008861*----------------------------------------------------------*
008862* 7500-WRITE-HISTORY - BUILD THE CHANGE-HISTORY RECORD FOR
008863* THE APPLIED TRANSACTION, WITH THE SUBMITTING OPERATOR FROM
008864* THE CARD AND THE APPROVER FROM THE PENDING ITEM, AND WRITE
008865* IT UNDER THE NEXT FREE SEQUENCE NUMBER FOR ITS DATE AND
008866* TIME.
008867*----------------------------------------------------------*
008868 7500-WRITE-HISTORY.
008869     MOVE SPACES TO CHANGE-HISTORY-RECORD
008870     MOVE WS-TRANS-YEAR TO CH-YEAR-AFFECTED
008871     MOVE WS-RUN-DATE TO CH-LOG-DATE
008872     ACCEPT WS-RUN-TIME FROM TIME
008873     MOVE WS-RUN-TIME TO CH-LOG-TIME
008874     MOVE "HOLMNT" TO CH-PROGRAM
008875     MOVE WS-HIST-ACTION TO CH-ACTION
008876     MOVE TI-OPERATOR-ID TO CH-OPERATOR-ID
008877     MOVE PT-APPROVER-ID TO CH-APPROVER-ID
008878     MOVE WS-HIST-BEFORE TO CH-BEFORE-IMAGE
008879     MOVE WS-HIST-AFTER TO CH-AFTER-IMAGE
008880     MOVE ZERO TO WS-HIST-SEQUENCE
008881     MOVE "N" TO WS-HIST-WRITTEN-SWITCH
008882     PERFORM 7550-WRITE-HISTORY-RECORD
008883         THRU 7550-EXIT
008884         UNTIL WS-HIST-WRITTEN
008885             OR WS-HIST-SEQUENCE IS GREATER THAN 999
008886     IF NOT WS-HIST-WRITTEN
008887         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
008888         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
008889         PERFORM 9000-ABEND
008890             THRU 9000-EXIT
008891     END-IF.
008892 7500-EXIT.
008893     EXIT.
008894*----------------------------------------------------------*
008895* 7550-WRITE-HISTORY-RECORD - TRY THE WRITE AT THE CURRENT
008896* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
008897* KEY FROM ANOTHER WRITE IN THE SAME CLOCK SECOND.
008898*----------------------------------------------------------*
008899 7550-WRITE-HISTORY-RECORD.
008900     MOVE WS-HIST-SEQUENCE TO CH-SEQUENCE
008901     WRITE CHANGE-HISTORY-RECORD
008902         INVALID KEY
008903             ADD 1 TO WS-HIST-SEQUENCE
008904         NOT INVALID KEY
008905             MOVE "Y" TO WS-HIST-WRITTEN-SWITCH
008906     END-WRITE
008907     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
008908             AND FS-HISTORY-FILE IS NOT EQUAL TO "22"
008909         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
008910         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
008911         PERFORM 9000-ABEND
008912             THRU 9000-EXIT
008913     END-IF.
008914 7550-EXIT.
008915     EXIT.
008916*----------------------------------------------------------*
008917* 8000-FINALIZE - PRINT THE AFTER-MAINTENANCE LISTING AND
008918* THE RUN COUNTS AND CLOSE THE FILES.
008919*----------------------------------------------------------*
008920 8000-FINALIZE.
008921     MOVE "AFTER MAINTENANCE - " TO LT-TITLE
008930     PERFORM 6000-LIST-FILE
008940         THRU 6000-EXIT
008950     MOVE WS-RULE-NUMBER TO TL-RULES-READ
009060     WRITE AR-RECORD FROM WS-TOTAL-LINE-6
009070     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
009080     WRITE AR-RECORD FROM WS-TOTAL-LINE-7
009082     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
009084     WRITE AR-RECORD FROM WS-TOTAL-LINE-8
009086     MOVE WS-STAGED-COUNT TO TL-STAGED-COUNT
009088     WRITE AR-RECORD FROM WS-TOTAL-LINE-9
009090     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
009100     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
009110     IF WS-GEN-YEAR IS GREATER THAN ZERO
009140     CLOSE TRANS-INPUT
009150     CLOSE HOLIDAY-FILE
009160     CLOSE AUDIT-REPORT
009170     CLOSE EXCEPTION-REPORT
009173     CLOSE HISTORY-FILE
009176     CLOSE PENDING-FILE.
009180 8000-EXIT.
009190     EXIT.
009200*----------------------------------------------------------*
