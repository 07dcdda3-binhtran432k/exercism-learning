000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PNDAPR.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  CHECKER STEP OF THE
000130*                  TWO-PERSON CONTROL ON CALENDAR
000140*                  MAINTENANCE.  OVRMNT, HOLMNT AND CALUPD
000150*                  STAGE THEIR TRANSACTION CARDS ON THE
000160*                  PENDING-TRANSACTION FILE UNDER THE
000170*                  SUBMITTING OPERATOR; THIS RUN READS
000180*                  DECISION CARDS KEYED BY A SECOND
000190*                  OPERATOR AND MARKS EACH NAMED ITEM
000200*                  APPROVED OR REJECTED.  AN APPROVAL BY
000210*                  THE OPERATOR WHO SUBMITTED THE ITEM IS
000220*                  REFUSED TO THE EXCEPTION REPORT, AS IS A
000230*                  DECISION ON AN ITEM NOT ON FILE OR NO
000240*                  LONGER PENDING.  THE RUN THEN LISTS
000250*                  EVERY ITEM STILL AWAITING A DECISION
000260*                  WITH ITS AGE IN CALENDAR DAYS, AND AN
000270*                  ITEM OLDER THAN THE AGING LIMIT IN THE
000280*                  EXEC PARM (DEFAULT 5 DAYS) ALSO GOES TO
000290*                  THE AGING EXCEPTION LIST.  RETURN CODE 4
000300*                  WHEN ANY DECISION WAS REFUSED OR ANY
000310*                  ITEM HAS AGED.
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DECISION-INPUT ASSIGN TO TRANIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS FS-DECISION-INPUT.
000420     SELECT PENDING-FILE ASSIGN TO PENDTRN
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PT-KEY
000460         FILE STATUS IS FS-PENDING-FILE.
000470     SELECT APPROVAL-REPORT ASSIGN TO APPRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FS-APPROVAL-REPORT.
000500     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS FS-EXCEPTION-REPORT.
000530     SELECT AGING-REPORT ASSIGN TO AGERPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FS-AGING-REPORT.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DECISION-INPUT
000590     RECORDING MODE IS F.
000600 01  DI-RECORD.
000610     05  DI-ITEM-KEY.
000620         10  DI-PROGRAM          PIC X(08).
000630         10  DI-SUBMIT-DATE      PIC X(08).
000640         10  DI-SUBMIT-TIME      PIC X(08).
000650         10  DI-SEQUENCE         PIC X(03).
000660     05  FILLER                  PIC X(01).
000670     05  DI-DECISION             PIC X(01).
000680         88  DI-IS-APPROVE           VALUE "A".
000690         88  DI-IS-REJECT            VALUE "R".
000700     05  FILLER                  PIC X(01).
000710     05  DI-APPROVER-ID          PIC X(08).
000720     05  FILLER                  PIC X(01).
000730     05  DI-REASON-TEXT          PIC X(25).
000740     05  FILLER                  PIC X(16).
000750 FD  PENDING-FILE.
000760 COPY PENDTRN.
000770 FD  APPROVAL-REPORT
000780     RECORDING MODE IS F.
000790 01  AP-RECORD                   PIC X(80).
000800 FD  EXCEPTION-REPORT
000810     RECORDING MODE IS F.
000820 01  ER-RECORD                   PIC X(80).
000830 FD  AGING-REPORT
000840     RECORDING MODE IS F.
000850 01  AG-RECORD                   PIC X(80).
000860 WORKING-STORAGE SECTION.
000870 01  WS-SWITCHES.
000880     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000890         88  WS-EOF-YES                     VALUE "Y".
000900     05  WS-DECISION-VALID-SWITCH
000910                                 PIC X(01) VALUE "Y".
000920         88  WS-DECISION-IS-VALID            VALUE "Y".
000930         88  WS-DECISION-IS-INVALID          VALUE "N".
000940     05  WS-LIST-EOF-SWITCH      PIC X(01) VALUE "N".
000950         88  WS-LIST-EOF-YES                 VALUE "Y".
000960 01  WS-FILE-STATUSES.
000970     05  FS-DECISION-INPUT       PIC X(02) VALUE "00".
000980     05  FS-PENDING-FILE         PIC X(02) VALUE "00".
000990     05  FS-APPROVAL-REPORT      PIC X(02) VALUE "00".
001000     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
001010     05  FS-AGING-REPORT         PIC X(02) VALUE "00".
001020 01  WS-CONTROL-TOTALS.
001030     05  WS-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
001040     05  WS-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
001050     05  WS-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001060     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001070     05  WS-PENDING-COUNT        PIC 9(07) COMP VALUE ZERO.
001080     05  WS-AGED-COUNT           PIC 9(07) COMP VALUE ZERO.
001090 01  WS-AGE-LIMIT                PIC 9(03) VALUE 5.
001100 01  WS-AGE-DAYS                 PIC S9(07).
001110 01  WS-TODAY                    PIC 9(08).
001120 01  WS-REJECT-REASON            PIC X(25).
001130 01  WS-REPORT-HEADER-LINE.
001140     05  FILLER                  PIC X(38)
001150             VALUE "PNDAPR MAINTENANCE APPROVAL REPORT -  ".
001160     05  RH-RUN-DATE             PIC 9(08).
001170     05  FILLER                  PIC X(34) VALUE SPACES.
001180 01  WS-AGING-HEADER-LINE.
001190     05  FILLER                  PIC X(43)
001200             VALUE "PNDAPR AGING EXCEPTIONS - UNAPPROVED OVER  ".
001210     05  AH-AGE-LIMIT            PIC ZZ9.
001220     05  FILLER                  PIC X(05) VALUE " DAYS".
001230     05  FILLER                  PIC X(29) VALUE SPACES.
001240 01  WS-LIST-TITLE-LINE.
001250     05  FILLER                  PIC X(25)
001260             VALUE "ITEMS AWAITING APPROVAL -".
001270     05  FILLER                  PIC X(55) VALUE SPACES.
001280 01  WS-DECISION-LINE.
001290     05  DL-DECISION-TEXT        PIC X(10).
001300     05  DL-ITEM-KEY             PIC X(27).
001310     05  FILLER                  PIC X(05) VALUE " SUB ".
001320     05  DL-SUBMITTER-ID         PIC X(08).
001330     05  FILLER                  PIC X(05) VALUE " BY  ".
001340     05  DL-APPROVER-ID          PIC X(08).
001350     05  FILLER                  PIC X(17) VALUE SPACES.
001360 01  WS-PENDING-LINE.
001370     05  PL-PROGRAM              PIC X(08).
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  PL-SUBMIT-DATE          PIC 9(08).
001400     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  PL-SUBMIT-TIME          PIC 9(08).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  PL-SEQUENCE             PIC 9(03).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  PL-SUBMITTER-ID         PIC X(08).
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  PL-AGE-DAYS             PIC ZZZ9.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  PL-CARD-TEXT            PIC X(32).
001500     05  FILLER                  PIC X(01) VALUE SPACES.
001510 01  WS-EXCEPTION-LINE.
001520     05  EL-LITERAL              PIC X(16)
001530             VALUE "INVALID DECIS- R".
001540     05  EL-RECORD-NUMBER        PIC ZZZZZZ9.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  EL-ITEM-KEY             PIC X(27).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  EL-REJECT-REASON        PIC X(25).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600 01  WS-TOTAL-LINE-1.
001610     05  FILLER                  PIC X(16)
001620             VALUE "DECISIONS READ -".
001630     05  TL-DECISIONS-READ       PIC ZZZZZZ9.
001640     05  FILLER                  PIC X(57) VALUE SPACES.
001650 01  WS-TOTAL-LINE-2.
001660     05  FILLER                  PIC X(16)
001670             VALUE "APPROVED       -".
001680     05  TL-APPROVED-COUNT       PIC ZZZZZZ9.
001690     05  FILLER                  PIC X(57) VALUE SPACES.
001700 01  WS-TOTAL-LINE-3.
001710     05  FILLER                  PIC X(16)
001720             VALUE "REJECTED       -".
001730     05  TL-REJECTED-COUNT       PIC ZZZZZZ9.
001740     05  FILLER                  PIC X(57) VALUE SPACES.
001750 01  WS-TOTAL-LINE-4.
001760     05  FILLER                  PIC X(16)
001770             VALUE "STILL PENDING  -".
001780     05  TL-PENDING-COUNT        PIC ZZZZZZ9.
001790     05  FILLER                  PIC X(57) VALUE SPACES.
001800 01  WS-TOTAL-LINE-5.
001810     05  FILLER                  PIC X(16)
001820             VALUE "ITEMS AGED     -".
001830     05  TL-AGED-COUNT           PIC ZZZZZZ9.
001840     05  FILLER                  PIC X(57) VALUE SPACES.
001850 01  WS-EXCEPTION-TOTAL-LINE.
001860     05  FILLER                  PIC X(21)
001870             VALUE "EXCEPTIONS REJECTED -".
001880     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001890     05  FILLER                  PIC X(52) VALUE SPACES.
001900 01  WS-ABEND-FIELDS.
001910     05  WS-ABEND-FILE-ID        PIC X(20).
001920     05  WS-ABEND-STATUS         PIC X(02).
001930 COPY DATESRV.
001940 LINKAGE SECTION.
001950 01  LK-PARM-AREA.
001960     05  LK-PARM-LENGTH          PIC S9(04) COMP.
001970     05  LK-PARM-TEXT            PIC X(80).
001980 PROCEDURE DIVISION USING LK-PARM-AREA.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT
002020     PERFORM 2000-PROCESS-DECISION
002030         THRU 2000-EXIT
002040         UNTIL WS-EOF-YES
002050     PERFORM 5000-LIST-PENDING
002060         THRU 5000-EXIT
002070     PERFORM 8000-FINALIZE
002080         THRU 8000-EXIT
002090     STOP RUN.
002100*----------------------------------------------------------*
002110* 1000-INITIALIZE - EDIT THE OPTIONAL AGING-LIMIT PARM
002120* (DAYS, COLUMNS 1-3), OPEN THE FILES, WRITE THE REPORT
002130* HEADERS AND PRIME THE DECISION READ.
002140*----------------------------------------------------------*
002150 1000-INITIALIZE.
002160     IF LK-PARM-LENGTH IS GREATER THAN ZERO
002170         IF LK-PARM-LENGTH IS LESS THAN 3
002180                 OR LK-PARM-TEXT(1:3) IS NOT NUMERIC
002190             MOVE "AGING-PARM" TO WS-ABEND-FILE-ID
002200             MOVE "90" TO WS-ABEND-STATUS
002210             PERFORM 9000-ABEND
002220                 THRU 9000-EXIT
002230         END-IF
002240         MOVE LK-PARM-TEXT(1:3) TO WS-AGE-LIMIT
002250     END-IF
002260     OPEN INPUT DECISION-INPUT
002270     IF FS-DECISION-INPUT IS NOT EQUAL TO "00"
002280         MOVE "DECISION-INPUT" TO WS-ABEND-FILE-ID
002290         MOVE FS-DECISION-INPUT TO WS-ABEND-STATUS
002300         PERFORM 9000-ABEND
002310             THRU 9000-EXIT
002320     END-IF
002330     OPEN I-O PENDING-FILE
002340     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
002350         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
002360         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
002370         PERFORM 9000-ABEND
002380             THRU 9000-EXIT
002390     END-IF
002400     OPEN OUTPUT APPROVAL-REPORT
002410     IF FS-APPROVAL-REPORT IS NOT EQUAL TO "00"
002420         MOVE "APPROVAL-REPORT" TO WS-ABEND-FILE-ID
002430         MOVE FS-APPROVAL-REPORT TO WS-ABEND-STATUS
002440         PERFORM 9000-ABEND
002450             THRU 9000-EXIT
002460     END-IF
002470     OPEN OUTPUT EXCEPTION-REPORT
002480     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
002490         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
002500         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
002510         PERFORM 9000-ABEND
002520             THRU 9000-EXIT
002530     END-IF
002540     OPEN OUTPUT AGING-REPORT
002550     IF FS-AGING-REPORT IS NOT EQUAL TO "00"
002560         MOVE "AGING-REPORT" TO WS-ABEND-FILE-ID
002570         MOVE FS-AGING-REPORT TO WS-ABEND-STATUS
002580         PERFORM 9000-ABEND
002590             THRU 9000-EXIT
002600     END-IF
002610     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002620     MOVE WS-TODAY TO RH-RUN-DATE
002630     WRITE AP-RECORD FROM WS-REPORT-HEADER-LINE
002640     MOVE WS-AGE-LIMIT TO AH-AGE-LIMIT
002650     WRITE AG-RECORD FROM WS-AGING-HEADER-LINE
002660     MOVE SPACES TO DS-DAY-CLASS
002670     PERFORM 3000-READ-DECISION
002680         THRU 3000-EXIT.
002690 1000-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 2000-PROCESS-DECISION - VALIDATE ONE DECISION CARD AND
002730* RECORD IT ON THE PENDING ITEM IT NAMES, OR LOG AN
002740* EXCEPTION AND CONTINUE WITH THE NEXT CARD.
002750*----------------------------------------------------------*
002760 2000-PROCESS-DECISION.
002770     PERFORM 3500-VALIDATE-DECISION
002780         THRU 3500-EXIT
002790     IF WS-DECISION-IS-VALID
002800         PERFORM 4000-RECORD-DECISION
002810             THRU 4000-EXIT
002820     ELSE
002830         PERFORM 3600-LOG-EXCEPTION
002840             THRU 3600-EXIT
002850     END-IF
002860     PERFORM 3000-READ-DECISION
002870         THRU 3000-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------*
002910* 3000-READ-DECISION - READ THE NEXT DECISION CARD.
002920*----------------------------------------------------------*
002930 3000-READ-DECISION.
002940     READ DECISION-INPUT
002950         AT END
002960             SET WS-EOF-YES TO TRUE
002970     END-READ
002980     IF NOT WS-EOF-YES
002990         ADD 1 TO WS-RECORD-NUMBER
003000     END-IF.
003010 3000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 3500-VALIDATE-DECISION - REJECT A CARD WITH A BAD
003050* DECISION CODE, A BLANK APPROVER, A NON-NUMERIC ITEM KEY, A
003060* REJECT WITH NO REASON, AN ITEM THAT IS NOT ON FILE OR IS
003070* NO LONGER PENDING, OR AN APPROVAL KEYED BY THE SAME
003080* OPERATOR WHO SUBMITTED THE ITEM.  A SUBMITTER MAY STILL
003090* REJECT (WITHDRAW) THEIR OWN ITEM.  A VALID CARD LEAVES
003100* THE ITEM IN THE FILE AREA FOR THE UPDATE STEP.
003110*----------------------------------------------------------*
003120 3500-VALIDATE-DECISION.
003130     SET WS-DECISION-IS-VALID TO TRUE
003140     MOVE SPACES TO WS-REJECT-REASON
003150     IF NOT DI-IS-APPROVE
003160             AND NOT DI-IS-REJECT
003170         SET WS-DECISION-IS-INVALID TO TRUE
003180         MOVE "INVALID DECISION CODE" TO WS-REJECT-REASON
003190         GO TO 3500-EXIT
003200     END-IF
003210     IF DI-APPROVER-ID IS EQUAL TO SPACES
003220         SET WS-DECISION-IS-INVALID TO TRUE
003230         MOVE "APPROVER ID BLANK" TO WS-REJECT-REASON
003240         GO TO 3500-EXIT
003250     END-IF
003260     IF DI-SUBMIT-DATE IS NOT NUMERIC
003270             OR DI-SUBMIT-TIME IS NOT NUMERIC
003280             OR DI-SEQUENCE IS NOT NUMERIC
003290         SET WS-DECISION-IS-INVALID TO TRUE
003300         MOVE "ITEM KEY NOT NUMERIC" TO WS-REJECT-REASON
003310         GO TO 3500-EXIT
003320     END-IF
003330     IF DI-IS-REJECT
003340             AND DI-REASON-TEXT IS EQUAL TO SPACES
003350         SET WS-DECISION-IS-INVALID TO TRUE
003360         MOVE "REJECT REASON BLANK" TO WS-REJECT-REASON
003370         GO TO 3500-EXIT
003380     END-IF
003390     MOVE DI-PROGRAM TO PT-PROGRAM
003400     MOVE DI-SUBMIT-DATE TO PT-SUBMIT-DATE
003410     MOVE DI-SUBMIT-TIME TO PT-SUBMIT-TIME
003420     MOVE DI-SEQUENCE TO PT-SEQUENCE
003430     READ PENDING-FILE
003440         INVALID KEY
003450             SET WS-DECISION-IS-INVALID TO TRUE
003460             MOVE "ITEM NOT ON FILE" TO WS-REJECT-REASON
003470             GO TO 3500-EXIT
003480     END-READ
003490     IF NOT PT-IS-PENDING
003500         SET WS-DECISION-IS-INVALID TO TRUE
003510         MOVE "ITEM NOT PENDING" TO WS-REJECT-REASON
003520         GO TO 3500-EXIT
003530     END-IF
003540     IF DI-IS-APPROVE
003550             AND DI-APPROVER-ID IS EQUAL TO PT-SUBMITTER-ID
003560         SET WS-DECISION-IS-INVALID TO TRUE
003570         MOVE "APPROVER IS SUBMITTER" TO WS-REJECT-REASON
003580     END-IF.
003590 3500-EXIT.
003600     EXIT.
003610*----------------------------------------------------------*
003620* 3600-LOG-EXCEPTION - WRITE ONE REFUSED DECISION CARD TO
003630* THE EXCEPTION REPORT, IDENTIFIED BY ITS RECORD NUMBER, THE
003640* ITEM KEY IT NAMED AND THE REASON IT WAS REFUSED.
003650*----------------------------------------------------------*
003660 3600-LOG-EXCEPTION.
003670     ADD 1 TO WS-EXCEPTION-COUNT
003680     MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER
003690     MOVE DI-ITEM-KEY TO EL-ITEM-KEY
003700     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
003710     WRITE ER-RECORD FROM WS-EXCEPTION-LINE.
003720 3600-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 4000-RECORD-DECISION - STAMP THE DECISION, THE CHECKER'S
003760* OPERATOR ID AND THE RUN DATE ON THE PENDING ITEM LEFT IN
003770* THE FILE AREA BY THE VALIDATION, REWRITE IT AND LIST IT.
003780* AN APPROVED ITEM IS APPLIED BY ITS OWN PROGRAM'S NEXT RUN.
003790*----------------------------------------------------------*
003800 4000-RECORD-DECISION.
003810     MOVE DI-APPROVER-ID TO PT-APPROVER-ID
003820     MOVE WS-TODAY TO PT-DECISION-DATE
003830     IF DI-IS-APPROVE
003840         SET PT-IS-APPROVED TO TRUE
003850         ADD 1 TO WS-APPROVED-COUNT
003860         MOVE "APPROVED- " TO DL-DECISION-TEXT
003870     ELSE
003880         SET PT-IS-REJECTED TO TRUE
003890         MOVE DI-REASON-TEXT TO PT-NOTE
003900         ADD 1 TO WS-REJECTED-COUNT
003910         MOVE "REJECTED- " TO DL-DECISION-TEXT
003920     END-IF
003930     REWRITE PENDING-TRANS-RECORD
003940     IF FS-PENDING-FILE IS NOT EQUAL TO "00"
003950         MOVE "PENDING-FILE" TO WS-ABEND-FILE-ID
003960         MOVE FS-PENDING-FILE TO WS-ABEND-STATUS
003970         PERFORM 9000-ABEND
003980             THRU 9000-EXIT
003990     END-IF
004000     MOVE PT-KEY TO DL-ITEM-KEY
004010     MOVE PT-SUBMITTER-ID TO DL-SUBMITTER-ID
004020     MOVE PT-APPROVER-ID TO DL-APPROVER-ID
004030     WRITE AP-RECORD FROM WS-DECISION-LINE.
004040 4000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 5000-LIST-PENDING - READ THE WHOLE PENDING-TRANSACTION
004080* FILE IN KEY ORDER AND LIST EVERY ITEM STILL AWAITING A
004090* DECISION, AFTER THIS RUN'S DECISIONS HAVE BEEN RECORDED.
004100*----------------------------------------------------------*
004110 5000-LIST-PENDING.
004120     WRITE AP-RECORD FROM WS-LIST-TITLE-LINE
004130     MOVE "N" TO WS-LIST-EOF-SWITCH
004140     MOVE SPACES TO PT-PROGRAM
004150     MOVE ZERO TO PT-SUBMIT-DATE
004160     MOVE ZERO TO PT-SUBMIT-TIME
004170     MOVE ZERO TO PT-SEQUENCE
004180     START PENDING-FILE KEY IS NOT LESS THAN PT-KEY
004190         INVALID KEY
004200             SET WS-LIST-EOF-YES TO TRUE
004210     END-START
004220     PERFORM 5100-LIST-ONE-ITEM
004230         THRU 5100-EXIT
004240         UNTIL WS-LIST-EOF-YES.
004250 5000-EXIT.
004260     EXIT.
004270*----------------------------------------------------------*
004280* 5100-LIST-ONE-ITEM - READ THE NEXT ITEM AND, WHEN IT IS
004290* STILL PENDING, PRINT IT WITH ITS AGE.  AN ITEM OLDER THAN
004300* THE AGING LIMIT IS ALSO WRITTEN TO THE AGING EXCEPTION
004310* LIST.
004320*----------------------------------------------------------*
004330 5100-LIST-ONE-ITEM.
004340     READ PENDING-FILE NEXT RECORD
004350         AT END
004360             SET WS-LIST-EOF-YES TO TRUE
004370             GO TO 5100-EXIT
004380     END-READ
004390     IF NOT PT-IS-PENDING
004400         GO TO 5100-EXIT
004410     END-IF
004420     ADD 1 TO WS-PENDING-COUNT
004430     PERFORM 5200-COMPUTE-AGE
004440         THRU 5200-EXIT
004450     MOVE PT-PROGRAM TO PL-PROGRAM
004460     MOVE PT-SUBMIT-DATE TO PL-SUBMIT-DATE
004470     MOVE PT-SUBMIT-TIME TO PL-SUBMIT-TIME
004480     MOVE PT-SEQUENCE TO PL-SEQUENCE
004490     MOVE PT-SUBMITTER-ID TO PL-SUBMITTER-ID
004500     MOVE WS-AGE-DAYS TO PL-AGE-DAYS
004510     MOVE PT-CARD-IMAGE TO PL-CARD-TEXT
004520     WRITE AP-RECORD FROM WS-PENDING-LINE
004530     IF WS-AGE-DAYS IS GREATER THAN WS-AGE-LIMIT
004540         ADD 1 TO WS-AGED-COUNT
004550         WRITE AG-RECORD FROM WS-PENDING-LINE
004560     END-IF.
004570 5100-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004600* 5200-COMPUTE-AGE - CALENDAR DAYS FROM THE SUBMISSION DATE
004610* TO TODAY, FROM THE DATE-SERVICES MODULE.  AN AGE THE
004620* CALENDAR CANNOT ANSWER (A DATE OFF THE CALENDAR MASTER)
004630* PRINTS AS 9999 SO THE ITEM IS ALWAYS TREATED AS AGED.
004640*----------------------------------------------------------*
004650 5200-COMPUTE-AGE.
004660     MOVE "DC" TO DS-FUNCTION-CODE
004670     MOVE PT-SUBMIT-DATE TO DS-GREGORIAN-DATE
004680     MOVE WS-TODAY TO DS-GREGORIAN-DATE-2
004690     CALL "DATESRV" USING DATE-SERVICES-PARMS
004700     IF DS-FILE-ERROR
004710         MOVE "DATESRV" TO WS-ABEND-FILE-ID
004720         MOVE "30" TO WS-ABEND-STATUS
004730         PERFORM 9000-ABEND
004740             THRU 9000-EXIT
004750     END-IF
004760     IF DS-SUCCESS
004770         MOVE DS-RESULT-COUNT TO WS-AGE-DAYS
004780     ELSE
004790         MOVE 9999 TO WS-AGE-DAYS
004800     END-IF.
004810 5200-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 8000-FINALIZE - WRITE THE RUN TOTALS, CLOSE THE FILES AND
004850* SET RETURN CODE 4 WHEN ANY DECISION WAS REFUSED OR ANY
004860* ITEM HAS AGED PAST THE LIMIT.
004870*----------------------------------------------------------*
004880 8000-FINALIZE.
004890     MOVE WS-RECORD-NUMBER TO TL-DECISIONS-READ
004900     WRITE AP-RECORD FROM WS-TOTAL-LINE-1
004910     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT
004920     WRITE AP-RECORD FROM WS-TOTAL-LINE-2
004930     MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
004940     WRITE AP-RECORD FROM WS-TOTAL-LINE-3
004950     MOVE WS-PENDING-COUNT TO TL-PENDING-COUNT
004960     WRITE AP-RECORD FROM WS-TOTAL-LINE-4
004970     MOVE WS-AGED-COUNT TO TL-AGED-COUNT
004980     WRITE AP-RECORD FROM WS-TOTAL-LINE-5
004990     WRITE AG-RECORD FROM WS-TOTAL-LINE-5
005000     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
005010     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
005020     CLOSE DECISION-INPUT
005030     CLOSE PENDING-FILE
005040     CLOSE APPROVAL-REPORT
005050     CLOSE EXCEPTION-REPORT
005060     CLOSE AGING-REPORT
005070     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
005080             OR WS-AGED-COUNT IS GREATER THAN ZERO
005090         MOVE 4 TO RETURN-CODE
005100     END-IF.
005110 8000-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
005150* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
005160* A FILE STATUS OTHER THAN "00" MEANS THE FILE COULD NOT BE
005170* OPENED OR WRITTEN AS EXPECTED AND THE RUN CANNOT BE
005180* TRUSTED TO CONTINUE.
005190*----------------------------------------------------------*
005200 9000-ABEND.
005210     DISPLAY "PNDAPR ABEND - FILE " WS-ABEND-FILE-ID
005220         " STATUS " WS-ABEND-STATUS
005230     MOVE 16 TO RETURN-CODE
005240     STOP RUN.
005250 9000-EXIT.
005260     EXIT.
