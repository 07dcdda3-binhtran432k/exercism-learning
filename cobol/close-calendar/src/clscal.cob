000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLSCAL.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/15/2026 DH    ORIGINAL PROGRAM.  FINANCIAL CLOSE TASK
000130*                  CALENDAR.  FOR THE FISCAL YEAR IN THE
000140*                  EXEC PARM, FINDS EVERY FISCAL PERIOD'S
000150*                  START AND END FROM THE YEAR'S FISCPRD
000160*                  START DATE WITH THE DATESRV PERIOD-END
000170*                  FUNCTION, THEN EXPANDS THE ACCOUNTING-
000180*                  MAINTAINED CLOSE TASK TEMPLATE (ANCHOR
000190*                  PS/PE/QE/YE PLUS A BUSINESS-DAY OFFSET
000200*                  OF THE BANK OR COMPANY DAY CLASS) INTO
000210*                  ONE DATED TASK PER PERIOD ON THE KEYED
000220*                  CLOSE-CALENDAR FILE, AND PRINTS EACH
000230*                  PERIOD'S CLOSE SCHEDULE IN DUE-DATE
000240*                  ORDER.  A TASK WHOSE ANCHOR PERIOD IS
000250*                  NOT YET STAMPED, OR WHOSE OFFSET RUNS
000260*                  PAST THE START OF THE PERIOD AFTER ITS
000270*                  ANCHOR PERIOD, GOES TO THE EXCEPTION
000280*                  REPORT INSTEAD, AND THE RUN ENDS WITH
000290*                  RETURN CODE FOUR.
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TASK-INPUT ASSIGN TO CLSTASK
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FS-TASK-INPUT.
000400     SELECT PERIOD-INPUT ASSIGN TO FISCPRD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS FS-PERIOD-INPUT.
000430     SELECT CLOSE-CAL-FILE ASSIGN TO CLSCAL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CC-KEY
000470         FILE STATUS IS FS-CLOSE-CAL-FILE.
000480     SELECT SCHEDULE-REPORT ASSIGN TO CLSRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-SCHEDULE-REPORT.
000510     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-EXCEPTION-REPORT.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TASK-INPUT
000570     RECORDING MODE IS F.
000580 COPY CLSTASK.
000590 FD  PERIOD-INPUT
000600     RECORDING MODE IS F.
000610 COPY FISCPRD.
000620 FD  CLOSE-CAL-FILE.
000630 COPY CLSCAL.
000640 FD  SCHEDULE-REPORT
000650     RECORDING MODE IS F.
000660 01  SR-RECORD                   PIC X(80).
000670 FD  EXCEPTION-REPORT
000680     RECORDING MODE IS F.
000690 01  ER-RECORD                   PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000730         88  WS-EOF-YES                     VALUE "Y".
000740         88  WS-EOF-NO                      VALUE "N".
000750     05  WS-YEAR-FOUND-SWITCH    PIC X(01) VALUE "N".
000760         88  WS-YEAR-FOUND                   VALUE "Y".
000770     05  WS-TASK-VALID-SWITCH    PIC X(01) VALUE "Y".
000780         88  WS-TASK-IS-VALID                VALUE "Y".
000790         88  WS-TASK-IS-INVALID              VALUE "N".
000800     05  WS-DATE-OK-SWITCH       PIC X(01) VALUE "Y".
000810         88  WS-DATE-OK                      VALUE "Y".
000820         88  WS-DATE-FAILED                  VALUE "N".
000830     05  WS-CHAIN-SWITCH         PIC X(01) VALUE "N".
000840         88  WS-CHAIN-BROKEN                 VALUE "Y".
000850         88  WS-CHAIN-INTACT                 VALUE "N".
000860 01  WS-FILE-STATUSES.
000870     05  FS-TASK-INPUT           PIC X(02) VALUE "00".
000880     05  FS-PERIOD-INPUT         PIC X(02) VALUE "00".
000890     05  FS-CLOSE-CAL-FILE       PIC X(02) VALUE "00".
000900     05  FS-SCHEDULE-REPORT      PIC X(02) VALUE "00".
000910     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000920 01  WS-CONTROL-TOTALS.
000930     05  WS-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
000940     05  WS-TASKS-LOADED         PIC 9(05) COMP VALUE ZERO.
000950     05  WS-PERIODS-STAMPED      PIC 9(05) COMP VALUE ZERO.
000960     05  WS-TASKS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
000970     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
000980 01  WS-CLOSE-YEAR               PIC 9(04).
000990 01  WS-EXPECTED-YEAR            PIC 9(04).
001000 01  WS-EXPECTED-PERIOD          PIC 9(02).
001010 01  WS-PERIOD-INDEX             PIC 9(02) COMP.
001020 01  WS-ANCHOR-INDEX             PIC 9(02) COMP.
001030 01  WS-NEXT-INDEX               PIC 9(02) COMP.
001040 01  WS-TASK-INDEX               PIC 9(03) COMP.
001050 01  WS-SEARCH-INDEX             PIC 9(03) COMP.
001060 01  WS-QUARTER-REMAINDER        PIC 9(01).
001070 01  WS-QUARTER-QUOTIENT         PIC 9(02).
001080 01  WS-OFFSET                   PIC S9(03).
001090 01  WS-ANCHOR-DATE              PIC 9(08).
001100 01  WS-DUE-DATE                 PIC 9(08).
001110 01  WS-REJECT-REASON            PIC X(25).
001120*----------------------------------------------------------*
001130* THE PERIOD TABLE HOLDS THE FOURTEEN PERIODS A YEAR'S
001140* CLOSE CAN TOUCH - THE TWELVE OF THE PARM YEAR AND THE
001150* FIRST TWO OF THE NEXT, WHICH THE PERIOD-12 CLOSE NEEDS
001160* FOR ITS PS ANCHOR AND ITS RUN-OVER LIMIT.  ENTRY FIFTEEN
001170* ONLY EVER CARRIES A START DATE.
001180*----------------------------------------------------------*
001190 01  WS-PERIOD-TABLE.
001200     05  WS-PERIOD-ENTRY         OCCURS 15 TIMES.
001210         10  WS-PRD-START        PIC 9(08).
001220         10  WS-PRD-END          PIC 9(08).
001230         10  WS-PRD-STAMPED      PIC X(01).
001240 01  WS-TASK-TABLE.
001250     05  WS-TASK-ENTRY           OCCURS 100 TIMES.
001260         10  WS-TSK-ID           PIC X(08).
001270         10  WS-TSK-OWNER        PIC X(08).
001280         10  WS-TSK-ANCHOR       PIC X(02).
001290         10  WS-TSK-OFFSET       PIC S9(03).
001300         10  WS-TSK-CLASS        PIC X(01).
001310         10  WS-TSK-DESC         PIC X(30).
001320 COPY DATESRV.
001330 COPY CALMSTR REPLACING LEADING ==CM== BY ==WCM==
001340     LEADING ==CALENDAR== BY ==WORK-CALENDAR==.
001350 01  WS-REPORT-HEADER-LINE.
001360     05  FILLER                  PIC X(38)
001370             VALUE "CLSCAL CLOSE TASK CALENDAR - FISC YEAR".
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  RH-CLOSE-YEAR           PIC 9(04).
001400     05  FILLER                  PIC X(37) VALUE SPACES.
001410 01  WS-PERIOD-HEADER-LINE.
001420     05  FILLER                  PIC X(14)
001430             VALUE "FISCAL PERIOD ".
001440     05  PH-FISCAL-PERIOD        PIC 9(02).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  PH-PERIOD-START         PIC 9(08).
001470     05  FILLER                  PIC X(03) VALUE " - ".
001480     05  PH-PERIOD-END           PIC 9(08).
001490     05  FILLER                  PIC X(43) VALUE SPACES.
001500 01  WS-UNSTAMPED-HEADER-LINE.
001510     05  FILLER                  PIC X(14)
001520             VALUE "FISCAL PERIOD ".
001530     05  UH-FISCAL-PERIOD        PIC 9(02).
001540     05  FILLER                  PIC X(28)
001550             VALUE "  NOT STAMPED ON CALMSTR    ".
001560     05  FILLER                  PIC X(36) VALUE SPACES.
001570 01  WS-SCHEDULE-DETAIL-LINE.
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  SD-DUE-DATE             PIC 9(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  SD-DAY-OF-WEEK-NAME     PIC X(09).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  SD-TASK-ID              PIC X(08).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  SD-OWNER-GROUP          PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  SD-ANCHOR               PIC X(02).
001680     05  SD-OFFSET               PIC +999.
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  SD-DAY-CLASS            PIC X(01).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  SD-TASK-DESC            PIC X(30).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740 01  WS-TASK-EXCEPTION-LINE.
001750     05  EL-LITERAL              PIC X(16)
001760             VALUE "INVALID TASK - R".
001770     05  EL-RECORD-NUMBER        PIC ZZZZZZ9.
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001790     05  EL-TASK-ID              PIC X(08).
001800     05  FILLER                  PIC X(03) VALUE SPACES.
001810     05  EL-REJECT-REASON        PIC X(25).
001820     05  FILLER                  PIC X(18) VALUE SPACES.
001830 01  WS-DATE-EXCEPTION-LINE.
001840     05  FILLER                  PIC X(07) VALUE "PERIOD ".
001850     05  XL-FISCAL-PERIOD        PIC 9(02).
001860     05  FILLER                  PIC X(06) VALUE " TASK ".
001870     05  XL-TASK-ID              PIC X(08).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  XL-ANCHOR               PIC X(02).
001900     05  XL-OFFSET               PIC +999.
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  XL-DUE-DATE             PIC X(08).
001930     05  FILLER                  PIC X(03) VALUE " - ".
001940     05  XL-REJECT-REASON        PIC X(25).
001950     05  FILLER                  PIC X(13) VALUE SPACES.
001960 01  WS-TOTAL-LINE-1.
001970     05  FILLER                  PIC X(16)
001980             VALUE "TASKS LOADED   -".
001990     05  TL-TASKS-LOADED         PIC ZZZZ9.
002000     05  FILLER                  PIC X(59) VALUE SPACES.
002010 01  WS-TOTAL-LINE-2.
002020     05  FILLER                  PIC X(16)
002030             VALUE "PERIODS STAMPED-".
002040     05  TL-PERIODS-STAMPED      PIC ZZZZ9.
002050     05  FILLER                  PIC X(59) VALUE SPACES.
002060 01  WS-TOTAL-LINE-3.
002070     05  FILLER                  PIC X(16)
002080             VALUE "TASKS DATED    -".
002090     05  TL-TASKS-WRITTEN        PIC ZZZZZZ9.
002100     05  FILLER                  PIC X(57) VALUE SPACES.
002110 01  WS-EXCEPTION-TOTAL-LINE.
002120     05  FILLER                  PIC X(21)
002130             VALUE "EXCEPTIONS REJECTED -".
002140     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
002150     05  FILLER                  PIC X(52) VALUE SPACES.
002160 01  WS-ABEND-FIELDS.
002170     05  WS-ABEND-FILE-ID        PIC X(20).
002180     05  WS-ABEND-STATUS         PIC X(02).
002190 LINKAGE SECTION.
002200 01  LK-PARM-AREA.
002210     05  LK-PARM-LENGTH          PIC S9(04) COMP.
002220     05  LK-PARM-TEXT            PIC X(80).
002230 PROCEDURE DIVISION USING LK-PARM-AREA.
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE
002260         THRU 1000-EXIT
002270     PERFORM 1100-LOAD-TASK
002280         THRU 1100-EXIT
002290         UNTIL WS-EOF-YES
002300     SET WS-EOF-NO TO TRUE
002310     PERFORM 1500-FIND-FISCAL-YEAR
002320         THRU 1500-EXIT
002330         UNTIL WS-EOF-YES
002340             OR WS-YEAR-FOUND
002350     IF NOT WS-YEAR-FOUND
002360         MOVE "FISCAL-PERIOD-CARD" TO WS-ABEND-FILE-ID
002370         MOVE "23" TO WS-ABEND-STATUS
002380         PERFORM 9000-ABEND
002390             THRU 9000-EXIT
002400     END-IF
002410     MOVE FP-START-DATE TO WS-PRD-START(1)
002420     SET WS-CHAIN-INTACT TO TRUE
002430     PERFORM 2000-LOCATE-PERIOD
002440         THRU 2000-EXIT
002450         VARYING WS-PERIOD-INDEX FROM 1 BY 1
002460         UNTIL WS-PERIOD-INDEX IS GREATER THAN 14
002470     PERFORM 3000-EXPAND-PERIOD
002480         THRU 3000-EXIT
002490         VARYING WS-PERIOD-INDEX FROM 1 BY 1
002500         UNTIL WS-PERIOD-INDEX IS GREATER THAN 12
002510     PERFORM 6000-PRINT-SCHEDULE
002520         THRU 6000-EXIT
002530     PERFORM 8000-FINALIZE
002540         THRU 8000-EXIT
002550     STOP RUN.
002560*----------------------------------------------------------*
002570* 1000-INITIALIZE - EDIT THE PARM FISCAL YEAR, OPEN THE
002580* FILES, CLEAR THE PERIOD TABLE AND WRITE THE REPORT
002590* HEADERS.
002600*----------------------------------------------------------*
002610 1000-INITIALIZE.
002620     IF LK-PARM-LENGTH IS LESS THAN 4
002630             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
002640         MOVE "CLSCAL-PARM" TO WS-ABEND-FILE-ID
002650         MOVE "90" TO WS-ABEND-STATUS
002660         PERFORM 9000-ABEND
002670             THRU 9000-EXIT
002680     END-IF
002690     MOVE LK-PARM-TEXT(1:4) TO WS-CLOSE-YEAR
002700     OPEN INPUT TASK-INPUT
002710     IF FS-TASK-INPUT IS NOT EQUAL TO "00"
002720         MOVE "TASK-INPUT" TO WS-ABEND-FILE-ID
002730         MOVE FS-TASK-INPUT TO WS-ABEND-STATUS
002740         PERFORM 9000-ABEND
002750             THRU 9000-EXIT
002760     END-IF
002770     OPEN INPUT PERIOD-INPUT
002780     IF FS-PERIOD-INPUT IS NOT EQUAL TO "00"
002790         MOVE "PERIOD-INPUT" TO WS-ABEND-FILE-ID
002800         MOVE FS-PERIOD-INPUT TO WS-ABEND-STATUS
002810         PERFORM 9000-ABEND
002820             THRU 9000-EXIT
002830     END-IF
002840     OPEN OUTPUT CLOSE-CAL-FILE
002850     IF FS-CLOSE-CAL-FILE IS NOT EQUAL TO "00"
002860         MOVE "CLOSE-CAL-FILE" TO WS-ABEND-FILE-ID
002870         MOVE FS-CLOSE-CAL-FILE TO WS-ABEND-STATUS
002880         PERFORM 9000-ABEND
002890             THRU 9000-EXIT
002900     END-IF
002910     OPEN OUTPUT SCHEDULE-REPORT
002920     IF FS-SCHEDULE-REPORT IS NOT EQUAL TO "00"
002930         MOVE "SCHEDULE-REPORT" TO WS-ABEND-FILE-ID
002940         MOVE FS-SCHEDULE-REPORT TO WS-ABEND-STATUS
002950         PERFORM 9000-ABEND
002960             THRU 9000-EXIT
002970     END-IF
002980     OPEN OUTPUT EXCEPTION-REPORT
002990     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
003000         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
003010         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
003020         PERFORM 9000-ABEND
003030             THRU 9000-EXIT
003040     END-IF
003050     PERFORM 1050-CLEAR-PERIOD-ENTRY
003060         THRU 1050-EXIT
003070         VARYING WS-PERIOD-INDEX FROM 1 BY 1
003080         UNTIL WS-PERIOD-INDEX IS GREATER THAN 15
003090     MOVE WS-CLOSE-YEAR TO RH-CLOSE-YEAR
003100     WRITE SR-RECORD FROM WS-REPORT-HEADER-LINE
003110     WRITE ER-RECORD FROM WS-REPORT-HEADER-LINE.
003120 1000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------*
003150* 1050-CLEAR-PERIOD-ENTRY - ZERO ONE PERIOD'S DATES AND
003160* MARK IT NOT STAMPED.
003170*----------------------------------------------------------*
003180 1050-CLEAR-PERIOD-ENTRY.
003190     MOVE ZERO TO WS-PRD-START(WS-PERIOD-INDEX)
003200     MOVE ZERO TO WS-PRD-END(WS-PERIOD-INDEX)
003210     MOVE "N" TO WS-PRD-STAMPED(WS-PERIOD-INDEX).
003220 1050-EXIT.
003230     EXIT.
003240*----------------------------------------------------------*
003250* 1100-LOAD-TASK - READ ONE CLOSE TASK TEMPLATE CARD,
003260* VALIDATE IT AND ADD IT TO THE TASK TABLE.  A BAD CARD
003270* GOES TO THE EXCEPTION REPORT AND IS LEFT OUT OF EVERY
003280* PERIOD.
003290*----------------------------------------------------------*
003300 1100-LOAD-TASK.
003310     READ TASK-INPUT
003320         AT END
003330             SET WS-EOF-YES TO TRUE
003340             GO TO 1100-EXIT
003350     END-READ
003360     ADD 1 TO WS-RECORD-NUMBER
003370     PERFORM 1200-VALIDATE-TASK
003380         THRU 1200-EXIT
003390     IF WS-TASK-IS-INVALID
003400         ADD 1 TO WS-EXCEPTION-COUNT
003410         MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER
003420         MOVE CT-TASK-ID TO EL-TASK-ID
003430         MOVE WS-REJECT-REASON TO EL-REJECT-REASON
003440         WRITE ER-RECORD FROM WS-TASK-EXCEPTION-LINE
003450         GO TO 1100-EXIT
003460     END-IF
003470     ADD 1 TO WS-TASKS-LOADED
003480     MOVE CT-TASK-ID TO WS-TSK-ID(WS-TASKS-LOADED)
003490     MOVE CT-OWNER-GROUP TO WS-TSK-OWNER(WS-TASKS-LOADED)
003500     MOVE CT-ANCHOR TO WS-TSK-ANCHOR(WS-TASKS-LOADED)
003510     MOVE WS-OFFSET TO WS-TSK-OFFSET(WS-TASKS-LOADED)
003520     MOVE CT-DAY-CLASS TO WS-TSK-CLASS(WS-TASKS-LOADED)
003530     MOVE CT-TASK-DESC TO WS-TSK-DESC(WS-TASKS-LOADED).
003540 1100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------*
003570* 1200-VALIDATE-TASK - A CARD NEEDS A TASK ID NOT ALREADY
003580* LOADED, AN ANCHOR OF PS, PE, QE OR YE, A SIGN OF +, - OR
003590* BLANK AND A NUMERIC OFFSET, AND A DAY CLASS OF B OR C.
003600*----------------------------------------------------------*
003610 1200-VALIDATE-TASK.
003620     SET WS-TASK-IS-VALID TO TRUE
003630     MOVE SPACES TO WS-REJECT-REASON
003640     IF CT-TASK-ID IS EQUAL TO SPACES
003650         SET WS-TASK-IS-INVALID TO TRUE
003660         MOVE "TASK ID BLANK" TO WS-REJECT-REASON
003670         GO TO 1200-EXIT
003680     END-IF
003690     IF NOT CT-ANCHOR-PERIOD-START
003700             AND NOT CT-ANCHOR-PERIOD-END
003710             AND NOT CT-ANCHOR-QUARTER-END
003720             AND NOT CT-ANCHOR-YEAR-END
003730         SET WS-TASK-IS-INVALID TO TRUE
003740         MOVE "INVALID ANCHOR" TO WS-REJECT-REASON
003750         GO TO 1200-EXIT
003760     END-IF
003770     IF CT-OFFSET-DAYS IS NOT NUMERIC
003780             OR (NOT CT-OFFSET-NEGATIVE
003790                 AND NOT CT-OFFSET-POSITIVE)
003800         SET WS-TASK-IS-INVALID TO TRUE
003810         MOVE "INVALID OFFSET" TO WS-REJECT-REASON
003820         GO TO 1200-EXIT
003830     END-IF
003840     IF NOT CT-CLASS-BANK
003850             AND NOT CT-CLASS-COMPANY
003860         SET WS-TASK-IS-INVALID TO TRUE
003870         MOVE "INVALID DAY CLASS" TO WS-REJECT-REASON
003880         GO TO 1200-EXIT
003890     END-IF
003900     IF WS-TASKS-LOADED IS NOT LESS THAN 100
003910         SET WS-TASK-IS-INVALID TO TRUE
003920         MOVE "TASK TABLE FULL" TO WS-REJECT-REASON
003930         GO TO 1200-EXIT
003940     END-IF
003950     PERFORM 1250-CHECK-DUPLICATE
003960         THRU 1250-EXIT
003970         VARYING WS-SEARCH-INDEX FROM 1 BY 1
003980         UNTIL WS-SEARCH-INDEX IS GREATER THAN WS-TASKS-LOADED
003990             OR WS-TASK-IS-INVALID
004000     IF WS-TASK-IS-INVALID
004010         GO TO 1200-EXIT
004020     END-IF
004030     MOVE CT-OFFSET-DAYS TO WS-OFFSET
004040     IF CT-OFFSET-NEGATIVE
004050         COMPUTE WS-OFFSET = ZERO - WS-OFFSET
004060     END-IF.
004070 1200-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1250-CHECK-DUPLICATE - REJECT A TASK ID ALREADY IN THE
004110* TABLE; IT WOULD COLLIDE ON THE CLOSE-CALENDAR KEY.
004120*----------------------------------------------------------*
004130 1250-CHECK-DUPLICATE.
004140     IF WS-TSK-ID(WS-SEARCH-INDEX) IS EQUAL TO CT-TASK-ID
004150         SET WS-TASK-IS-INVALID TO TRUE
004160         MOVE "DUPLICATE TASK ID" TO WS-REJECT-REASON
004170     END-IF.
004180 1250-EXIT.
004190     EXIT.
004200*----------------------------------------------------------*
004210* 1500-FIND-FISCAL-YEAR - READ THE FISCAL-PERIOD CARDS
004220* UNTIL THE PARM YEAR'S CARD, WHOSE START DATE IS THE
004230* FIRST DAY OF THE YEAR'S FIRST PERIOD.
004240*----------------------------------------------------------*
004250 1500-FIND-FISCAL-YEAR.
004260     READ PERIOD-INPUT
004270         AT END
004280             SET WS-EOF-YES TO TRUE
004290             GO TO 1500-EXIT
004300     END-READ
004310     IF FP-FISCAL-YEAR IS EQUAL TO WS-CLOSE-YEAR
004320             AND FP-START-DATE IS NUMERIC
004330         SET WS-YEAR-FOUND TO TRUE
004340     END-IF.
004350 1500-EXIT.
004360     EXIT.
004370*----------------------------------------------------------*
004380* 2000-LOCATE-PERIOD - FIND ONE PERIOD'S END FROM ITS START
004390* AND STEP ONE DAY TO THE NEXT PERIOD'S START.  ENTRIES 13
004400* AND 14 ARE PERIODS 1 AND 2 OF THE NEXT FISCAL YEAR.  A
004410* PERIOD IS STAMPED ONLY WHEN THE CALENDAR MASTER CARRIES
004420* THE EXPECTED FISCAL YEAR AND PERIOD THERE; ONCE ONE IS
004430* NOT, EVERY LATER PERIOD IS LEFT NOT STAMPED, SINCE ITS
004440* START CANNOT BE PROVED.
004450*----------------------------------------------------------*
004460 2000-LOCATE-PERIOD.
004470     IF WS-CHAIN-BROKEN
004480             OR WS-PRD-START(WS-PERIOD-INDEX) IS EQUAL TO ZERO
004490         SET WS-CHAIN-BROKEN TO TRUE
004500         GO TO 2000-EXIT
004510     END-IF
004520     IF WS-PERIOD-INDEX IS GREATER THAN 12
004530         COMPUTE WS-EXPECTED-YEAR = WS-CLOSE-YEAR + 1
004540         COMPUTE WS-EXPECTED-PERIOD = WS-PERIOD-INDEX - 12
004550     ELSE
004560         MOVE WS-CLOSE-YEAR TO WS-EXPECTED-YEAR
004570         MOVE WS-PERIOD-INDEX TO WS-EXPECTED-PERIOD
004580     END-IF
004590     MOVE SPACES TO DS-DAY-CLASS
004600     MOVE "PE" TO DS-FUNCTION-CODE
004610     MOVE WS-PRD-START(WS-PERIOD-INDEX) TO DS-GREGORIAN-DATE
004620     PERFORM 5000-CALL-DATESRV
004630         THRU 5000-EXIT
004640     IF WS-DATE-FAILED
004650         SET WS-CHAIN-BROKEN TO TRUE
004660         GO TO 2000-EXIT
004670     END-IF
004680     MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
004690     IF WCM-FISCAL-YEAR IS NOT EQUAL TO WS-EXPECTED-YEAR
004700             OR WCM-FISCAL-PERIOD IS NOT EQUAL TO
004710                 WS-EXPECTED-PERIOD
004720         SET WS-CHAIN-BROKEN TO TRUE
004730         GO TO 2000-EXIT
004740     END-IF
004750     MOVE DS-RESULT-DATE TO WS-PRD-END(WS-PERIOD-INDEX)
004760     MOVE "Y" TO WS-PRD-STAMPED(WS-PERIOD-INDEX)
004770     IF WS-PERIOD-INDEX IS NOT GREATER THAN 12
004780         ADD 1 TO WS-PERIODS-STAMPED
004790     END-IF
004800     MOVE "AC" TO DS-FUNCTION-CODE
004810     MOVE WS-PRD-END(WS-PERIOD-INDEX) TO DS-GREGORIAN-DATE
004820     MOVE 1 TO DS-DAY-COUNT
004830     PERFORM 5000-CALL-DATESRV
004840         THRU 5000-EXIT
004850     IF WS-DATE-OK
004860         COMPUTE WS-NEXT-INDEX = WS-PERIOD-INDEX + 1
004870         MOVE DS-RESULT-DATE TO WS-PRD-START(WS-NEXT-INDEX)
004880     END-IF.
004890 2000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 3000-EXPAND-PERIOD - DATE EVERY TEMPLATE TASK FOR THE
004930* CLOSE OF ONE FISCAL PERIOD.
004940*----------------------------------------------------------*
004950 3000-EXPAND-PERIOD.
004960     PERFORM 3100-EXPAND-TASK
004970         THRU 3100-EXIT
004980         VARYING WS-TASK-INDEX FROM 1 BY 1
004990         UNTIL WS-TASK-INDEX IS GREATER THAN WS-TASKS-LOADED.
005000 3000-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 3100-EXPAND-TASK - DATE ONE TASK FOR THE PERIOD CLOSE.  A
005040* QE TASK BELONGS ONLY TO THE QUARTER-END PERIODS AND A YE
005050* TASK ONLY TO PERIOD 12.  THE ANCHOR PERIOD IS THE PERIOD
005060* BEING CLOSED, OR FOR PS THE PERIOD AFTER IT.  A TASK
005070* WHOSE ANCHOR PERIOD IS NOT STAMPED, WHOSE DATE THE
005080* CALENDAR CANNOT ANSWER, OR WHOSE DUE DATE FALLS ON OR
005090* AFTER THE START OF THE PERIOD FOLLOWING THE ANCHOR PERIOD
005100* GOES TO THE EXCEPTION REPORT INSTEAD OF THE CALENDAR.
005110*----------------------------------------------------------*
005120 3100-EXPAND-TASK.
005130     IF WS-TSK-ANCHOR(WS-TASK-INDEX) IS EQUAL TO "QE"
005140         DIVIDE WS-PERIOD-INDEX BY 3
005150             GIVING WS-QUARTER-QUOTIENT
005160             REMAINDER WS-QUARTER-REMAINDER
005170         IF WS-QUARTER-REMAINDER IS NOT EQUAL TO ZERO
005180             GO TO 3100-EXIT
005190         END-IF
005200     END-IF
005210     IF WS-TSK-ANCHOR(WS-TASK-INDEX) IS EQUAL TO "YE"
005220             AND WS-PERIOD-INDEX IS NOT EQUAL TO 12
005230         GO TO 3100-EXIT
005240     END-IF
005250     MOVE WS-TSK-OFFSET(WS-TASK-INDEX) TO WS-OFFSET
005260     MOVE ZERO TO WS-DUE-DATE
005270     IF WS-TSK-ANCHOR(WS-TASK-INDEX) IS EQUAL TO "PS"
005280         COMPUTE WS-ANCHOR-INDEX = WS-PERIOD-INDEX + 1
005290         MOVE WS-PRD-START(WS-ANCHOR-INDEX) TO WS-ANCHOR-DATE
005300     ELSE
005310         MOVE WS-PERIOD-INDEX TO WS-ANCHOR-INDEX
005320         MOVE WS-PRD-END(WS-ANCHOR-INDEX) TO WS-ANCHOR-DATE
005330     END-IF
005340     IF WS-PRD-STAMPED(WS-ANCHOR-INDEX) IS NOT EQUAL TO "Y"
005350         MOVE "ANCHOR PERIOD NOT STAMPED" TO WS-REJECT-REASON
005360         PERFORM 3700-LOG-EXCEPTION
005370             THRU 3700-EXIT
005380         GO TO 3100-EXIT
005390     END-IF
005400     PERFORM 3200-COMPUTE-DUE-DATE
005410         THRU 3200-EXIT
005420     IF WS-DATE-FAILED
005430         PERFORM 3700-LOG-EXCEPTION
005440             THRU 3700-EXIT
005450         GO TO 3100-EXIT
005460     END-IF
005470     COMPUTE WS-NEXT-INDEX = WS-ANCHOR-INDEX + 1
005480     IF WS-PRD-START(WS-NEXT-INDEX) IS GREATER THAN ZERO
005490             AND WS-DUE-DATE IS NOT LESS THAN
005500                 WS-PRD-START(WS-NEXT-INDEX)
005510         MOVE "OFFSET PAST NEXT PERIOD" TO WS-REJECT-REASON
005520         PERFORM 3700-LOG-EXCEPTION
005530             THRU 3700-EXIT
005540         GO TO 3100-EXIT
005550     END-IF
005560     PERFORM 4000-WRITE-CLOSE-TASK
005570         THRU 4000-EXIT.
005580 3100-EXIT.
005590     EXIT.
005600*----------------------------------------------------------*
005610* 3200-COMPUTE-DUE-DATE - COUNT THE TASK'S BUSINESS DAYS
005620* OF ITS CLASS FROM THE ANCHOR.  FROM PS, A POSITIVE OR
005630* ZERO OFFSET IS BUSINESS DAY N (OR DAY 1) OF THE NEW
005640* PERIOD, COUNTED FORWARD FROM THE CLOSED PERIOD'S LAST DAY.
005650* FROM AN END ANCHOR, ZERO IS THE LAST BUSINESS DAY ON OR
005660* BEFORE THE PERIOD END - THE PRIOR BUSINESS DAY OF THE DAY
005670* AFTER IT.  EVERY OTHER OFFSET IS A STRAIGHT BUSINESS-DAY
005680* ADD FROM THE ANCHOR DATE.
005690*----------------------------------------------------------*
005700 3200-COMPUTE-DUE-DATE.
005710     MOVE WS-TSK-CLASS(WS-TASK-INDEX) TO DS-DAY-CLASS
005720     IF WS-TSK-ANCHOR(WS-TASK-INDEX) IS EQUAL TO "PS"
005730             AND WS-OFFSET IS NOT LESS THAN ZERO
005740         MOVE "AB" TO DS-FUNCTION-CODE
005750         MOVE WS-PRD-END(WS-PERIOD-INDEX) TO DS-GREGORIAN-DATE
005760         IF WS-OFFSET IS EQUAL TO ZERO
005770             MOVE 1 TO DS-DAY-COUNT
005780         ELSE
005790             MOVE WS-OFFSET TO DS-DAY-COUNT
005800         END-IF
005810         PERFORM 5000-CALL-DATESRV
005820             THRU 5000-EXIT
005830         GO TO 3200-RETURN-DATE
005840     END-IF
005850     IF WS-OFFSET IS NOT EQUAL TO ZERO
005860         MOVE "AB" TO DS-FUNCTION-CODE
005870         MOVE WS-ANCHOR-DATE TO DS-GREGORIAN-DATE
005880         MOVE WS-OFFSET TO DS-DAY-COUNT
005890         PERFORM 5000-CALL-DATESRV
005900             THRU 5000-EXIT
005910         GO TO 3200-RETURN-DATE
005920     END-IF
005930     MOVE "AC" TO DS-FUNCTION-CODE
005940     MOVE WS-ANCHOR-DATE TO DS-GREGORIAN-DATE
005950     MOVE 1 TO DS-DAY-COUNT
005960     PERFORM 5000-CALL-DATESRV
005970         THRU 5000-EXIT
005980     IF WS-DATE-FAILED
005990         GO TO 3200-EXIT
006000     END-IF
006010     MOVE "PB" TO DS-FUNCTION-CODE
006020     MOVE DS-RESULT-DATE TO DS-GREGORIAN-DATE
006030     PERFORM 5000-CALL-DATESRV
006040         THRU 5000-EXIT.
006050 3200-RETURN-DATE.
006060     IF WS-DATE-OK
006070         MOVE DS-RESULT-DATE TO WS-DUE-DATE
006080         MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
006090     END-IF.
006100 3200-EXIT.
006110     EXIT.
006120*----------------------------------------------------------*
006130* 3700-LOG-EXCEPTION - WRITE ONE PERIOD/TASK THAT COULD NOT
006140* BE PUT ON THE CLOSE CALENDAR.  THE DUE DATE PRINTS WHEN
006150* ONE WAS COMPUTED.
006160*----------------------------------------------------------*
006170 3700-LOG-EXCEPTION.
006180     ADD 1 TO WS-EXCEPTION-COUNT
006190     MOVE WS-PERIOD-INDEX TO XL-FISCAL-PERIOD
006200     MOVE WS-TSK-ID(WS-TASK-INDEX) TO XL-TASK-ID
006210     MOVE WS-TSK-ANCHOR(WS-TASK-INDEX) TO XL-ANCHOR
006220     MOVE WS-OFFSET TO XL-OFFSET
006230     IF WS-DUE-DATE IS EQUAL TO ZERO
006240         MOVE SPACES TO XL-DUE-DATE
006250     ELSE
006260         MOVE WS-DUE-DATE TO XL-DUE-DATE
006270     END-IF
006280     MOVE WS-REJECT-REASON TO XL-REJECT-REASON
006290     WRITE ER-RECORD FROM WS-DATE-EXCEPTION-LINE.
006300 3700-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* 4000-WRITE-CLOSE-TASK - BUILD AND WRITE THE KEYED CLOSE-
006340* CALENDAR RECORD FOR ONE DATED TASK.
006350*----------------------------------------------------------*
006360 4000-WRITE-CLOSE-TASK.
006370     MOVE SPACES TO CLOSE-CALENDAR-RECORD
006380     MOVE WS-CLOSE-YEAR TO CC-FISCAL-YEAR
006390     MOVE WS-PERIOD-INDEX TO CC-FISCAL-PERIOD
006400     MOVE WS-DUE-DATE TO CC-DUE-DATE
006410     MOVE WS-TSK-ID(WS-TASK-INDEX) TO CC-TASK-ID
006420     MOVE WCM-DAY-OF-WEEK-NAME TO CC-DAY-OF-WEEK-NAME
006430     MOVE WS-TSK-OWNER(WS-TASK-INDEX) TO CC-OWNER-GROUP
006440     MOVE WS-TSK-ANCHOR(WS-TASK-INDEX) TO CC-ANCHOR
006450     MOVE WS-ANCHOR-DATE TO CC-ANCHOR-DATE
006460     MOVE WS-OFFSET TO CC-BUS-DAY-OFFSET
006470     MOVE WS-TSK-CLASS(WS-TASK-INDEX) TO CC-DAY-CLASS
006480     MOVE WS-TSK-DESC(WS-TASK-INDEX) TO CC-TASK-DESC
006490     WRITE CLOSE-CALENDAR-RECORD
006500     IF FS-CLOSE-CAL-FILE IS NOT EQUAL TO "00"
006510         MOVE "CLOSE-CAL-FILE" TO WS-ABEND-FILE-ID
006520         MOVE FS-CLOSE-CAL-FILE TO WS-ABEND-STATUS
006530         PERFORM 9000-ABEND
006540             THRU 9000-EXIT
006550     END-IF
006560     ADD 1 TO WS-TASKS-WRITTEN.
006570 4000-EXIT.
006580     EXIT.
006590*----------------------------------------------------------*
006600* 5000-CALL-DATESRV - CALL THE DATE-SERVICES MODULE AND
006610* TURN ITS RETURN CODE INTO A TASK FAILURE REASON.  A FILE
006620* ERROR ABENDS THE RUN - EVERY LATER ANSWER WOULD BE WRONG
006630* THE SAME WAY.
006640*----------------------------------------------------------*
006650 5000-CALL-DATESRV.
006660     CALL "DATESRV" USING DATE-SERVICES-PARMS
006670     IF DS-FILE-ERROR
006680         MOVE "DATESRV" TO WS-ABEND-FILE-ID
006690         MOVE "30" TO WS-ABEND-STATUS
006700         PERFORM 9000-ABEND
006710             THRU 9000-EXIT
006720     END-IF
006730     IF DS-SUCCESS
006740         SET WS-DATE-OK TO TRUE
006750     ELSE
006760         SET WS-DATE-FAILED TO TRUE
006770         IF DS-RANGE-EXCEEDED
006780             MOVE "CALENDAR HORIZON SHORT" TO WS-REJECT-REASON
006790         ELSE
006800             MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
006810         END-IF
006820     END-IF.
006830 5000-EXIT.
006840     EXIT.
006850*----------------------------------------------------------*
006860* 6000-PRINT-SCHEDULE - REOPEN THE CLOSE-CALENDAR FILE FOR
006870* INPUT AND PRINT EACH PERIOD'S CLOSE SCHEDULE.  THE KEY
006880* CARRIES THE DUE DATE AHEAD OF THE TASK, SO EACH PERIOD'S
006890* TASKS READ BACK IN THE ORDER THEY FALL DUE.
006900*----------------------------------------------------------*
006910 6000-PRINT-SCHEDULE.
006920     CLOSE CLOSE-CAL-FILE
006930     OPEN INPUT CLOSE-CAL-FILE
006940     IF FS-CLOSE-CAL-FILE IS NOT EQUAL TO "00"
006950         MOVE "CLOSE-CAL-FILE" TO WS-ABEND-FILE-ID
006960         MOVE FS-CLOSE-CAL-FILE TO WS-ABEND-STATUS
006970         PERFORM 9000-ABEND
006980             THRU 9000-EXIT
006990     END-IF
007000     PERFORM 6100-PRINT-PERIOD
007010         THRU 6100-EXIT
007020         VARYING WS-PERIOD-INDEX FROM 1 BY 1
007030         UNTIL WS-PERIOD-INDEX IS GREATER THAN 12.
007040 6000-EXIT.
007050     EXIT.
007060*----------------------------------------------------------*
007070* 6100-PRINT-PERIOD - WRITE ONE PERIOD'S HEADER, THEN
007080* POSITION AT THE PERIOD AND LIST ITS TASKS.
007090*----------------------------------------------------------*
007100 6100-PRINT-PERIOD.
007110     IF WS-PRD-STAMPED(WS-PERIOD-INDEX) IS EQUAL TO "Y"
007120         MOVE WS-PERIOD-INDEX TO PH-FISCAL-PERIOD
007130         MOVE WS-PRD-START(WS-PERIOD-INDEX) TO PH-PERIOD-START
007140         MOVE WS-PRD-END(WS-PERIOD-INDEX) TO PH-PERIOD-END
007150         WRITE SR-RECORD FROM WS-PERIOD-HEADER-LINE
007160     ELSE
007170         MOVE WS-PERIOD-INDEX TO UH-FISCAL-PERIOD
007180         WRITE SR-RECORD FROM WS-UNSTAMPED-HEADER-LINE
007190     END-IF
007200     MOVE WS-CLOSE-YEAR TO CC-FISCAL-YEAR
007210     MOVE WS-PERIOD-INDEX TO CC-FISCAL-PERIOD
007220     MOVE ZERO TO CC-DUE-DATE
007230     MOVE SPACES TO CC-TASK-ID
007240     SET WS-EOF-NO TO TRUE
007250     START CLOSE-CAL-FILE KEY IS NOT LESS THAN CC-KEY
007260         INVALID KEY
007270             SET WS-EOF-YES TO TRUE
007280     END-START
007290     PERFORM 6200-PRINT-TASK
007300         THRU 6200-EXIT
007310         UNTIL WS-EOF-YES.
007320 6100-EXIT.
007330     EXIT.
007340*----------------------------------------------------------*
007350* 6200-PRINT-TASK - READ THE NEXT CLOSE-CALENDAR RECORD
007360* AND PRINT IT WHILE IT BELONGS TO THE PERIOD.
007370*----------------------------------------------------------*
007380 6200-PRINT-TASK.
007390     READ CLOSE-CAL-FILE NEXT RECORD
007400         AT END
007410             SET WS-EOF-YES TO TRUE
007420             GO TO 6200-EXIT
007430     END-READ
007440     IF CC-FISCAL-PERIOD IS NOT EQUAL TO WS-PERIOD-INDEX
007450         SET WS-EOF-YES TO TRUE
007460         GO TO 6200-EXIT
007470     END-IF
007480     MOVE CC-DUE-DATE TO SD-DUE-DATE
007490     MOVE CC-DAY-OF-WEEK-NAME TO SD-DAY-OF-WEEK-NAME
007500     MOVE CC-TASK-ID TO SD-TASK-ID
007510     MOVE CC-OWNER-GROUP TO SD-OWNER-GROUP
007520     MOVE CC-ANCHOR TO SD-ANCHOR
007530     MOVE CC-BUS-DAY-OFFSET TO SD-OFFSET
007540     MOVE CC-DAY-CLASS TO SD-DAY-CLASS
007550     MOVE CC-TASK-DESC TO SD-TASK-DESC
007560     WRITE SR-RECORD FROM WS-SCHEDULE-DETAIL-LINE.
007570 6200-EXIT.
007580     EXIT.
007590*----------------------------------------------------------*
007600* 8000-FINALIZE - WRITE THE CONTROL TOTALS, CLOSE THE
007610* FILES AND SET RETURN CODE FOUR WHEN ANY TEMPLATE CARD OR
007620* PERIOD TASK WENT TO THE EXCEPTION REPORT.
007630*----------------------------------------------------------*
007640 8000-FINALIZE.
007650     MOVE WS-TASKS-LOADED TO TL-TASKS-LOADED
007660     WRITE SR-RECORD FROM WS-TOTAL-LINE-1
007670     MOVE WS-PERIODS-STAMPED TO TL-PERIODS-STAMPED
007680     WRITE SR-RECORD FROM WS-TOTAL-LINE-2
007690     MOVE WS-TASKS-WRITTEN TO TL-TASKS-WRITTEN
007700     WRITE SR-RECORD FROM WS-TOTAL-LINE-3
007710     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
007720     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
007730     CLOSE TASK-INPUT
007740     CLOSE PERIOD-INPUT
007750     CLOSE CLOSE-CAL-FILE
007760     CLOSE SCHEDULE-REPORT
007770     CLOSE EXCEPTION-REPORT
007780     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
007790         MOVE 4 TO RETURN-CODE
007800     END-IF.
007810 8000-EXIT.
007820     EXIT.
007830*----------------------------------------------------------*
007840* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
007850* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
007860*----------------------------------------------------------*
007870 9000-ABEND.
007880     DISPLAY "CLSCAL ABEND - FILE " WS-ABEND-FILE-ID
007890         " STATUS " WS-ABEND-STATUS
007900     MOVE 16 TO RETURN-CODE
007910     STOP RUN.
007920 9000-EXIT.
007930     EXIT.
