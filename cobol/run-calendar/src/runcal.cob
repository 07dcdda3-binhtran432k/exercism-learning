000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNCAL.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  JOB RUN-CALENDAR
000130*                  GENERATOR.  FOR THE YEAR IN THE EXEC
000140*                  PARM, EXPANDS THE OPERATIONS-MAINTAINED
000150*                  RUN-RULE CARDS (EVERY BUSINESS DAY, NTH
000160*                  BUSINESS DAY OF THE MONTH, LAST BUSINESS
000170*                  DAY, FISCAL PERIOD END, FISCAL WEEK END)
000180*                  AGAINST THE CALENDAR MASTER INTO THE
000190*                  KEYED RUN SCHEDULE - ONE RECORD PER DATE
000200*                  AND JOB - SO THE DAILY RECONCILIATION
000210*                  (RUNREC) KNOWS WHICH JOBS WERE SUPPOSED
000220*                  TO RUN.  THE YEAR'S OLD SCHEDULE RECORDS
000230*                  ARE REPLACED AND OTHER YEARS ARE LEFT
000240*                  ALONE.  A BAD CARD, OR A RULE THE
000250*                  CALENDAR CANNOT ANSWER, GOES TO THE
000260*                  EXCEPTION REPORT AND DOES NOT ABEND THE
000270*                  RUN.
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RULE-INPUT ASSIGN TO RUNRULE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FS-RULE-INPUT.
000380     SELECT CALENDAR-MASTER ASSIGN TO CALMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-KEY
000420         FILE STATUS IS FS-CALENDAR-MASTER.
000430     SELECT RUN-SCHEDULE ASSIGN TO RUNSCHD
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RS-KEY
000470         FILE STATUS IS FS-RUN-SCHEDULE.
000480     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-CONTROL-REPORT.
000510     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-EXCEPTION-REPORT.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RULE-INPUT
000570     RECORDING MODE IS F.
000580 COPY RUNRULE.
000590 FD  CALENDAR-MASTER.
000600 COPY CALMSTR.
000610 FD  RUN-SCHEDULE.
000620 COPY RUNSCHD.
000630 FD  CONTROL-REPORT
000640     RECORDING MODE IS F.
000650 01  CR-RECORD                   PIC X(80).
000660 FD  EXCEPTION-REPORT
000670     RECORDING MODE IS F.
000680 01  ER-RECORD                   PIC X(80).
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000720         88  WS-EOF-YES                     VALUE "Y".
000730     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
000740         88  WS-CAL-EOF-YES                  VALUE "Y".
000750     05  WS-PURGE-EOF-SWITCH     PIC X(01) VALUE "N".
000760         88  WS-PURGE-EOF-YES                VALUE "Y".
000770     05  WS-NEXT-YEAR-SWITCH     PIC X(01) VALUE "N".
000780         88  WS-NEXT-YEAR-FOUND              VALUE "Y".
000790     05  WS-UNSTAMPED-SWITCH     PIC X(01) VALUE "N".
000800         88  WS-UNSTAMPED-SEEN               VALUE "Y".
000810     05  WS-RULE-VALID-SWITCH    PIC X(01) VALUE "Y".
000820         88  WS-RULE-IS-VALID                VALUE "Y".
000830         88  WS-RULE-IS-INVALID              VALUE "N".
000840     05  WS-RULE-FIRES-SWITCH    PIC X(01) VALUE "N".
000850         88  WS-RULE-FIRES                   VALUE "Y".
000860         88  WS-RULE-DOES-NOT-FIRE           VALUE "N".
000870 01  WS-FILE-STATUSES.
000880     05  FS-RULE-INPUT           PIC X(02) VALUE "00".
000890     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
000900     05  FS-RUN-SCHEDULE         PIC X(02) VALUE "00".
000910     05  FS-CONTROL-REPORT       PIC X(02) VALUE "00".
000920     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000930 01  WS-CONTROL-TOTALS.
000940     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
000950     05  WS-FISCAL-RULE-COUNT    PIC 9(05) COMP VALUE ZERO.
000960     05  WS-OLD-PURGED-COUNT     PIC 9(07) COMP VALUE ZERO.
000970     05  WS-SCHEDULES-WRITTEN    PIC 9(07) COMP VALUE ZERO.
000980     05  WS-DUPLICATE-COUNT      PIC 9(07) COMP VALUE ZERO.
000990     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001000 01  WS-TABLE-LIMITS.
001010     05  WS-TABLE-MAXIMUM        PIC 9(05) COMP VALUE 100.
001020     05  WS-DAY-MAXIMUM          PIC 9(05) COMP VALUE 366.
001030 01  WS-RULE-TABLE.
001040     05  WS-RULE-COUNT           PIC 9(05) COMP VALUE ZERO.
001050     05  WS-RULE-ENTRY           OCCURS 100 TIMES.
001060         10  RT-JOB-NAME         PIC X(08).
001070         10  RT-RULE-TYPE        PIC X(01).
001080         10  RT-BUS-DAY-NUMBER   PIC 9(02).
001090         10  RT-CARD-NUMBER      PIC 9(05) COMP.
001100         10  RT-RUN-COUNT        PIC 9(05) COMP.
001110 01  WS-RULE-INDEX               PIC 9(05) COMP.
001120 01  WS-DAY-TABLE.
001130     05  WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
001140     05  WS-DAY-ENTRY            OCCURS 366 TIMES.
001150         10  DT-GREGORIAN-DATE   PIC 9(08).
001160         10  DT-MONTH            PIC 9(02).
001170         10  DT-DAY-OF-WEEK-NAME PIC X(09).
001180         10  DT-BUSINESS-DAY-FLAG
001190                                 PIC X(01).
001200         10  DT-BUS-DAY-OF-MONTH PIC 9(02).
001210         10  DT-FISCAL-YEAR      PIC 9(04).
001220         10  DT-FISCAL-PERIOD    PIC 9(02).
001230         10  DT-FISCAL-WEEK      PIC 9(02).
001240         10  DT-WEEK-ENDING-DATE PIC 9(08).
001250         10  DT-PERIOD-END-FLAG  PIC X(01).
001260 01  WS-DAY-INDEX                PIC 9(05) COMP.
001270 01  WS-NEXT-DAY-INDEX           PIC 9(05) COMP.
001280 01  WS-MONTH-BUS-DAY-TABLE.
001290     05  WS-MONTH-BUS-DAYS       PIC 9(02) OCCURS 12 TIMES.
001300 01  WS-MONTH-INDEX              PIC 9(02) COMP.
001310 01  WS-NEXT-FISCAL-YEAR         PIC 9(04) VALUE ZERO.
001320 01  WS-NEXT-FISCAL-PERIOD       PIC 9(02) VALUE ZERO.
001330 01  WS-GEN-YEAR                 PIC 9(04).
001340 01  WS-REJECT-REASON            PIC X(25).
001350 01  WS-REPORT-HEADER-LINE.
001360     05  FILLER                  PIC X(37)
001370             VALUE "RUNCAL JOB RUN CALENDAR - YEAR      ".
001380     05  RH-GEN-YEAR             PIC 9(04).
001390     05  FILLER                  PIC X(39) VALUE SPACES.
001400 01  WS-RULE-LINE.
001410     05  FILLER                  PIC X(04) VALUE "JOB ".
001420     05  RL-JOB-NAME             PIC X(08).
001430     05  FILLER                  PIC X(06) VALUE " RULE ".
001440     05  RL-RULE-TYPE            PIC X(01).
001450     05  FILLER                  PIC X(05) VALUE " DAY ".
001460     05  RL-BUS-DAY-NUMBER       PIC X(02).
001470     05  FILLER                  PIC X(11)
001480             VALUE " SCHEDULED ".
001490     05  RL-RUN-COUNT            PIC ZZZZ9.
001500     05  FILLER                  PIC X(38) VALUE SPACES.
001510 01  WS-EXCEPTION-LINE.
001520     05  FILLER                  PIC X(04) VALUE "JOB ".
001530     05  EL-JOB-NAME             PIC X(08).
001540     05  FILLER                  PIC X(06) VALUE " CARD ".
001550     05  EL-CARD-NUMBER          PIC ZZZZ9.
001560     05  FILLER                  PIC X(07) VALUE " MONTH ".
001570     05  EL-MONTH                PIC X(02).
001580     05  FILLER                  PIC X(03) VALUE " - ".
001590     05  EL-REJECT-REASON        PIC X(25).
001600     05  FILLER                  PIC X(20) VALUE SPACES.
001610 01  WS-TOTAL-LINE-1.
001620     05  FILLER                  PIC X(16)
001630             VALUE "RULE CARDS READ-".
001640     05  TL-CARDS-READ           PIC ZZZZZZ9.
001650     05  FILLER                  PIC X(57) VALUE SPACES.
001660 01  WS-TOTAL-LINE-2.
001670     05  FILLER                  PIC X(16)
001680             VALUE "RULES LOADED   -".
001690     05  TL-RULES-LOADED         PIC ZZZZZZ9.
001700     05  FILLER                  PIC X(57) VALUE SPACES.
001710 01  WS-TOTAL-LINE-3.
001720     05  FILLER                  PIC X(16)
001730             VALUE "CALENDAR DAYS  -".
001740     05  TL-DAYS-READ            PIC ZZZZZZ9.
001750     05  FILLER                  PIC X(57) VALUE SPACES.
001760 01  WS-TOTAL-LINE-4.
001770     05  FILLER                  PIC X(16)
001780             VALUE "OLD RUNS PURGED-".
001790     05  TL-OLD-PURGED           PIC ZZZZZZ9.
001800     05  FILLER                  PIC X(57) VALUE SPACES.
001810 01  WS-TOTAL-LINE-5.
001820     05  FILLER                  PIC X(16)
001830             VALUE "RUNS SCHEDULED -".
001840     05  TL-SCHEDULES-WRITTEN    PIC ZZZZZZ9.
001850     05  FILLER                  PIC X(57) VALUE SPACES.
001860 01  WS-TOTAL-LINE-6.
001870     05  FILLER                  PIC X(16)
001880             VALUE "RULES OVERLAPPED".
001890     05  TL-DUPLICATE-COUNT      PIC ZZZZZZ9.
001900     05  FILLER                  PIC X(57) VALUE SPACES.
001910 01  WS-EXCEPTION-TOTAL-LINE.
001920     05  FILLER                  PIC X(21)
001930             VALUE "EXCEPTIONS REJECTED -".
001940     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001950     05  FILLER                  PIC X(52) VALUE SPACES.
001960 01  WS-ABEND-FIELDS.
001970     05  WS-ABEND-FILE-ID        PIC X(20).
001980     05  WS-ABEND-STATUS         PIC X(02).
001990 LINKAGE SECTION.
002000 01  LK-PARM-AREA.
002010     05  LK-PARM-LENGTH          PIC S9(04) COMP.
002020     05  LK-PARM-TEXT            PIC X(80).
002030 PROCEDURE DIVISION USING LK-PARM-AREA.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE
002060         THRU 1000-EXIT
002070     PERFORM 2000-LOAD-RULE
002080         THRU 2000-EXIT
002090         UNTIL WS-EOF-YES
002100     PERFORM 3000-LOAD-CALENDAR-DAY
002110         THRU 3000-EXIT
002120         UNTIL WS-CAL-EOF-YES
002130     IF WS-DAY-COUNT IS EQUAL TO ZERO
002140         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
002150         MOVE "23" TO WS-ABEND-STATUS
002160         PERFORM 9000-ABEND
002170             THRU 9000-EXIT
002180     END-IF
002190     PERFORM 3500-MARK-PERIOD-ENDS
002200         THRU 3500-EXIT
002210     PERFORM 4000-PURGE-OLD-SCHEDULE
002220         THRU 4000-EXIT
002230     PERFORM 5000-CHECK-NTH-RULE
002240         THRU 5000-EXIT
002250         VARYING WS-RULE-INDEX FROM 1 BY 1
002260         UNTIL WS-RULE-INDEX IS GREATER THAN WS-RULE-COUNT
002270     PERFORM 6000-SCHEDULE-DAY
002280         THRU 6000-EXIT
002290         VARYING WS-DAY-INDEX FROM 1 BY 1
002300         UNTIL WS-DAY-INDEX IS GREATER THAN WS-DAY-COUNT
002310     PERFORM 8000-FINALIZE
002320         THRU 8000-EXIT
002330     STOP RUN.
002340*----------------------------------------------------------*
002350* 1000-INITIALIZE - EDIT THE PARM YEAR, OPEN THE FILES,
002360* WRITE THE REPORT HEADER, PRIME THE CARD READ AND POSITION
002370* THE CALENDAR MASTER AT THE YEAR'S FIRST DAY.
002380*----------------------------------------------------------*
002390 1000-INITIALIZE.
002400     IF LK-PARM-LENGTH IS LESS THAN 4
002410             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
002420         MOVE "RUNCAL-PARM" TO WS-ABEND-FILE-ID
002430         MOVE "90" TO WS-ABEND-STATUS
002440         PERFORM 9000-ABEND
002450             THRU 9000-EXIT
002460     END-IF
002470     MOVE LK-PARM-TEXT(1:4) TO WS-GEN-YEAR
002480     OPEN INPUT RULE-INPUT
002490     IF FS-RULE-INPUT IS NOT EQUAL TO "00"
002500         MOVE "RULE-INPUT" TO WS-ABEND-FILE-ID
002510         MOVE FS-RULE-INPUT TO WS-ABEND-STATUS
002520         PERFORM 9000-ABEND
002530             THRU 9000-EXIT
002540     END-IF
002550     OPEN INPUT CALENDAR-MASTER
002560     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
002570         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
002580         MOVE FS-CALENDAR-MASTER TO WS-ABEND-STATUS
002590         PERFORM 9000-ABEND
002600             THRU 9000-EXIT
002610     END-IF
002620     OPEN I-O RUN-SCHEDULE
002630     IF FS-RUN-SCHEDULE IS NOT EQUAL TO "00"
002640         MOVE "RUN-SCHEDULE" TO WS-ABEND-FILE-ID
002650         MOVE FS-RUN-SCHEDULE TO WS-ABEND-STATUS
002660         PERFORM 9000-ABEND
002670             THRU 9000-EXIT
002680     END-IF
002690     OPEN OUTPUT CONTROL-REPORT
002700     IF FS-CONTROL-REPORT IS NOT EQUAL TO "00"
002710         MOVE "CONTROL-REPORT" TO WS-ABEND-FILE-ID
002720         MOVE FS-CONTROL-REPORT TO WS-ABEND-STATUS
002730         PERFORM 9000-ABEND
002740             THRU 9000-EXIT
002750     END-IF
002760     OPEN OUTPUT EXCEPTION-REPORT
002770     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
002780         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
002790         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
002800         PERFORM 9000-ABEND
002810             THRU 9000-EXIT
002820     END-IF
002830     MOVE WS-GEN-YEAR TO RH-GEN-YEAR
002840     WRITE CR-RECORD FROM WS-REPORT-HEADER-LINE
002850     MOVE ZERO TO WS-MONTH-BUS-DAY-TABLE
002860     PERFORM 2100-READ-RULE
002870         THRU 2100-EXIT
002880     MOVE WS-GEN-YEAR TO CM-YEAR
002890     MOVE 1 TO CM-DAY-OF-YEAR
002900     START CALENDAR-MASTER KEY IS NOT LESS THAN CM-KEY
002910         INVALID KEY
002920             SET WS-CAL-EOF-YES TO TRUE
002930     END-START.
002940 1000-EXIT.
002950     EXIT.
002960*----------------------------------------------------------*
002970* 2000-LOAD-RULE - EDIT ONE RUN-RULE CARD AND LOAD IT INTO
002980* THE RULE TABLE, OR LOG IT AS AN EXCEPTION.
002990*----------------------------------------------------------*
003000 2000-LOAD-RULE.
003010     PERFORM 2200-VALIDATE-RULE
003020         THRU 2200-EXIT
003030     IF WS-RULE-IS-INVALID
003040         MOVE RR-JOB-NAME TO EL-JOB-NAME
003050         MOVE WS-CARDS-READ TO EL-CARD-NUMBER
003060         MOVE SPACES TO EL-MONTH
003070         PERFORM 3700-LOG-EXCEPTION
003080             THRU 3700-EXIT
003090         GO TO 2000-NEXT
003100     END-IF
003110     IF WS-RULE-COUNT IS NOT LESS THAN WS-TABLE-MAXIMUM
003120         MOVE "RULE-TABLE" TO WS-ABEND-FILE-ID
003130         MOVE "95" TO WS-ABEND-STATUS
003140         PERFORM 9000-ABEND
003150             THRU 9000-EXIT
003160     END-IF
003170     ADD 1 TO WS-RULE-COUNT
003180     MOVE RR-JOB-NAME TO RT-JOB-NAME(WS-RULE-COUNT)
003190     MOVE RR-RULE-TYPE TO RT-RULE-TYPE(WS-RULE-COUNT)
003200     IF RR-NTH-BUS-DAY
003210         MOVE RR-BUS-DAY-NUMBER
003220             TO RT-BUS-DAY-NUMBER(WS-RULE-COUNT)
003230     ELSE
003240         MOVE ZERO TO RT-BUS-DAY-NUMBER(WS-RULE-COUNT)
003250     END-IF
003260     MOVE WS-CARDS-READ TO RT-CARD-NUMBER(WS-RULE-COUNT)
003270     MOVE ZERO TO RT-RUN-COUNT(WS-RULE-COUNT)
003280     IF RR-FISCAL-PERIOD-END
003290             OR RR-FISCAL-WEEK-END
003300         ADD 1 TO WS-FISCAL-RULE-COUNT
003310     END-IF.
003320 2000-NEXT.
003330     PERFORM 2100-READ-RULE
003340         THRU 2100-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 2100-READ-RULE - READ THE NEXT RUN-RULE CARD.
003390*----------------------------------------------------------*
003400 2100-READ-RULE.
003410     READ RULE-INPUT
003420         AT END
003430             SET WS-EOF-YES TO TRUE
003440     END-READ
003450     IF NOT WS-EOF-YES
003460         ADD 1 TO WS-CARDS-READ
003470     END-IF.
003480 2100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------*
003510* 2200-VALIDATE-RULE - REJECT A CARD WITH NO JOB NAME, AN
003520* UNKNOWN RULE TYPE, OR AN NTH-BUSINESS-DAY RULE WHOSE DAY
003530* NUMBER NO MONTH COULD HAVE.
003540*----------------------------------------------------------*
003550 2200-VALIDATE-RULE.
003560     SET WS-RULE-IS-VALID TO TRUE
003570     MOVE SPACES TO WS-REJECT-REASON
003580     IF RR-JOB-NAME IS EQUAL TO SPACES
003590         SET WS-RULE-IS-INVALID TO TRUE
003600         MOVE "JOB NAME MISSING" TO WS-REJECT-REASON
003610         GO TO 2200-EXIT
003620     END-IF
003630     IF NOT RR-EVERY-BUS-DAY
003640             AND NOT RR-NTH-BUS-DAY
003650             AND NOT RR-LAST-BUS-DAY
003660             AND NOT RR-FISCAL-PERIOD-END
003670             AND NOT RR-FISCAL-WEEK-END
003680         SET WS-RULE-IS-INVALID TO TRUE
003690         MOVE "RULE TYPE NOT D/N/L/P/W" TO WS-REJECT-REASON
003700         GO TO 2200-EXIT
003710     END-IF
003720     IF RR-NTH-BUS-DAY
003730         IF RR-BUS-DAY-NUMBER IS NOT NUMERIC
003740             SET WS-RULE-IS-INVALID TO TRUE
003750             MOVE "BUS DAY NOT NUMERIC" TO WS-REJECT-REASON
003760             GO TO 2200-EXIT
003770         END-IF
003780         IF RR-BUS-DAY-NUMBER IS LESS THAN 1
003790                 OR RR-BUS-DAY-NUMBER IS GREATER THAN 23
003800             SET WS-RULE-IS-INVALID TO TRUE
003810             MOVE "BUS DAY NOT 01-23" TO WS-REJECT-REASON
003820         END-IF
003830     END-IF.
003840 2200-EXIT.
003850     EXIT.
003860*----------------------------------------------------------*
003870* 3000-LOAD-CALENDAR-DAY - READ THE NEXT CALENDAR MASTER
003880* DAY OF THE PARM YEAR INTO THE DAY TABLE AND KEEP EACH
003890* MONTH'S HIGHEST BUSINESS-DAY NUMBER FOR THE LAST-BUSINESS-
003900* DAY RULE.  THE FIRST DAY OF THE FOLLOWING YEAR ENDS THE
003910* LOAD AND IS KEPT ONLY FOR ITS FISCAL PERIOD, SO DECEMBER
003920* 31 CAN BE JUDGED A PERIOD END OR NOT.
003930*----------------------------------------------------------*
003940 3000-LOAD-CALENDAR-DAY.
003950     READ CALENDAR-MASTER NEXT RECORD
003960         AT END
003970             SET WS-CAL-EOF-YES TO TRUE
003980             GO TO 3000-EXIT
003990     END-READ
004000     IF CM-YEAR IS NOT EQUAL TO WS-GEN-YEAR
004010         SET WS-CAL-EOF-YES TO TRUE
004020         IF CM-YEAR IS EQUAL TO WS-GEN-YEAR + 1
004030             SET WS-NEXT-YEAR-FOUND TO TRUE
004040             MOVE CM-FISCAL-YEAR TO WS-NEXT-FISCAL-YEAR
004050             MOVE CM-FISCAL-PERIOD TO WS-NEXT-FISCAL-PERIOD
004060         END-IF
004070         GO TO 3000-EXIT
004080     END-IF
004090     IF WS-DAY-COUNT IS NOT LESS THAN WS-DAY-MAXIMUM
004100         MOVE "DAY-TABLE" TO WS-ABEND-FILE-ID
004110         MOVE "95" TO WS-ABEND-STATUS
004120         PERFORM 9000-ABEND
004130             THRU 9000-EXIT
004140     END-IF
004150     ADD 1 TO WS-DAY-COUNT
004160     MOVE CM-GREGORIAN-DATE TO DT-GREGORIAN-DATE(WS-DAY-COUNT)
004170     MOVE CM-MONTH TO DT-MONTH(WS-DAY-COUNT)
004180     MOVE CM-DAY-OF-WEEK-NAME
004190         TO DT-DAY-OF-WEEK-NAME(WS-DAY-COUNT)
004200     MOVE CM-BUSINESS-DAY-FLAG
004210         TO DT-BUSINESS-DAY-FLAG(WS-DAY-COUNT)
004220     MOVE CM-BUS-DAY-OF-MONTH
004230         TO DT-BUS-DAY-OF-MONTH(WS-DAY-COUNT)
004240     MOVE CM-FISCAL-YEAR TO DT-FISCAL-YEAR(WS-DAY-COUNT)
004250     MOVE CM-FISCAL-PERIOD TO DT-FISCAL-PERIOD(WS-DAY-COUNT)
004260     MOVE CM-FISCAL-WEEK TO DT-FISCAL-WEEK(WS-DAY-COUNT)
004270     MOVE CM-WEEK-ENDING-DATE
004280         TO DT-WEEK-ENDING-DATE(WS-DAY-COUNT)
004290     MOVE "N" TO DT-PERIOD-END-FLAG(WS-DAY-COUNT)
004300     IF CM-IS-BUSINESS-DAY
004310             AND CM-BUS-DAY-OF-MONTH IS GREATER THAN
004320                 WS-MONTH-BUS-DAYS(CM-MONTH)
004330         MOVE CM-BUS-DAY-OF-MONTH
004340             TO WS-MONTH-BUS-DAYS(CM-MONTH)
004350     END-IF.
004360 3000-EXIT.
004370     EXIT.
004380*----------------------------------------------------------*
004390* 3500-MARK-PERIOD-ENDS - FLAG EVERY DAY THAT IS THE LAST
004400* DAY OF ITS FISCAL PERIOD, AND REPORT ONCE WHEN FISCAL
004410* RULES ARE LOADED BUT THE CALENDAR CANNOT ANSWER THEM.
004420*----------------------------------------------------------*
004430 3500-MARK-PERIOD-ENDS.
004440     PERFORM 3550-MARK-ONE-DAY
004450         THRU 3550-EXIT
004460         VARYING WS-DAY-INDEX FROM 1 BY 1
004470         UNTIL WS-DAY-INDEX IS GREATER THAN WS-DAY-COUNT
004480     IF WS-FISCAL-RULE-COUNT IS EQUAL TO ZERO
004490         GO TO 3500-EXIT
004500     END-IF
004510     MOVE SPACES TO EL-JOB-NAME
004520     MOVE ZERO TO EL-CARD-NUMBER
004530     MOVE SPACES TO EL-MONTH
004540     IF WS-UNSTAMPED-SEEN
004550         MOVE "FISCAL FIELDS NOT STAMPED" TO WS-REJECT-REASON
004560         PERFORM 3700-LOG-EXCEPTION
004570             THRU 3700-EXIT
004580     END-IF
004590     IF NOT WS-NEXT-YEAR-FOUND
004600             AND DT-FISCAL-YEAR(WS-DAY-COUNT) IS NOT EQUAL
004610                 TO ZERO
004620         MOVE "12" TO EL-MONTH
004630         MOVE "CALENDAR HORIZON SHORT" TO WS-REJECT-REASON
004640         PERFORM 3700-LOG-EXCEPTION
004650             THRU 3700-EXIT
004660     END-IF.
004670 3500-EXIT.
004680     EXIT.
004690*----------------------------------------------------------*
004700* 3550-MARK-ONE-DAY - A STAMPED DAY ENDS ITS FISCAL PERIOD
004710* WHEN THE DAY AFTER IT CARRIES A DIFFERENT FISCAL YEAR OR
004720* PERIOD.  THE YEAR'S LAST DAY IS JUDGED AGAINST THE FIRST
004730* DAY OF THE NEXT YEAR, AND IS LEFT UNFLAGGED WHEN THE
004740* CALENDAR DOES NOT REACH THAT FAR.
004750*----------------------------------------------------------*
004760 3550-MARK-ONE-DAY.
004770     IF DT-FISCAL-YEAR(WS-DAY-INDEX) IS EQUAL TO ZERO
004780         SET WS-UNSTAMPED-SEEN TO TRUE
004790         GO TO 3550-EXIT
004800     END-IF
004810     IF WS-DAY-INDEX IS LESS THAN WS-DAY-COUNT
004820         COMPUTE WS-NEXT-DAY-INDEX = WS-DAY-INDEX + 1
004830         IF DT-FISCAL-YEAR(WS-NEXT-DAY-INDEX) IS NOT EQUAL
004840                 TO DT-FISCAL-YEAR(WS-DAY-INDEX)
004850                 OR DT-FISCAL-PERIOD(WS-NEXT-DAY-INDEX)
004860                 IS NOT EQUAL TO
004870                     DT-FISCAL-PERIOD(WS-DAY-INDEX)
004880             MOVE "Y" TO DT-PERIOD-END-FLAG(WS-DAY-INDEX)
004890         END-IF
004900         GO TO 3550-EXIT
004910     END-IF
004920     IF WS-NEXT-YEAR-FOUND
004930         IF WS-NEXT-FISCAL-YEAR IS NOT EQUAL TO
004940                 DT-FISCAL-YEAR(WS-DAY-INDEX)
004950                 OR WS-NEXT-FISCAL-PERIOD IS NOT EQUAL TO
004960                     DT-FISCAL-PERIOD(WS-DAY-INDEX)
004970             MOVE "Y" TO DT-PERIOD-END-FLAG(WS-DAY-INDEX)
004980         END-IF
004990     END-IF.
005000 3550-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 3700-LOG-EXCEPTION - WRITE ONE EXCEPTION LINE.  THE
005040* CALLER FILLS THE JOB, CARD AND MONTH FIELDS.
005050*----------------------------------------------------------*
005060 3700-LOG-EXCEPTION.
005070     ADD 1 TO WS-EXCEPTION-COUNT
005080     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
005090     WRITE ER-RECORD FROM WS-EXCEPTION-LINE.
005100 3700-EXIT.
005110     EXIT.
005120*----------------------------------------------------------*
005130* 4000-PURGE-OLD-SCHEDULE - DELETE THE PARM YEAR'S RECORDS
005140* LEFT BY AN EARLIER RUN, SO A RULE TAKEN OFF THE CARDS
005150* TAKES ITS DATES OFF THE SCHEDULE.  OTHER YEARS STAY.
005160*----------------------------------------------------------*
005170 4000-PURGE-OLD-SCHEDULE.
005180     MOVE LOW-VALUES TO RS-KEY
005190     MOVE WS-GEN-YEAR TO RS-RUN-YEAR
005200     MOVE 1 TO RS-RUN-MONTH
005210     MOVE 1 TO RS-RUN-DAY
005220     START RUN-SCHEDULE KEY IS NOT LESS THAN RS-KEY
005230         INVALID KEY
005240             SET WS-PURGE-EOF-YES TO TRUE
005250     END-START
005260     PERFORM 4100-PURGE-ONE-RECORD
005270         THRU 4100-EXIT
005280         UNTIL WS-PURGE-EOF-YES.
005290 4000-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 4100-PURGE-ONE-RECORD - READ THE NEXT SCHEDULE RECORD AND
005330* DELETE IT WHILE IT BELONGS TO THE PARM YEAR.
005340*----------------------------------------------------------*
005350 4100-PURGE-ONE-RECORD.
005360     READ RUN-SCHEDULE NEXT RECORD
005370         AT END
005380             SET WS-PURGE-EOF-YES TO TRUE
005390             GO TO 4100-EXIT
005400     END-READ
005410     IF RS-RUN-YEAR IS NOT EQUAL TO WS-GEN-YEAR
005420         SET WS-PURGE-EOF-YES TO TRUE
005430         GO TO 4100-EXIT
005440     END-IF
005450     DELETE RUN-SCHEDULE RECORD
005460     IF FS-RUN-SCHEDULE IS NOT EQUAL TO "00"
005470         MOVE "RUN-SCHEDULE" TO WS-ABEND-FILE-ID
005480         MOVE FS-RUN-SCHEDULE TO WS-ABEND-STATUS
005490         PERFORM 9000-ABEND
005500             THRU 9000-EXIT
005510     END-IF
005520     ADD 1 TO WS-OLD-PURGED-COUNT.
005530 4100-EXIT.
005540     EXIT.
005550*----------------------------------------------------------*
005560* 5000-CHECK-NTH-RULE - REPORT EACH MONTH THAT HAS FEWER
005570* BUSINESS DAYS THAN AN NTH-BUSINESS-DAY RULE ASKS FOR -
005580* THE JOB WILL NOT BE SCHEDULED THAT MONTH.
005590*----------------------------------------------------------*
005600 5000-CHECK-NTH-RULE.
005610     IF RT-RULE-TYPE(WS-RULE-INDEX) IS NOT EQUAL TO "N"
005620         GO TO 5000-EXIT
005630     END-IF
005640     PERFORM 5100-CHECK-NTH-MONTH
005650         THRU 5100-EXIT
005660         VARYING WS-MONTH-INDEX FROM 1 BY 1
005670         UNTIL WS-MONTH-INDEX IS GREATER THAN 12.
005680 5000-EXIT.
005690     EXIT.
005700*----------------------------------------------------------*
005710* 5100-CHECK-NTH-MONTH - TEST ONE MONTH FOR ONE NTH RULE.
005720* A MONTH WITH NO DAYS LOADED IS NOT JUDGED.
005730*----------------------------------------------------------*
005740 5100-CHECK-NTH-MONTH.
005750     IF WS-MONTH-BUS-DAYS(WS-MONTH-INDEX) IS EQUAL TO ZERO
005760         GO TO 5100-EXIT
005770     END-IF
005780     IF RT-BUS-DAY-NUMBER(WS-RULE-INDEX) IS GREATER THAN
005790             WS-MONTH-BUS-DAYS(WS-MONTH-INDEX)
005800         MOVE RT-JOB-NAME(WS-RULE-INDEX) TO EL-JOB-NAME
005810         MOVE RT-CARD-NUMBER(WS-RULE-INDEX) TO EL-CARD-NUMBER
005820         MOVE WS-MONTH-INDEX TO EL-MONTH
005830         MOVE "BUS DAY PAST MONTH END" TO WS-REJECT-REASON
005840         PERFORM 3700-LOG-EXCEPTION
005850             THRU 3700-EXIT
005860     END-IF.
005870 5100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------*
005900* 6000-SCHEDULE-DAY - OFFER ONE CALENDAR DAY TO EVERY
005910* LOADED RULE.
005920*----------------------------------------------------------*
005930 6000-SCHEDULE-DAY.
005940     PERFORM 6100-TEST-RULE
005950         THRU 6100-EXIT
005960         VARYING WS-RULE-INDEX FROM 1 BY 1
005970         UNTIL WS-RULE-INDEX IS GREATER THAN WS-RULE-COUNT.
005980 6000-EXIT.
005990     EXIT.
006000*----------------------------------------------------------*
006010* 6100-TEST-RULE - DECIDE WHETHER ONE RULE PUTS ITS JOB ON
006020* THE CURRENT DAY AND WRITE THE SCHEDULE RECORD WHEN IT
006030* DOES.  THE BUSINESS-DAY RULES NEED A BUSINESS DAY; THE
006040* FISCAL RULES NEED A STAMPED DAY.
006050*----------------------------------------------------------*
006060 6100-TEST-RULE.
006070     SET WS-RULE-DOES-NOT-FIRE TO TRUE
006080     EVALUATE RT-RULE-TYPE(WS-RULE-INDEX)
006090         WHEN "D"
006100             IF DT-BUSINESS-DAY-FLAG(WS-DAY-INDEX)
006110                     IS EQUAL TO "Y"
006120                 SET WS-RULE-FIRES TO TRUE
006130             END-IF
006140         WHEN "N"
006150             IF DT-BUSINESS-DAY-FLAG(WS-DAY-INDEX)
006160                     IS EQUAL TO "Y"
006170                     AND DT-BUS-DAY-OF-MONTH(WS-DAY-INDEX)
006180                     IS EQUAL TO
006190                         RT-BUS-DAY-NUMBER(WS-RULE-INDEX)
006200                 SET WS-RULE-FIRES TO TRUE
006210             END-IF
006220         WHEN "L"
006230             MOVE DT-MONTH(WS-DAY-INDEX) TO WS-MONTH-INDEX
006240             IF DT-BUSINESS-DAY-FLAG(WS-DAY-INDEX)
006250                     IS EQUAL TO "Y"
006260                     AND DT-BUS-DAY-OF-MONTH(WS-DAY-INDEX)
006270                     IS EQUAL TO
006280                         WS-MONTH-BUS-DAYS(WS-MONTH-INDEX)
006290                 SET WS-RULE-FIRES TO TRUE
006300             END-IF
006310         WHEN "P"
006320             IF DT-PERIOD-END-FLAG(WS-DAY-INDEX)
006330                     IS EQUAL TO "Y"
006340                 SET WS-RULE-FIRES TO TRUE
006350             END-IF
006360         WHEN "W"
006370             IF DT-FISCAL-YEAR(WS-DAY-INDEX)
006380                     IS NOT EQUAL TO ZERO
006390                     AND DT-GREGORIAN-DATE(WS-DAY-INDEX)
006400                     IS EQUAL TO
006410                         DT-WEEK-ENDING-DATE(WS-DAY-INDEX)
006420                 SET WS-RULE-FIRES TO TRUE
006430             END-IF
006440     END-EVALUATE
006450     IF WS-RULE-FIRES
006460         PERFORM 6200-WRITE-SCHEDULE
006470             THRU 6200-EXIT
006480     END-IF.
006490 6100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------*
006520* 6200-WRITE-SCHEDULE - WRITE THE KEYED SCHEDULE RECORD FOR
006530* THE CURRENT DAY AND RULE.  A DUPLICATE KEY MEANS AN
006540* EARLIER RULE ALREADY PUT THE SAME JOB ON THIS DATE, AND
006550* IS COUNTED RATHER THAN WRITTEN TWICE.
006560*----------------------------------------------------------*
006570 6200-WRITE-SCHEDULE.
006580     MOVE SPACES TO RUN-SCHEDULE-RECORD
006590     MOVE DT-GREGORIAN-DATE(WS-DAY-INDEX) TO RS-RUN-DATE
006600     MOVE RT-JOB-NAME(WS-RULE-INDEX) TO RS-JOB-NAME
006610     MOVE RT-RULE-TYPE(WS-RULE-INDEX) TO RS-RULE-TYPE
006620     MOVE RT-BUS-DAY-NUMBER(WS-RULE-INDEX)
006630         TO RS-BUS-DAY-NUMBER
006640     MOVE DT-DAY-OF-WEEK-NAME(WS-DAY-INDEX)
006650         TO RS-DAY-OF-WEEK-NAME
006660     MOVE DT-BUSINESS-DAY-FLAG(WS-DAY-INDEX)
006670         TO RS-BUSINESS-DAY-FLAG
006680     MOVE DT-FISCAL-YEAR(WS-DAY-INDEX) TO RS-FISCAL-YEAR
006690     MOVE DT-FISCAL-PERIOD(WS-DAY-INDEX) TO RS-FISCAL-PERIOD
006700     MOVE DT-FISCAL-WEEK(WS-DAY-INDEX) TO RS-FISCAL-WEEK
006710     WRITE RUN-SCHEDULE-RECORD
006720         INVALID KEY
006730             ADD 1 TO WS-DUPLICATE-COUNT
006740         NOT INVALID KEY
006750             ADD 1 TO WS-SCHEDULES-WRITTEN
006760             ADD 1 TO RT-RUN-COUNT(WS-RULE-INDEX)
006770     END-WRITE
006780     IF FS-RUN-SCHEDULE IS NOT EQUAL TO "00"
006790             AND FS-RUN-SCHEDULE IS NOT EQUAL TO "22"
006800         MOVE "RUN-SCHEDULE" TO WS-ABEND-FILE-ID
006810         MOVE FS-RUN-SCHEDULE TO WS-ABEND-STATUS
006820         PERFORM 9000-ABEND
006830             THRU 9000-EXIT
006840     END-IF.
006850 6200-EXIT.
006860     EXIT.
006870*----------------------------------------------------------*
006880* 8000-FINALIZE - WRITE ONE LINE PER RULE WITH THE NUMBER
006890* OF RUNS IT SCHEDULED, THE CONTROL TOTALS, AND CLOSE THE
006900* FILES.
006910*----------------------------------------------------------*
006920 8000-FINALIZE.
006930     PERFORM 8100-WRITE-RULE-LINE
006940         THRU 8100-EXIT
006950         VARYING WS-RULE-INDEX FROM 1 BY 1
006960         UNTIL WS-RULE-INDEX IS GREATER THAN WS-RULE-COUNT
006970     MOVE WS-CARDS-READ TO TL-CARDS-READ
006980     WRITE CR-RECORD FROM WS-TOTAL-LINE-1
006990     MOVE WS-RULE-COUNT TO TL-RULES-LOADED
007000     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
007010     MOVE WS-DAY-COUNT TO TL-DAYS-READ
007020     WRITE CR-RECORD FROM WS-TOTAL-LINE-3
007030     MOVE WS-OLD-PURGED-COUNT TO TL-OLD-PURGED
007040     WRITE CR-RECORD FROM WS-TOTAL-LINE-4
007050     MOVE WS-SCHEDULES-WRITTEN TO TL-SCHEDULES-WRITTEN
007060     WRITE CR-RECORD FROM WS-TOTAL-LINE-5
007070     MOVE WS-DUPLICATE-COUNT TO TL-DUPLICATE-COUNT
007080     WRITE CR-RECORD FROM WS-TOTAL-LINE-6
007090     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
007100     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
007110     CLOSE RULE-INPUT
007120     CLOSE CALENDAR-MASTER
007130     CLOSE RUN-SCHEDULE
007140     CLOSE CONTROL-REPORT
007150     CLOSE EXCEPTION-REPORT.
007160 8000-EXIT.
007170     EXIT.
007180*----------------------------------------------------------*
007190* 8100-WRITE-RULE-LINE - PRINT ONE LOADED RULE AND ITS RUN
007200* COUNT ON THE CONTROL REPORT.
007210*----------------------------------------------------------*
007220 8100-WRITE-RULE-LINE.
007230     MOVE RT-JOB-NAME(WS-RULE-INDEX) TO RL-JOB-NAME
007240     MOVE RT-RULE-TYPE(WS-RULE-INDEX) TO RL-RULE-TYPE
007250     IF RT-RULE-TYPE(WS-RULE-INDEX) IS EQUAL TO "N"
007260         MOVE RT-BUS-DAY-NUMBER(WS-RULE-INDEX)
007270             TO RL-BUS-DAY-NUMBER
007280     ELSE
007290         MOVE SPACES TO RL-BUS-DAY-NUMBER
007300     END-IF
007310     MOVE RT-RUN-COUNT(WS-RULE-INDEX) TO RL-RUN-COUNT
007320     WRITE CR-RECORD FROM WS-RULE-LINE.
007330 8100-EXIT.
007340     EXIT.
007350*----------------------------------------------------------*
007360* 9000-ABEND - DISPLAY THE FAILING FILE, TABLE OR PARM AND
007370* ITS STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN
007380* CODE.
007390*----------------------------------------------------------*
007400 9000-ABEND.
007410     DISPLAY "RUNCAL ABEND - FILE " WS-ABEND-FILE-ID
007420         " STATUS " WS-ABEND-STATUS
007430     MOVE 16 TO RETURN-CODE
007440     STOP RUN.
007450 9000-EXIT.
007460     EXIT.
