000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPRT.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  PRINTED CALENDAR
000130*                  PUBLICATION FOR THE BRANCHES, THE PRINT
000140*                  ROOM AND THE OPERATIONS BINDER.  PRINTS
000150*                  THE CALENDAR MASTER AS SUNDAY-TO-
000160*                  SATURDAY GRIDS - ONE PER CALENDAR MONTH,
000170*                  OR WITH THE FISCAL LAYOUT ONE PER 4-4-5
000180*                  FISCAL PERIOD - FOR THE YEAR AND MONTH
000190*                  OR PERIOD RANGE IN THE EXEC PARM.  EACH
000200*                  DAY CELL MARKS A HOLIDAY (H) OR A BANK-
000210*                  ONLY (B) OR COMPANY-ONLY (C) CLOSURE
000220*                  FROM THE CLASS FLAGS, WITH THE HOLIDAY
000230*                  NAMES IN A LEGEND UNDER THE GRID.  EACH
000240*                  ROW CARRIES ITS FISCAL PERIOD AND WEEK,
000250*                  AND A LINE UNDER THE ROW SHOWS THE
000260*                  BILLING CYCLES THAT BILL ON EACH DAY.
000270*                  REPLACES THE HAND-DRAWN WALL CALENDAR.
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CALENDAR-MASTER ASSIGN TO CALMSTR
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-KEY
000390         FILE STATUS IS FS-CALENDAR-MASTER.
000400     SELECT SCHEDULE-FILE ASSIGN TO BILSCHED
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BS-KEY
000440         FILE STATUS IS FS-SCHEDULE-FILE.
000450     SELECT CALENDAR-REPORT ASSIGN TO CALRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS FS-CALENDAR-REPORT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALENDAR-MASTER.
000510 COPY CALMSTR.
000520 FD  SCHEDULE-FILE.
000530 COPY BILSCHD.
000540 FD  CALENDAR-REPORT
000550     RECORDING MODE IS F.
000560 01  CR-RECORD                   PIC X(80).
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-SCAN-SWITCH          PIC X(01) VALUE "N".
000600         88  WS-SCAN-DONE                   VALUE "Y".
000610         88  WS-SCAN-MORE                   VALUE "N".
000620     05  WS-LAYOUT-SWITCH        PIC X(01) VALUE "C".
000630         88  WS-CALENDAR-LAYOUT             VALUE "C".
000640         88  WS-FISCAL-LAYOUT               VALUE "F".
000650     05  WS-GRID-SWITCH          PIC X(01) VALUE "N".
000660         88  WS-GRID-OPEN                   VALUE "Y".
000670         88  WS-GRID-CLOSED                 VALUE "N".
000680     05  WS-ROW-DAYS-SWITCH      PIC X(01) VALUE "N".
000690         88  WS-ROW-HAS-DAYS                VALUE "Y".
000700         88  WS-ROW-IS-EMPTY                VALUE "N".
000710     05  WS-ROW-CYCLES-SWITCH    PIC X(01) VALUE "N".
000720         88  WS-ROW-HAS-CYCLES              VALUE "Y".
000730         88  WS-ROW-HAS-NO-CYCLES           VALUE "N".
000740 01  WS-FILE-STATUSES.
000750     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
000760     05  FS-SCHEDULE-FILE        PIC X(02) VALUE "00".
000770     05  FS-CALENDAR-REPORT      PIC X(02) VALUE "00".
000780 01  WS-CONTROL-TOTALS.
000790     05  WS-GRIDS-PRINTED        PIC 9(07) COMP VALUE ZERO.
000800     05  WS-DAYS-PRINTED         PIC 9(07) COMP VALUE ZERO.
000810     05  WS-HOLIDAYS-MARKED      PIC 9(07) COMP VALUE ZERO.
000820     05  WS-CLOSURES-MARKED      PIC 9(07) COMP VALUE ZERO.
000830     05  WS-UNSTAMPED-DAYS       PIC 9(07) COMP VALUE ZERO.
000840 01  WS-PRINT-YEAR               PIC 9(04).
000850 01  WS-FROM-GROUP               PIC 9(02).
000860 01  WS-TO-GROUP                 PIC 9(02).
000870 01  WS-FIRST-SCHED-YEAR         PIC 9(04).
000880 01  WS-LAST-SCHED-YEAR          PIC 9(04).
000890 01  WS-GROUP-KEY                PIC 9(02).
000900 01  WS-CURRENT-GROUP            PIC 9(02).
000910 01  WS-QUARTER                  PIC 9(01).
000920 01  WS-COLUMN                   PIC 9(01) COMP.
000930 01  WS-LAST-COLUMN              PIC 9(01) COMP.
000940 01  WS-DAY-MARK                 PIC X(01).
000950 01  WS-BILL-INDEX               PIC 9(04) COMP.
000960 01  WS-BILL-COUNT               PIC 9(04) COMP VALUE ZERO.
000970 01  WS-BILL-TABLE.
000980     05  WS-BILL-ENTRY           OCCURS 800 TIMES.
000990         10  WS-BILL-DATE        PIC 9(08).
001000         10  WS-BILL-CYCLE       PIC 9(02).
001010 01  WS-DAY-CYCLE-COUNT          PIC 9(02) COMP.
001020 01  WS-DAY-CYCLE-TEXT.
001030     05  WS-DAY-CYCLE-ENTRY      OCCURS 3 TIMES.
001040         10  WS-DAY-CYCLE-SLOT   PIC X(02).
001050         10  FILLER              PIC X(01).
001060 01  WS-LEGEND-INDEX             PIC 9(02) COMP.
001070 01  WS-LEGEND-COUNT             PIC 9(02) COMP VALUE ZERO.
001080 01  WS-LEGEND-TABLE.
001090     05  WS-LEGEND-ENTRY         OCCURS 40 TIMES.
001100         10  WS-LEGEND-MONTH     PIC 9(02).
001110         10  WS-LEGEND-DAY       PIC 9(02).
001120         10  WS-LEGEND-MARK      PIC X(01).
001130         10  WS-LEGEND-NAME      PIC X(20).
001140 01  WS-MONTH-NAME-LIST.
001150     05  FILLER                  PIC X(09) VALUE "JANUARY  ".
001160     05  FILLER                  PIC X(09) VALUE "FEBRUARY ".
001170     05  FILLER                  PIC X(09) VALUE "MARCH    ".
001180     05  FILLER                  PIC X(09) VALUE "APRIL    ".
001190     05  FILLER                  PIC X(09) VALUE "MAY      ".
001200     05  FILLER                  PIC X(09) VALUE "JUNE     ".
001210     05  FILLER                  PIC X(09) VALUE "JULY     ".
001220     05  FILLER                  PIC X(09) VALUE "AUGUST   ".
001230     05  FILLER                  PIC X(09) VALUE "SEPTEMBER".
001240     05  FILLER                  PIC X(09) VALUE "OCTOBER  ".
001250     05  FILLER                  PIC X(09) VALUE "NOVEMBER ".
001260     05  FILLER                  PIC X(09) VALUE "DECEMBER ".
001270 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-LIST.
001280     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
001290 01  WS-ROW-LABEL-WORK.
001300     05  FILLER                  PIC X(01) VALUE "P".
001310     05  RL-FISCAL-PERIOD        PIC 9(02).
001320     05  FILLER                  PIC X(02) VALUE " W".
001330     05  RL-FISCAL-WEEK          PIC 9(02).
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350 01  WS-CELL-DATE-WORK.
001360     05  CD-MONTH                PIC X(02).
001370     05  CD-SLASH                PIC X(01).
001380     05  CD-DAY                  PIC Z9.
001390 01  WS-GRID-ROW.
001400     05  GR-ROW-LABEL            PIC X(08).
001410     05  GR-CELL                 OCCURS 7 TIMES.
001420         10  GR-CELL-LEAD        PIC X(01).
001430         10  GR-CELL-DATE        PIC X(05).
001440         10  GR-CELL-GAP         PIC X(01).
001450         10  GR-CELL-MARK        PIC X(01).
001460         10  GR-CELL-TRAIL       PIC X(02).
001470     05  FILLER                  PIC X(02).
001480 01  WS-CYCLE-ROW.
001490     05  CY-ROW-LABEL            PIC X(08).
001500     05  CY-CELL                 OCCURS 7 TIMES.
001510         10  CY-CELL-LEAD        PIC X(01).
001520         10  CY-CELL-CYCLES      PIC X(08).
001530         10  CY-CELL-MORE        PIC X(01).
001540     05  FILLER                  PIC X(02).
001550 01  WS-REPORT-HEADER-LINE.
001560     05  FILLER                  PIC X(34)
001570             VALUE "CALPRT CALENDAR PUBLICATION - YEAR".
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  RH-PRINT-YEAR           PIC 9(04).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  RH-LAYOUT-TEXT          PIC X(07).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  RH-FROM-GROUP           PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE "-".
001650     05  RH-TO-GROUP             PIC 9(02).
001660     05  FILLER                  PIC X(27) VALUE SPACES.
001670 01  WS-MARK-KEY-LINE.
001680     05  FILLER                  PIC X(40)
001690             VALUE "MARKS - H HOLIDAY, BANK AND COMPANY CLOS".
001700     05  FILLER                  PIC X(40)
001710             VALUE "ED   B BANK ONLY CLOSED   C COMPANY ONLY".
001720 01  WS-CYCLE-KEY-LINE.
001730     05  FILLER                  PIC X(40)
001740             VALUE "CYCLES - BILLING CYCLES BILLING THAT DAY".
001750     05  FILLER                  PIC X(40)
001760             VALUE ", + WHEN MORE THAN THREE                ".
001770 01  WS-MONTH-TITLE-LINE.
001780     05  FILLER                  PIC X(06) VALUE "MONTH ".
001790     05  MT-MONTH                PIC 9(02).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  MT-MONTH-NAME           PIC X(09).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  MT-YEAR                 PIC 9(04).
001840     05  FILLER                  PIC X(56) VALUE SPACES.
001850 01  WS-PERIOD-TITLE-LINE.
001860     05  FILLER                  PIC X(12) VALUE "FISCAL YEAR ".
001870     05  PH-FISCAL-YEAR          PIC 9(04).
001880     05  FILLER                  PIC X(10) VALUE "  QUARTER ".
001890     05  PH-QUARTER              PIC 9(01).
001900     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
001910     05  PH-PERIOD               PIC 9(02).
001920     05  FILLER                  PIC X(42) VALUE SPACES.
001930 01  WS-WEEKDAY-HEADER-LINE.
001940     05  FILLER                  PIC X(08) VALUE "PER WK  ".
001950     05  FILLER                  PIC X(40)
001960             VALUE "  SUN       MON       TUE       WED     ".
001970     05  FILLER                  PIC X(32)
001980             VALUE "  THU       FRI       SAT       ".
001990 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
002000 01  WS-LEGEND-TITLE-LINE.
002010     05  FILLER                  PIC X(10) VALUE "HOLIDAYS -".
002020     05  FILLER                  PIC X(70) VALUE SPACES.
002030 01  WS-LEGEND-LINE.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  LL-MONTH                PIC 9(02).
002060     05  FILLER                  PIC X(01) VALUE "/".
002070     05  LL-DAY                  PIC 9(02).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  LL-MARK                 PIC X(01).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  LL-NAME                 PIC X(20).
002120     05  FILLER                  PIC X(48) VALUE SPACES.
002130 01  WS-NO-DAYS-LINE.
002140     05  FILLER                  PIC X(40)
002150             VALUE "NO CALENDAR MASTER DAYS FOUND FOR THE PA".
002160     05  FILLER                  PIC X(40)
002170             VALUE "RM RANGE                                ".
002180 01  WS-TOTAL-LINE-1.
002190     05  FILLER                  PIC X(16)
002200             VALUE "GRIDS PRINTED  -".
002210     05  TL-GRIDS-PRINTED        PIC ZZZZZZ9.
002220     05  FILLER                  PIC X(57) VALUE SPACES.
002230 01  WS-TOTAL-LINE-2.
002240     05  FILLER                  PIC X(16)
002250             VALUE "DAYS PRINTED   -".
002260     05  TL-DAYS-PRINTED         PIC ZZZZZZ9.
002270     05  FILLER                  PIC X(57) VALUE SPACES.
002280 01  WS-TOTAL-LINE-3.
002290     05  FILLER                  PIC X(16)
002300             VALUE "HOLIDAYS MARKED-".
002310     05  TL-HOLIDAYS-MARKED      PIC ZZZZZZ9.
002320     05  FILLER                  PIC X(57) VALUE SPACES.
002330 01  WS-TOTAL-LINE-4.
002340     05  FILLER                  PIC X(16)
002350             VALUE "CLOSURES MARKED-".
002360     05  TL-CLOSURES-MARKED      PIC ZZZZZZ9.
002370     05  FILLER                  PIC X(57) VALUE SPACES.
002380 01  WS-TOTAL-LINE-5.
002390     05  FILLER                  PIC X(16)
002400             VALUE "DAYS UNSTAMPED -".
002410     05  TL-UNSTAMPED-DAYS       PIC ZZZZZZ9.
002420     05  FILLER                  PIC X(57) VALUE SPACES.
002430 01  WS-ABEND-FIELDS.
002440     05  WS-ABEND-FILE-ID        PIC X(20).
002450     05  WS-ABEND-STATUS         PIC X(02).
002460 LINKAGE SECTION.
002470 01  LK-PARM-AREA.
002480     05  LK-PARM-LENGTH          PIC S9(04) COMP.
002490     05  LK-PARM-TEXT            PIC X(80).
002500 PROCEDURE DIVISION USING LK-PARM-AREA.
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE
002530         THRU 1000-EXIT
002540     PERFORM 2000-PRINT-CALENDAR
002550         THRU 2000-EXIT
002560     PERFORM 8000-FINALIZE
002570         THRU 8000-EXIT
002580     STOP RUN.
002590*----------------------------------------------------------*
002600* 1000-INITIALIZE - EDIT THE PARM: YEAR IN COLUMNS 1-4, AN
002610* OPTIONAL FROM/TO RANGE IN 6-7 AND 9-10 (MONTHS, OR FISCAL
002620* PERIODS WITH THE FISCAL LAYOUT; THE WHOLE YEAR WHEN
002630* OMITTED, THE TO-VALUE DEFAULTING TO THE FROM-VALUE) AND
002640* THE LAYOUT IN COLUMN 12 (C CALENDAR MONTHS, THE DEFAULT,
002650* OR F FISCAL PERIODS, WHEN THE YEAR IS THE FISCAL YEAR).
002660* OPEN THE FILES, LOAD THE BILLING SCHEDULE AND WRITE THE
002670* REPORT HEADERS.
002680*----------------------------------------------------------*
002690 1000-INITIALIZE.
002700     IF LK-PARM-LENGTH IS LESS THAN 4
002710             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
002720         MOVE "CALPRT-PARM" TO WS-ABEND-FILE-ID
002730         MOVE "90" TO WS-ABEND-STATUS
002740         PERFORM 9000-ABEND
002750             THRU 9000-EXIT
002760     END-IF
002770     MOVE LK-PARM-TEXT(1:4) TO WS-PRINT-YEAR
002780     MOVE 1 TO WS-FROM-GROUP
002790     MOVE 12 TO WS-TO-GROUP
002800     IF LK-PARM-LENGTH IS NOT LESS THAN 7
002810             AND LK-PARM-TEXT(6:2) IS NOT EQUAL TO SPACES
002820         IF LK-PARM-TEXT(6:2) IS NOT NUMERIC
002830             MOVE "CALPRT-PARM" TO WS-ABEND-FILE-ID
002840             MOVE "90" TO WS-ABEND-STATUS
002850             PERFORM 9000-ABEND
002860                 THRU 9000-EXIT
002870         END-IF
002880         MOVE LK-PARM-TEXT(6:2) TO WS-FROM-GROUP
002890         MOVE WS-FROM-GROUP TO WS-TO-GROUP
002900     END-IF
002910     IF LK-PARM-LENGTH IS NOT LESS THAN 10
002920             AND LK-PARM-TEXT(9:2) IS NOT EQUAL TO SPACES
002930         IF LK-PARM-TEXT(9:2) IS NOT NUMERIC
002940             MOVE "CALPRT-PARM" TO WS-ABEND-FILE-ID
002950             MOVE "90" TO WS-ABEND-STATUS
002960             PERFORM 9000-ABEND
002970                 THRU 9000-EXIT
002980         END-IF
002990         MOVE LK-PARM-TEXT(9:2) TO WS-TO-GROUP
003000     END-IF
003010     IF LK-PARM-LENGTH IS NOT LESS THAN 12
003020             AND LK-PARM-TEXT(12:1) IS NOT EQUAL TO SPACE
003030         MOVE LK-PARM-TEXT(12:1) TO WS-LAYOUT-SWITCH
003040     END-IF
003050     IF WS-FROM-GROUP IS LESS THAN 1
003060             OR WS-TO-GROUP IS GREATER THAN 12
003070             OR WS-TO-GROUP IS LESS THAN WS-FROM-GROUP
003080             OR (NOT WS-CALENDAR-LAYOUT
003090                 AND NOT WS-FISCAL-LAYOUT)
003100         MOVE "CALPRT-PARM" TO WS-ABEND-FILE-ID
003110         MOVE "90" TO WS-ABEND-STATUS
003120         PERFORM 9000-ABEND
003130             THRU 9000-EXIT
003140     END-IF
003150     OPEN INPUT CALENDAR-MASTER
003160     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
003170         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
003180         MOVE FS-CALENDAR-MASTER TO WS-ABEND-STATUS
003190         PERFORM 9000-ABEND
003200             THRU 9000-EXIT
003210     END-IF
003220     OPEN INPUT SCHEDULE-FILE
003230     IF FS-SCHEDULE-FILE IS NOT EQUAL TO "00"
003240         MOVE "SCHEDULE-FILE" TO WS-ABEND-FILE-ID
003250         MOVE FS-SCHEDULE-FILE TO WS-ABEND-STATUS
003260         PERFORM 9000-ABEND
003270             THRU 9000-EXIT
003280     END-IF
003290     OPEN OUTPUT CALENDAR-REPORT
003300     IF FS-CALENDAR-REPORT IS NOT EQUAL TO "00"
003310         MOVE "CALENDAR-REPORT" TO WS-ABEND-FILE-ID
003320         MOVE FS-CALENDAR-REPORT TO WS-ABEND-STATUS
003330         PERFORM 9000-ABEND
003340             THRU 9000-EXIT
003350     END-IF
003360     PERFORM 1100-LOAD-SCHEDULE
003370         THRU 1100-EXIT
003380     MOVE WS-PRINT-YEAR TO RH-PRINT-YEAR
003390     IF WS-FISCAL-LAYOUT
003400         MOVE "PERIODS" TO RH-LAYOUT-TEXT
003410     ELSE
003420         MOVE "MONTHS " TO RH-LAYOUT-TEXT
003430     END-IF
003440     MOVE WS-FROM-GROUP TO RH-FROM-GROUP
003450     MOVE WS-TO-GROUP TO RH-TO-GROUP
003460     WRITE CR-RECORD FROM WS-REPORT-HEADER-LINE
003470     WRITE CR-RECORD FROM WS-MARK-KEY-LINE
003480     WRITE CR-RECORD FROM WS-CYCLE-KEY-LINE.
003490 1000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 1100-LOAD-SCHEDULE - LOAD THE BILLING-CYCLE SCHEDULE FOR
003530* THE YEAR BEFORE THROUGH THE YEAR AFTER THE PARM YEAR INTO
003540* A DATE/CYCLE TABLE.  A FISCAL YEAR STRADDLES TWO CALENDAR
003550* YEARS, AND A CYCLE ROLLED ACROSS A YEAR END IS FILED UNDER
003560* ITS OWN SCHEDULE YEAR, SO THE WIDER RANGE CATCHES EVERY
003570* CYCLE THAT CAN BILL ON A PRINTED DAY.
003580*----------------------------------------------------------*
003590 1100-LOAD-SCHEDULE.
003600     COMPUTE WS-FIRST-SCHED-YEAR = WS-PRINT-YEAR - 1
003610     COMPUTE WS-LAST-SCHED-YEAR = WS-PRINT-YEAR + 1
003620     MOVE WS-FIRST-SCHED-YEAR TO BS-YEAR
003630     MOVE ZERO TO BS-MONTH
003640     MOVE ZERO TO BS-CYCLE
003650     SET WS-SCAN-MORE TO TRUE
003660     START SCHEDULE-FILE KEY IS NOT LESS THAN BS-KEY
003670         INVALID KEY
003680             SET WS-SCAN-DONE TO TRUE
003690     END-START
003700     PERFORM 1110-LOAD-SCHEDULE-ENTRY
003710         THRU 1110-EXIT
003720         UNTIL WS-SCAN-DONE.
003730 1100-EXIT.
003740     EXIT.
003750*----------------------------------------------------------*
003760* 1110-LOAD-SCHEDULE-ENTRY - ADD ONE SCHEDULED CYCLE DATE
003770* TO THE TABLE.  THE TABLE HOLDS THREE FULL YEARS OF TWENTY
003780* CYCLES WITH ROOM TO SPARE.
003790*----------------------------------------------------------*
003800 1110-LOAD-SCHEDULE-ENTRY.
003810     READ SCHEDULE-FILE NEXT RECORD
003820         AT END
003830             SET WS-SCAN-DONE TO TRUE
003840             GO TO 1110-EXIT
003850     END-READ
003860     IF BS-YEAR IS GREATER THAN WS-LAST-SCHED-YEAR
003870             OR WS-BILL-COUNT IS NOT LESS THAN 800
003880         SET WS-SCAN-DONE TO TRUE
003890         GO TO 1110-EXIT
003900     END-IF
003910     ADD 1 TO WS-BILL-COUNT
003920     MOVE BS-SCHEDULED-DATE TO WS-BILL-DATE(WS-BILL-COUNT)
003930     MOVE BS-CYCLE TO WS-BILL-CYCLE(WS-BILL-COUNT).
003940 1110-EXIT.
003950     EXIT.
003960*----------------------------------------------------------*
003970* 2000-PRINT-CALENDAR - POSITION THE CALENDAR MASTER AND
003980* PRINT EVERY DAY IN THE PARM RANGE INTO ITS GRID.  THE
003990* CALENDAR LAYOUT READS THE PARM YEAR ONLY.  THE FISCAL
004000* LAYOUT STARTS A YEAR EARLIER, SINCE A FISCAL YEAR CAN
004010* BEGIN IN THE PRIOR CALENDAR YEAR, AND PICKS OUT THE DAYS
004020* STAMPED WITH THE PARM FISCAL YEAR.
004030*----------------------------------------------------------*
004040 2000-PRINT-CALENDAR.
004050     IF WS-FISCAL-LAYOUT
004060         COMPUTE CM-YEAR = WS-PRINT-YEAR - 1
004070     ELSE
004080         MOVE WS-PRINT-YEAR TO CM-YEAR
004090     END-IF
004100     MOVE 1 TO CM-DAY-OF-YEAR
004110     SET WS-SCAN-MORE TO TRUE
004120     START CALENDAR-MASTER KEY IS NOT LESS THAN CM-KEY
004130         INVALID KEY
004140             SET WS-SCAN-DONE TO TRUE
004150     END-START
004160     PERFORM 2100-PROCESS-DAY
004170         THRU 2100-EXIT
004180         UNTIL WS-SCAN-DONE
004190     IF WS-GRID-OPEN
004200         PERFORM 2900-END-GRID
004210             THRU 2900-EXIT
004220     END-IF.
004230 2000-EXIT.
004240     EXIT.
004250*----------------------------------------------------------*
004260* 2100-PROCESS-DAY - READ THE NEXT CALENDAR DAY, DROP IT
004270* WHEN IT IS OUTSIDE THE PARM RANGE, END THE SCAN ONCE THE
004280* RANGE IS PASSED, AND START A NEW GRID WHEN THE DAY OPENS
004290* A NEW MONTH OR FISCAL PERIOD.
004300*----------------------------------------------------------*
004310 2100-PROCESS-DAY.
004320     READ CALENDAR-MASTER NEXT RECORD
004330         AT END
004340             SET WS-SCAN-DONE TO TRUE
004350             GO TO 2100-EXIT
004360     END-READ
004370     IF WS-FISCAL-LAYOUT
004380         IF CM-YEAR IS GREATER THAN WS-PRINT-YEAR + 1
004390                 OR CM-FISCAL-YEAR IS GREATER THAN WS-PRINT-YEAR
004400             SET WS-SCAN-DONE TO TRUE
004410             GO TO 2100-EXIT
004420         END-IF
004430         IF CM-FISCAL-YEAR IS NOT EQUAL TO WS-PRINT-YEAR
004440             GO TO 2100-EXIT
004450         END-IF
004460         MOVE CM-FISCAL-PERIOD TO WS-GROUP-KEY
004470     ELSE
004480         IF CM-YEAR IS NOT EQUAL TO WS-PRINT-YEAR
004490             SET WS-SCAN-DONE TO TRUE
004500             GO TO 2100-EXIT
004510         END-IF
004520         MOVE CM-MONTH TO WS-GROUP-KEY
004530     END-IF
004540     IF WS-GROUP-KEY IS GREATER THAN WS-TO-GROUP
004550         SET WS-SCAN-DONE TO TRUE
004560         GO TO 2100-EXIT
004570     END-IF
004580     IF WS-GROUP-KEY IS LESS THAN WS-FROM-GROUP
004590         GO TO 2100-EXIT
004600     END-IF
004610     IF WS-GRID-OPEN
004620             AND WS-GROUP-KEY IS NOT EQUAL TO WS-CURRENT-GROUP
004630         PERFORM 2900-END-GRID
004640             THRU 2900-EXIT
004650     END-IF
004660     IF WS-GRID-CLOSED
004670         PERFORM 2200-START-GRID
004680             THRU 2200-EXIT
004690     END-IF
004700     PERFORM 3000-PLACE-DAY
004710         THRU 3000-EXIT.
004720 2100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 2200-START-GRID - OPEN A GRID FOR THE DAY'S MONTH OR
004760* FISCAL PERIOD: CLEAR THE ROW AND LEGEND AND WRITE THE
004770* GRID TITLE AND THE WEEKDAY HEADINGS.
004780*----------------------------------------------------------*
004790 2200-START-GRID.
004800     SET WS-GRID-OPEN TO TRUE
004810     MOVE WS-GROUP-KEY TO WS-CURRENT-GROUP
004820     ADD 1 TO WS-GRIDS-PRINTED
004830     MOVE ZERO TO WS-LEGEND-COUNT
004840     PERFORM 3900-CLEAR-ROW
004850         THRU 3900-EXIT
004860     WRITE CR-RECORD FROM WS-BLANK-LINE
004870     IF WS-FISCAL-LAYOUT
004880         MOVE WS-PRINT-YEAR TO PH-FISCAL-YEAR
004890         COMPUTE WS-QUARTER = (WS-CURRENT-GROUP + 2) / 3
004900         MOVE WS-QUARTER TO PH-QUARTER
004910         MOVE WS-CURRENT-GROUP TO PH-PERIOD
004920         WRITE CR-RECORD FROM WS-PERIOD-TITLE-LINE
004930     ELSE
004940         MOVE WS-CURRENT-GROUP TO MT-MONTH
004950         MOVE WS-MONTH-NAME(WS-CURRENT-GROUP) TO MT-MONTH-NAME
004960         MOVE WS-PRINT-YEAR TO MT-YEAR
004970         WRITE CR-RECORD FROM WS-MONTH-TITLE-LINE
004980     END-IF
004990     WRITE CR-RECORD FROM WS-WEEKDAY-HEADER-LINE.
005000 2200-EXIT.
005010     EXIT.
005020*----------------------------------------------------------*
005030* 2900-END-GRID - WRITE THE GRID'S LAST PARTIAL ROW AND
005040* THE HOLIDAY LEGEND UNDER IT, AND CLOSE THE GRID.
005050*----------------------------------------------------------*
005060 2900-END-GRID.
005070     IF WS-ROW-HAS-DAYS
005080         PERFORM 3800-WRITE-ROW
005090             THRU 3800-EXIT
005100     END-IF
005110     IF WS-LEGEND-COUNT IS GREATER THAN ZERO
005120         WRITE CR-RECORD FROM WS-LEGEND-TITLE-LINE
005130         PERFORM 2950-WRITE-LEGEND-LINE
005140             THRU 2950-EXIT
005150             VARYING WS-LEGEND-INDEX FROM 1 BY 1
005160             UNTIL WS-LEGEND-INDEX IS GREATER THAN
005170                 WS-LEGEND-COUNT
005180     END-IF
005190     SET WS-GRID-CLOSED TO TRUE.
005200 2900-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230* 2950-WRITE-LEGEND-LINE - ONE MARKED DAY OF THE GRID WITH
005240* ITS MARK AND THE HOLIDAY (OR OVERRIDE REASON) BEHIND IT.
005250*----------------------------------------------------------*
005260 2950-WRITE-LEGEND-LINE.
005270     MOVE WS-LEGEND-MONTH(WS-LEGEND-INDEX) TO LL-MONTH
005280     MOVE WS-LEGEND-DAY(WS-LEGEND-INDEX) TO LL-DAY
005290     MOVE WS-LEGEND-MARK(WS-LEGEND-INDEX) TO LL-MARK
005300     MOVE WS-LEGEND-NAME(WS-LEGEND-INDEX) TO LL-NAME
005310     WRITE CR-RECORD FROM WS-LEGEND-LINE.
005320 2950-EXIT.
005330     EXIT.
005340*----------------------------------------------------------*
005350* 3000-PLACE-DAY - PUT ONE DAY IN ITS WEEKDAY COLUMN,
005360* SUNDAY FIRST (THE CALENDAR MASTER NUMBERS MONDAY 1
005370* THROUGH SUNDAY 7).  A DAY THAT FALLS IN OR BEFORE THE
005380* COLUMN LAST FILLED STARTS A NEW ROW.  THE FIRST DAY IN A
005390* ROW SUPPLIES THE ROW'S FISCAL PERIOD AND WEEK.
005400*----------------------------------------------------------*
005410 3000-PLACE-DAY.
005420     IF CM-DAY-OF-WEEK IS EQUAL TO 7
005430         MOVE 1 TO WS-COLUMN
005440     ELSE
005450         COMPUTE WS-COLUMN = CM-DAY-OF-WEEK + 1
005460     END-IF
005470     IF WS-ROW-HAS-DAYS
005480             AND WS-COLUMN IS NOT GREATER THAN WS-LAST-COLUMN
005490         PERFORM 3800-WRITE-ROW
005500             THRU 3800-EXIT
005510     END-IF
005520     IF CM-FISCAL-YEAR IS EQUAL TO ZERO
005530         ADD 1 TO WS-UNSTAMPED-DAYS
005540     END-IF
005550     IF WS-ROW-IS-EMPTY
005560         IF CM-FISCAL-YEAR IS EQUAL TO ZERO
005570             MOVE "  --    " TO GR-ROW-LABEL
005580         ELSE
005590             MOVE CM-FISCAL-PERIOD TO RL-FISCAL-PERIOD
005600             MOVE CM-FISCAL-WEEK TO RL-FISCAL-WEEK
005610             MOVE WS-ROW-LABEL-WORK TO GR-ROW-LABEL
005620         END-IF
005630         SET WS-ROW-HAS-DAYS TO TRUE
005640     END-IF
005650     IF WS-FISCAL-LAYOUT
005660         MOVE CM-MONTH TO CD-MONTH
005670         MOVE "/" TO CD-SLASH
005680     ELSE
005690         MOVE SPACES TO CD-MONTH
005700         MOVE SPACE TO CD-SLASH
005710     END-IF
005720     MOVE CM-DAY TO CD-DAY
005730     MOVE WS-CELL-DATE-WORK TO GR-CELL-DATE(WS-COLUMN)
005740     PERFORM 3300-SET-DAY-MARK
005750         THRU 3300-EXIT
005760     MOVE WS-DAY-MARK TO GR-CELL-MARK(WS-COLUMN)
005770     PERFORM 3400-COLLECT-CYCLES
005780         THRU 3400-EXIT
005790     MOVE WS-COLUMN TO WS-LAST-COLUMN
005800     ADD 1 TO WS-DAYS-PRINTED.
005810 3000-EXIT.
005820     EXIT.
005830*----------------------------------------------------------*
005840* 3300-SET-DAY-MARK - MARK A NAMED HOLIDAY, OR A WEEKDAY
005850* CLOSED BY ITS CLASS FLAGS: H WHEN BOTH THE BANK AND THE
005860* COMPANY ARE CLOSED, B WHEN ONLY THE BANK IS, C WHEN ONLY
005870* THE COMPANY IS.  A RECORD WRITTEN BEFORE THE CLASS FLAGS
005880* EXISTED IS MARKED H FROM THE BUSINESS-DAY FLAG ALONE.
005890* EVERY MARKED DAY GOES IN THE GRID'S LEGEND UNDER ITS
005900* HOLIDAY NAME, OR ITS OVERRIDE REASON WHEN IT HAS NONE.
005910*----------------------------------------------------------*
005920 3300-SET-DAY-MARK.
005930     MOVE SPACE TO WS-DAY-MARK
005940     IF CM-HOLIDAY-NAME IS EQUAL TO SPACES
005950             AND CM-DAY-OF-WEEK IS GREATER THAN 5
005960         GO TO 3300-EXIT
005970     END-IF
005980     IF CM-BANK-BUS-DAY-FLAG IS EQUAL TO SPACE
005990         IF NOT CM-IS-BUSINESS-DAY
006000             MOVE "H" TO WS-DAY-MARK
006010         END-IF
006020     ELSE
006030         IF NOT CM-IS-BANK-BUS-DAY
006040                 AND NOT CM-IS-COMPANY-BUS-DAY
006050             MOVE "H" TO WS-DAY-MARK
006060         ELSE
006070             IF NOT CM-IS-BANK-BUS-DAY
006080                 MOVE "B" TO WS-DAY-MARK
006090             ELSE
006100                 IF NOT CM-IS-COMPANY-BUS-DAY
006110                     MOVE "C" TO WS-DAY-MARK
006120                 END-IF
006130             END-IF
006140         END-IF
006150     END-IF
006160     IF WS-DAY-MARK IS EQUAL TO SPACE
006170         GO TO 3300-EXIT
006180     END-IF
006190     IF WS-DAY-MARK IS EQUAL TO "H"
006200         ADD 1 TO WS-HOLIDAYS-MARKED
006210     ELSE
006220         ADD 1 TO WS-CLOSURES-MARKED
006230     END-IF
006240     IF WS-LEGEND-COUNT IS NOT LESS THAN 40
006250         GO TO 3300-EXIT
006260     END-IF
006270     ADD 1 TO WS-LEGEND-COUNT
006280     MOVE CM-MONTH TO WS-LEGEND-MONTH(WS-LEGEND-COUNT)
006290     MOVE CM-DAY TO WS-LEGEND-DAY(WS-LEGEND-COUNT)
006300     MOVE WS-DAY-MARK TO WS-LEGEND-MARK(WS-LEGEND-COUNT)
006310     IF CM-HOLIDAY-NAME IS EQUAL TO SPACES
006320         MOVE CM-REASON-CODE TO WS-LEGEND-NAME(WS-LEGEND-COUNT)
006330     ELSE
006340         MOVE CM-HOLIDAY-NAME TO WS-LEGEND-NAME(WS-LEGEND-COUNT)
006350     END-IF.
006360 3300-EXIT.
006370     EXIT.
006380*----------------------------------------------------------*
006390* 3400-COLLECT-CYCLES - LIST UNDER THE DAY'S CELL THE
006400* BILLING CYCLES SCHEDULED ON IT.  THE CELL HOLDS THREE
006410* CYCLE NUMBERS; A "+" AFTER THEM MEANS MORE BILL THAT DAY.
006420*----------------------------------------------------------*
006430 3400-COLLECT-CYCLES.
006440     MOVE ZERO TO WS-DAY-CYCLE-COUNT
006450     MOVE SPACES TO WS-DAY-CYCLE-TEXT
006460     PERFORM 3410-MATCH-CYCLE
006470         THRU 3410-EXIT
006480         VARYING WS-BILL-INDEX FROM 1 BY 1
006490         UNTIL WS-BILL-INDEX IS GREATER THAN WS-BILL-COUNT
006500     IF WS-DAY-CYCLE-COUNT IS EQUAL TO ZERO
006510         GO TO 3400-EXIT
006520     END-IF
006530     SET WS-ROW-HAS-CYCLES TO TRUE
006540     MOVE WS-DAY-CYCLE-TEXT(1:8) TO CY-CELL-CYCLES(WS-COLUMN)
006550     IF WS-DAY-CYCLE-COUNT IS GREATER THAN 3
006560         MOVE "+" TO CY-CELL-MORE(WS-COLUMN)
006570     END-IF.
006580 3400-EXIT.
006590     EXIT.
006600*----------------------------------------------------------*
006610* 3410-MATCH-CYCLE - TEST ONE SCHEDULE ENTRY AGAINST THE
006620* DAY BEING PLACED.
006630*----------------------------------------------------------*
006640 3410-MATCH-CYCLE.
006650     IF WS-BILL-DATE(WS-BILL-INDEX) IS NOT EQUAL TO
006660             CM-GREGORIAN-DATE
006670         GO TO 3410-EXIT
006680     END-IF
006690     ADD 1 TO WS-DAY-CYCLE-COUNT
006700     IF WS-DAY-CYCLE-COUNT IS NOT GREATER THAN 3
006710         MOVE WS-BILL-CYCLE(WS-BILL-INDEX)
006720             TO WS-DAY-CYCLE-SLOT(WS-DAY-CYCLE-COUNT)
006730     END-IF.
006740 3410-EXIT.
006750     EXIT.
006760*----------------------------------------------------------*
006770* 3800-WRITE-ROW - WRITE THE FILLED GRID ROW, AND UNDER IT
006780* THE CYCLE ROW WHEN ANY DAY IN THE ROW HAS A BILLING
006790* CYCLE, THEN CLEAR BOTH FOR THE NEXT WEEK.
006800*----------------------------------------------------------*
006810 3800-WRITE-ROW.
006820     WRITE CR-RECORD FROM WS-GRID-ROW
006830     IF WS-ROW-HAS-CYCLES
006840         MOVE "  CYCLES" TO CY-ROW-LABEL
006850         WRITE CR-RECORD FROM WS-CYCLE-ROW
006860     END-IF
006870     PERFORM 3900-CLEAR-ROW
006880         THRU 3900-EXIT.
006890 3800-EXIT.
006900     EXIT.
006910*----------------------------------------------------------*
006920* 3900-CLEAR-ROW - BLANK THE GRID AND CYCLE ROWS.
006930*----------------------------------------------------------*
006940 3900-CLEAR-ROW.
006950     MOVE SPACES TO WS-GRID-ROW
006960     MOVE SPACES TO WS-CYCLE-ROW
006970     SET WS-ROW-IS-EMPTY TO TRUE
006980     SET WS-ROW-HAS-NO-CYCLES TO TRUE
006990     MOVE ZERO TO WS-LAST-COLUMN.
007000 3900-EXIT.
007010     EXIT.
007020*----------------------------------------------------------*
007030* 8000-FINALIZE - WRITE THE RUN TOTALS AND CLOSE THE
007040* FILES.  RETURN CODE 4 WHEN NO DAY IN THE PARM RANGE WAS
007050* ON THE CALENDAR MASTER (OR, WITH THE FISCAL LAYOUT, NONE
007060* WAS STAMPED WITH THE FISCAL YEAR).
007070*----------------------------------------------------------*
007080 8000-FINALIZE.
007090     WRITE CR-RECORD FROM WS-BLANK-LINE
007100     IF WS-DAYS-PRINTED IS EQUAL TO ZERO
007110         WRITE CR-RECORD FROM WS-NO-DAYS-LINE
007120     END-IF
007130     MOVE WS-GRIDS-PRINTED TO TL-GRIDS-PRINTED
007140     WRITE CR-RECORD FROM WS-TOTAL-LINE-1
007150     MOVE WS-DAYS-PRINTED TO TL-DAYS-PRINTED
007160     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
007170     MOVE WS-HOLIDAYS-MARKED TO TL-HOLIDAYS-MARKED
007180     WRITE CR-RECORD FROM WS-TOTAL-LINE-3
007190     MOVE WS-CLOSURES-MARKED TO TL-CLOSURES-MARKED
007200     WRITE CR-RECORD FROM WS-TOTAL-LINE-4
007210     MOVE WS-UNSTAMPED-DAYS TO TL-UNSTAMPED-DAYS
007220     WRITE CR-RECORD FROM WS-TOTAL-LINE-5
007230     CLOSE CALENDAR-MASTER
007240     CLOSE SCHEDULE-FILE
007250     CLOSE CALENDAR-REPORT
007260     IF WS-DAYS-PRINTED IS EQUAL TO ZERO
007270         MOVE 4 TO RETURN-CODE
007280     END-IF.
007290 8000-EXIT.
007300     EXIT.
007310*----------------------------------------------------------*
007320* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
007330* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
007340*----------------------------------------------------------*
007350 9000-ABEND.
007360     DISPLAY "CALPRT ABEND - FILE " WS-ABEND-FILE-ID
007370         " STATUS " WS-ABEND-STATUS
007380     MOVE 16 TO RETURN-CODE
007390     STOP RUN.
007400 9000-EXIT.
007410     EXIT.
