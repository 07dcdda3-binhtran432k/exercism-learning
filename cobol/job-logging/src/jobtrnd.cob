000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBTRND.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/15/2026 DH    ORIGINAL PROGRAM.  JOB RUN-TIME TREND
000130*                  REPORT.  READS THE KEYED RUN-HISTORY
000140*                  FILE FOR THE RUN DATES IN THE EXEC PARM
000150*                  AND PRINTS ONE LINE PER JOB - PAIRED
000160*                  RUNS, COMPLETIONS WITH NO STARTUP,
000170*                  AVERAGE AND MAXIMUM ELAPSED TIME, THE
000180*                  JOB'S SERVICE LEVEL AND ITS BREACHES -
000190*                  FOLLOWED BY THE ELAPSED TIMES OF ITS
000200*                  LAST N RUNS, OLDEST FIRST.  EVERY RUN
000210*                  THAT RAN LONGER THAN THE SLA MAXIMUM OR
000220*                  ENDED AFTER THE SLA DEADLINE, AND EVERY
000230*                  JOB WHOSE AVERAGE OVER ITS LAST N RUNS
000240*                  HAS GROWN PAST THE THRESHOLD PERCENT
000250*                  OVER THE N RUNS BEFORE THEM, IS WRITTEN
000260*                  TO THE EXCEPTION FILE.  RETURN CODE 4
000270*                  WHEN THERE IS ANY SUCH FINDING.
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS RH-KEY
000390         FILE STATUS IS FS-RUN-HISTORY.
000400     SELECT JOB-SLA-FILE ASSIGN TO JOBSLA
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS JS-JOB-NAME
000440         FILE STATUS IS FS-JOB-SLA-FILE.
000450     SELECT TREND-REPORT ASSIGN TO TRNDRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS FS-TREND-REPORT.
000480     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-EXCEPTION-REPORT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RUN-HISTORY.
000540 COPY RUNHIST.
000550 FD  JOB-SLA-FILE.
000560 COPY JOBSLA.
000570 FD  TREND-REPORT
000580     RECORDING MODE IS F.
000590 01  TR-RECORD                   PIC X(80).
000600 FD  EXCEPTION-REPORT
000610     RECORDING MODE IS F.
000620 01  ER-RECORD                   PIC X(80).
000630 WORKING-STORAGE SECTION.
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000660         88  WS-EOF-YES                     VALUE "Y".
000670     05  WS-IN-RANGE-SWITCH      PIC X(01) VALUE "N".
000680         88  WS-IN-RANGE-YES                 VALUE "Y".
000690         88  WS-IN-RANGE-NO                  VALUE "N".
000700     05  WS-SLA-SWITCH           PIC X(01) VALUE "N".
000710         88  WS-SLA-FOUND                    VALUE "Y".
000720         88  WS-SLA-NOT-FOUND                VALUE "N".
000730     05  WS-END-LIMIT-SWITCH     PIC X(01) VALUE "N".
000740         88  WS-END-LIMIT-YES                VALUE "Y".
000750         88  WS-END-LIMIT-NO                 VALUE "N".
000760 01  WS-FILE-STATUSES.
000770     05  FS-RUN-HISTORY          PIC X(02) VALUE "00".
000780     05  FS-JOB-SLA-FILE         PIC X(02) VALUE "00".
000790     05  FS-TREND-REPORT         PIC X(02) VALUE "00".
000800     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000810 01  WS-CONTROL-TOTALS.
000820     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
000830     05  WS-RANGE-COUNT          PIC 9(07) COMP VALUE ZERO.
000840     05  WS-JOB-COUNT            PIC 9(07) COMP VALUE ZERO.
000850     05  WS-BREACH-TOTAL         PIC 9(07) COMP VALUE ZERO.
000860     05  WS-GROWTH-TOTAL         PIC 9(07) COMP VALUE ZERO.
000870 01  WS-PARM-VALUES.
000880     05  WS-FROM-DATE            PIC 9(08).
000890     05  WS-TO-DATE              PIC 9(08).
000900     05  WS-TREND-RUNS           PIC 9(02) VALUE 5.
000910     05  WS-GROWTH-PERCENT       PIC 9(03) VALUE 20.
000920 01  WS-JOB-FIELDS.
000930     05  WS-CURRENT-JOB          PIC X(08).
000940     05  WS-RUN-COUNT            PIC 9(05) COMP.
000950     05  WS-UNPAIRED-COUNT       PIC 9(05) COMP.
000960     05  WS-BREACH-COUNT         PIC 9(05) COMP.
000970     05  WS-TOTAL-SECONDS        PIC 9(11) COMP.
000980     05  WS-MAX-SECONDS          PIC 9(07) COMP.
000990     05  WS-AVERAGE-SECONDS      PIC 9(07) COMP.
001000 01  WS-SLA-FIELDS.
001010     05  WS-SLA-MAX-SECONDS      PIC 9(07) COMP.
001020     05  WS-SLA-END-TIME         PIC 9(08).
001030     05  WS-SLA-END-OFFSET       PIC 9(01).
001040 01  WS-RECENT-TABLE.
001050     05  WS-RECENT-COUNT         PIC 9(03) COMP VALUE ZERO.
001060     05  WS-RECENT-LIMIT         PIC 9(03) COMP VALUE ZERO.
001070     05  WS-RECENT-ELAPSED       PIC 9(07) COMP
001080                                 OCCURS 16 TIMES.
001090 01  WS-RECENT-INDEX             PIC 9(03) COMP.
001100 01  WS-CELL-INDEX               PIC 9(03) COMP.
001105 01  WS-TREND-START              PIC 9(03) COMP.
001110 01  WS-GROWTH-FIELDS.
001120     05  WS-PRIOR-SECONDS        PIC 9(09) COMP.
001130     05  WS-LATEST-SECONDS       PIC 9(09) COMP.
001140     05  WS-PRIOR-AVERAGE        PIC 9(07) COMP.
001150     05  WS-LATEST-AVERAGE       PIC 9(07) COMP.
001160     05  WS-GROWTH-ACTUAL        PIC 9(05) COMP.
001170 01  WS-DAY-COUNTER              PIC 9(02) COMP.
001180 01  WS-DEADLINE-DATE            PIC 9(08).
001190 01  WS-DATE-WORK                PIC 9(08).
001200 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001210     05  WS-DATE-YYYY            PIC 9(04).
001220     05  WS-DATE-MM              PIC 9(02).
001230     05  WS-DATE-DD              PIC 9(02).
001240 01  WS-DAYS-IN-MONTH-TABLE.
001250     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001260 01  WS-LEAP-RESULT              PIC 9(01).
001270 01  WS-LEAP-REASON              PIC X(20).
001280 01  WS-FORMAT-FIELDS.
001290     05  WS-FMT-SECONDS          PIC 9(07) COMP.
001300     05  WS-FMT-REMAINDER        PIC 9(07) COMP.
001310     05  WS-FMT-HOURS            PIC 9(07) COMP.
001320     05  WS-FMT-MINUTES          PIC 9(02) COMP.
001330     05  WS-FMT-SECS             PIC 9(02) COMP.
001340 01  WS-FMT-ELAPSED.
001350     05  WS-FMT-HH               PIC 9(02).
001360     05  FILLER                  PIC X(01) VALUE ":".
001370     05  WS-FMT-MM               PIC 9(02).
001380     05  FILLER                  PIC X(01) VALUE ":".
001390     05  WS-FMT-SS               PIC 9(02).
001400 01  WS-CLOCK-TIME               PIC 9(08).
001410 01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME.
001420     05  WS-CLOCK-HH             PIC 9(02).
001430     05  WS-CLOCK-MM             PIC 9(02).
001440     05  WS-CLOCK-SS             PIC 9(02).
001450     05  WS-CLOCK-HUND           PIC 9(02).
001460 01  WS-END-LIMIT-DISPLAY.
001470     05  WS-ELD-HH               PIC X(02).
001480     05  FILLER                  PIC X(01) VALUE ":".
001490     05  WS-ELD-MM               PIC X(02).
001500     05  WS-ELD-PLUS             PIC X(01).
001510     05  WS-ELD-OFFSET           PIC X(01).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530 01  WS-REPORT-HEADER-LINE.
001540     05  FILLER                  PIC X(33)
001550             VALUE "JOBTRND JOB RUN-TIME TREND REPORT".
001560     05  FILLER                  PIC X(47) VALUE SPACES.
001570 01  WS-RANGE-LINE.
001580     05  FILLER                  PIC X(10) VALUE "RUNS FROM ".
001590     05  RG-FROM-DATE            PIC 9(08).
001600     05  FILLER                  PIC X(04) VALUE " TO ".
001610     05  RG-TO-DATE              PIC 9(08).
001620     05  FILLER                  PIC X(08) VALUE " - LAST ".
001630     05  RG-TREND-RUNS           PIC Z9.
001640     05  FILLER                  PIC X(24)
001650             VALUE " RUNS, GROWTH THRESHOLD ".
001660     05  RG-GROWTH-PERCENT       PIC ZZ9.
001670     05  FILLER                  PIC X(01) VALUE "%".
001680     05  FILLER                  PIC X(12) VALUE SPACES.
001690 01  WS-COLUMN-HEADER-LINE.
001700     05  FILLER                  PIC X(08) VALUE "JOB NAME".
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  FILLER                  PIC X(05) VALUE " RUNS".
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  FILLER                  PIC X(08) VALUE "UNPAIRED".
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(08) VALUE " AVERAGE".
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  FILLER                  PIC X(08) VALUE " MAXIMUM".
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  FILLER                  PIC X(08) VALUE " SLA MAX".
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  FILLER                  PIC X(07) VALUE "END BY ".
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  FILLER                  PIC X(06) VALUE "BREACH".
001850     05  FILLER                  PIC X(08) VALUE SPACES.
001860 01  WS-JOB-LINE.
001870     05  JL-JOB-NAME             PIC X(08).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  JL-RUN-COUNT            PIC ZZZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  JL-UNPAIRED-COUNT       PIC ZZZZZZZ9.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  JL-AVERAGE              PIC X(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  JL-MAXIMUM              PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  JL-SLA-MAXIMUM          PIC X(08).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  JL-SLA-END-BY           PIC X(07).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  JL-BREACH-COUNT         PIC ZZZZZ9.
002020     05  FILLER                  PIC X(08) VALUE SPACES.
002030 01  WS-TREND-LINE.
002040     05  TN-LABEL                PIC X(08).
002050     05  TN-CELL                 OCCURS 8 TIMES.
002060         10  FILLER              PIC X(01).
002070         10  TN-ELAPSED          PIC X(08).
002080 01  WS-EXCEPTION-LINE.
002090     05  EL-JOB-NAME             PIC X(08).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  EL-RUN-DATE             PIC 9(08).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  EL-START-TIME           PIC 9(08).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  EL-REASON               PIC X(20).
002160     05  EL-ACTUAL               PIC X(08).
002170     05  FILLER                  PIC X(07) VALUE " LIMIT ".
002180     05  EL-LIMIT                PIC X(08).
002190     05  FILLER                  PIC X(08) VALUE SPACES.
002200 01  WS-GROWTH-LINE.
002210     05  GL-JOB-NAME             PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FILLER                  PIC X(15)
002240             VALUE "AVERAGE GROWTH ".
002250     05  GL-GROWTH-PERCENT       PIC ZZZZ9.
002260     05  FILLER                  PIC X(09) VALUE "% - LAST ".
002270     05  GL-TREND-RUNS           PIC Z9.
002280     05  FILLER                  PIC X(06) VALUE " RUNS ".
002290     05  GL-LATEST-AVERAGE       PIC X(08).
002300     05  FILLER                  PIC X(10) VALUE " VS PRIOR ".
002310     05  GL-PRIOR-AVERAGE        PIC X(08).
002320     05  FILLER                  PIC X(07) VALUE SPACES.
002330 01  WS-NONE-LINE.
002340     05  FILLER                  PIC X(06) VALUE "  NONE".
002350     05  FILLER                  PIC X(74) VALUE SPACES.
002360 01  WS-TOTAL-LINE.
002370     05  TL-LABEL                PIC X(16).
002380     05  TL-COUNT                PIC ZZZZZZ9.
002390     05  FILLER                  PIC X(57) VALUE SPACES.
002400 01  WS-ABEND-FIELDS.
002410     05  WS-ABEND-FILE-ID        PIC X(20).
002420     05  WS-ABEND-STATUS         PIC X(02).
002430 LINKAGE SECTION.
002440 01  LK-PARM-AREA.
002450     05  LK-PARM-LENGTH          PIC S9(04) COMP.
002460     05  LK-PARM-TEXT            PIC X(80).
002470 PROCEDURE DIVISION USING LK-PARM-AREA.
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-EXIT
002510     PERFORM 2000-PROCESS-JOB
002520         THRU 2000-EXIT
002530         UNTIL WS-EOF-YES
002540     PERFORM 8000-FINALIZE
002550         THRU 8000-EXIT
002560     STOP RUN.
002570*----------------------------------------------------------*
002580* 1000-INITIALIZE - EDIT THE EXEC PARM, OPEN THE FILES,
002590* WRITE THE HEADINGS AND READ TO THE FIRST RUN IN RANGE.
002600* THE PARM IS THE FROM DATE (COLUMNS 1-8, REQUIRED), THE TO
002610* DATE (10-17, DEFAULT THE FROM DATE), THE NUMBER OF RUNS
002620* IN THE TREND (19-20, 1 TO 8, DEFAULT 5) AND THE GROWTH
002630* THRESHOLD PERCENT (22-24, DEFAULT 20).
002640*----------------------------------------------------------*
002650 1000-INITIALIZE.
002660     IF LK-PARM-LENGTH IS LESS THAN 8
002670             OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
002680         MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
002690         MOVE "90" TO WS-ABEND-STATUS
002700         PERFORM 9000-ABEND
002710             THRU 9000-EXIT
002720     END-IF
002730     MOVE LK-PARM-TEXT(1:8) TO WS-FROM-DATE
002740     MOVE WS-FROM-DATE TO WS-TO-DATE
002750     IF LK-PARM-LENGTH IS NOT LESS THAN 17
002760             AND LK-PARM-TEXT(10:8) IS NOT EQUAL TO SPACES
002770         IF LK-PARM-TEXT(10:8) IS NOT NUMERIC
002780             MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
002790             MOVE "91" TO WS-ABEND-STATUS
002800             PERFORM 9000-ABEND
002810                 THRU 9000-EXIT
002820         END-IF
002830         MOVE LK-PARM-TEXT(10:8) TO WS-TO-DATE
002840     END-IF
002850     IF WS-TO-DATE IS LESS THAN WS-FROM-DATE
002860         MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
002870         MOVE "91" TO WS-ABEND-STATUS
002880         PERFORM 9000-ABEND
002890             THRU 9000-EXIT
002900     END-IF
002910     IF LK-PARM-LENGTH IS NOT LESS THAN 20
002920             AND LK-PARM-TEXT(19:2) IS NOT EQUAL TO SPACES
002930         IF LK-PARM-TEXT(19:2) IS NOT NUMERIC
002940             MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
002950             MOVE "92" TO WS-ABEND-STATUS
002960             PERFORM 9000-ABEND
002970                 THRU 9000-EXIT
002980         END-IF
002990         MOVE LK-PARM-TEXT(19:2) TO WS-TREND-RUNS
003000     END-IF
003010     IF WS-TREND-RUNS IS LESS THAN 1
003020             OR WS-TREND-RUNS IS GREATER THAN 8
003030         MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
003040         MOVE "92" TO WS-ABEND-STATUS
003050         PERFORM 9000-ABEND
003060             THRU 9000-EXIT
003070     END-IF
003080     IF LK-PARM-LENGTH IS NOT LESS THAN 24
003090             AND LK-PARM-TEXT(22:3) IS NOT EQUAL TO SPACES
003100         IF LK-PARM-TEXT(22:3) IS NOT NUMERIC
003110             MOVE "TREND-PARM" TO WS-ABEND-FILE-ID
003120             MOVE "93" TO WS-ABEND-STATUS
003130             PERFORM 9000-ABEND
003140                 THRU 9000-EXIT
003150         END-IF
003160         MOVE LK-PARM-TEXT(22:3) TO WS-GROWTH-PERCENT
003170     END-IF
003180     COMPUTE WS-RECENT-LIMIT = WS-TREND-RUNS * 2
003190     OPEN INPUT RUN-HISTORY
003200     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
003210         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
003220         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
003230         PERFORM 9000-ABEND
003240             THRU 9000-EXIT
003250     END-IF
003260     OPEN INPUT JOB-SLA-FILE
003270     IF FS-JOB-SLA-FILE IS NOT EQUAL TO "00"
003280         MOVE "JOB-SLA-FILE" TO WS-ABEND-FILE-ID
003290         MOVE FS-JOB-SLA-FILE TO WS-ABEND-STATUS
003300         PERFORM 9000-ABEND
003310             THRU 9000-EXIT
003320     END-IF
003330     OPEN OUTPUT TREND-REPORT
003340     IF FS-TREND-REPORT IS NOT EQUAL TO "00"
003350         MOVE "TREND-REPORT" TO WS-ABEND-FILE-ID
003360         MOVE FS-TREND-REPORT TO WS-ABEND-STATUS
003370         PERFORM 9000-ABEND
003380             THRU 9000-EXIT
003390     END-IF
003400     OPEN OUTPUT EXCEPTION-REPORT
003410     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
003420         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
003430         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
003440         PERFORM 9000-ABEND
003450             THRU 9000-EXIT
003460     END-IF
003470     MOVE 31 TO WS-DAYS-IN-MONTH(1)
003480     MOVE 28 TO WS-DAYS-IN-MONTH(2)
003490     MOVE 31 TO WS-DAYS-IN-MONTH(3)
003500     MOVE 30 TO WS-DAYS-IN-MONTH(4)
003510     MOVE 31 TO WS-DAYS-IN-MONTH(5)
003520     MOVE 30 TO WS-DAYS-IN-MONTH(6)
003530     MOVE 31 TO WS-DAYS-IN-MONTH(7)
003540     MOVE 31 TO WS-DAYS-IN-MONTH(8)
003550     MOVE 30 TO WS-DAYS-IN-MONTH(9)
003560     MOVE 31 TO WS-DAYS-IN-MONTH(10)
003570     MOVE 30 TO WS-DAYS-IN-MONTH(11)
003580     MOVE 31 TO WS-DAYS-IN-MONTH(12)
003590     WRITE TR-RECORD FROM WS-REPORT-HEADER-LINE
003600     MOVE WS-FROM-DATE TO RG-FROM-DATE
003610     MOVE WS-TO-DATE TO RG-TO-DATE
003620     MOVE WS-TREND-RUNS TO RG-TREND-RUNS
003630     MOVE WS-GROWTH-PERCENT TO RG-GROWTH-PERCENT
003640     WRITE TR-RECORD FROM WS-RANGE-LINE
003650     WRITE TR-RECORD FROM WS-COLUMN-HEADER-LINE
003660     PERFORM 3000-READ-HISTORY
003670         THRU 3000-EXIT.
003680 1000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------*
003710* 2000-PROCESS-JOB - TAKE EVERY RUN IN RANGE FOR ONE JOB,
003720* THEN PRINT ITS LINE, ITS TREND AND ANY AVERAGE GROWTH.
003730*----------------------------------------------------------*
003740 2000-PROCESS-JOB.
003750     MOVE RH-JOB-NAME TO WS-CURRENT-JOB
003760     ADD 1 TO WS-JOB-COUNT
003770     MOVE ZERO TO WS-RUN-COUNT
003780     MOVE ZERO TO WS-UNPAIRED-COUNT
003790     MOVE ZERO TO WS-BREACH-COUNT
003800     MOVE ZERO TO WS-TOTAL-SECONDS
003810     MOVE ZERO TO WS-MAX-SECONDS
003820     MOVE ZERO TO WS-RECENT-COUNT
003830     PERFORM 2100-READ-SLA
003840         THRU 2100-EXIT
003850     PERFORM 2200-PROCESS-RUN
003860         THRU 2200-EXIT
003870         UNTIL WS-EOF-YES
003880             OR RH-JOB-NAME IS NOT EQUAL TO WS-CURRENT-JOB
003890     PERFORM 2500-PRINT-JOB
003900         THRU 2500-EXIT
003910     PERFORM 2600-PRINT-TREND
003920         THRU 2600-EXIT
003930     PERFORM 2700-CHECK-GROWTH
003940         THRU 2700-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 2100-READ-SLA - LOOK THE JOB UP ON THE SLA FILE.  A JOB
003990* WITH NO SLA RECORD, A ZERO MAXIMUM OR A BLANK END TIME IS
004000* NOT CHECKED AGAINST THAT LIMIT.
004010*----------------------------------------------------------*
004020 2100-READ-SLA.
004030     SET WS-SLA-NOT-FOUND TO TRUE
004040     SET WS-END-LIMIT-NO TO TRUE
004050     MOVE ZERO TO WS-SLA-MAX-SECONDS
004060     MOVE ZERO TO WS-SLA-END-TIME
004070     MOVE ZERO TO WS-SLA-END-OFFSET
004080     MOVE WS-CURRENT-JOB TO JS-JOB-NAME
004090     READ JOB-SLA-FILE
004100         INVALID KEY
004110             GO TO 2100-EXIT
004120     END-READ
004130     SET WS-SLA-FOUND TO TRUE
004140     IF JS-MAX-ELAPSED IS NUMERIC
004150         COMPUTE WS-SLA-MAX-SECONDS =
004160                 (JS-MAX-HH * 3600) + (JS-MAX-MM * 60)
004170                 + JS-MAX-SS
004180     END-IF
004190     IF JS-LATEST-END-TIME IS NUMERIC
004200         SET WS-END-LIMIT-YES TO TRUE
004210         COMPUTE WS-SLA-END-TIME =
004220                 (JS-LATEST-END-HH * 1000000)
004230                 + (JS-LATEST-END-MM * 10000)
004240         IF JS-END-DAY-OFFSET IS NUMERIC
004250             MOVE JS-END-DAY-OFFSET TO WS-SLA-END-OFFSET
004260         END-IF
004270     END-IF.
004280 2100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 2200-PROCESS-RUN - ACCUMULATE ONE PAIRED RUN, KEEP ITS
004320* ELAPSED TIME FOR THE TREND AND CHECK IT AGAINST THE SLA.
004330* A COMPLETION WITH NO STARTUP HAS NO ELAPSED TIME AND IS
004340* ONLY COUNTED.
004350*----------------------------------------------------------*
004360 2200-PROCESS-RUN.
004370     ADD 1 TO WS-RANGE-COUNT
004380     IF NOT RH-PAIRED-RUN
004390         ADD 1 TO WS-UNPAIRED-COUNT
004400         GO TO 2200-NEXT
004410     END-IF
004420     ADD 1 TO WS-RUN-COUNT
004430     ADD RH-ELAPSED-SECONDS TO WS-TOTAL-SECONDS
004440     IF RH-ELAPSED-SECONDS IS GREATER THAN WS-MAX-SECONDS
004450         MOVE RH-ELAPSED-SECONDS TO WS-MAX-SECONDS
004460     END-IF
004470     IF WS-RECENT-COUNT IS EQUAL TO WS-RECENT-LIMIT
004480         PERFORM 2250-SHIFT-RECENT
004490             THRU 2250-EXIT
004500             VARYING WS-RECENT-INDEX FROM 2 BY 1
004510             UNTIL WS-RECENT-INDEX IS GREATER THAN
004520                 WS-RECENT-LIMIT
004530     ELSE
004540         ADD 1 TO WS-RECENT-COUNT
004550     END-IF
004560     MOVE RH-ELAPSED-SECONDS
004570         TO WS-RECENT-ELAPSED(WS-RECENT-COUNT)
004580     IF WS-SLA-MAX-SECONDS IS GREATER THAN ZERO
004590             AND RH-ELAPSED-SECONDS IS GREATER THAN
004600                 WS-SLA-MAX-SECONDS
004610         PERFORM 2300-ELAPSED-BREACH
004620             THRU 2300-EXIT
004630     END-IF
004640     IF WS-END-LIMIT-YES
004650         PERFORM 2400-CHECK-END-TIME
004660             THRU 2400-EXIT
004670     END-IF.
004680 2200-NEXT.
004690     PERFORM 3000-READ-HISTORY
004700         THRU 3000-EXIT.
004710 2200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 2250-SHIFT-RECENT - MOVE ONE RECENT ELAPSED TIME DOWN A
004750* SLOT TO MAKE ROOM FOR THE NEWEST RUN AT THE END.
004760*----------------------------------------------------------*
004770 2250-SHIFT-RECENT.
004780     MOVE WS-RECENT-ELAPSED(WS-RECENT-INDEX)
004790         TO WS-RECENT-ELAPSED(WS-RECENT-INDEX - 1).
004800 2250-EXIT.
004810     EXIT.
004820*----------------------------------------------------------*
004830* 2300-ELAPSED-BREACH - WRITE A RUN THAT RAN LONGER THAN
004840* THE SLA MAXIMUM.
004850*----------------------------------------------------------*
004860 2300-ELAPSED-BREACH.
004870     MOVE "SLA ELAPSED BREACH  " TO EL-REASON
004880     MOVE RH-ELAPSED-SECONDS TO WS-FMT-SECONDS
004890     PERFORM 6000-FORMAT-ELAPSED
004900         THRU 6000-EXIT
004910     MOVE WS-FMT-ELAPSED TO EL-ACTUAL
004920     MOVE WS-SLA-MAX-SECONDS TO WS-FMT-SECONDS
004930     PERFORM 6000-FORMAT-ELAPSED
004940         THRU 6000-EXIT
004950     MOVE WS-FMT-ELAPSED TO EL-LIMIT
004960     PERFORM 2450-LOG-BREACH
004970         THRU 2450-EXIT.
004980 2300-EXIT.
004990     EXIT.
005000*----------------------------------------------------------*
005010* 2400-CHECK-END-TIME - WORK OUT THE RUN'S DEADLINE, THE
005020* SLA END TIME ON THE DAY THE OFFSET NUMBER OF DAYS AFTER
005030* THE RUN STARTED, AND WRITE THE RUN IF IT ENDED AFTER IT.
005040*----------------------------------------------------------*
005050 2400-CHECK-END-TIME.
005060     MOVE RH-RUN-DATE TO WS-DATE-WORK
005070     PERFORM 6100-COMPUTE-NEXT-DATE
005080         THRU 6100-EXIT
005090         VARYING WS-DAY-COUNTER FROM 1 BY 1
005100         UNTIL WS-DAY-COUNTER IS GREATER THAN
005110             WS-SLA-END-OFFSET
005120     MOVE WS-DATE-WORK TO WS-DEADLINE-DATE
005130     IF RH-END-DATE IS LESS THAN WS-DEADLINE-DATE
005140         GO TO 2400-EXIT
005150     END-IF
005160     IF RH-END-DATE IS EQUAL TO WS-DEADLINE-DATE
005170             AND RH-END-TIME IS NOT GREATER THAN
005180                 WS-SLA-END-TIME
005190         GO TO 2400-EXIT
005200     END-IF
005210     MOVE "SLA END-TIME BREACH " TO EL-REASON
005220     MOVE RH-END-TIME TO WS-CLOCK-TIME
005230     MOVE WS-CLOCK-HH TO WS-FMT-HH
005240     MOVE WS-CLOCK-MM TO WS-FMT-MM
005250     MOVE WS-CLOCK-SS TO WS-FMT-SS
005260     MOVE WS-FMT-ELAPSED TO EL-ACTUAL
005270     MOVE JS-LATEST-END-HH TO WS-ELD-HH
005280     MOVE JS-LATEST-END-MM TO WS-ELD-MM
005290     IF WS-SLA-END-OFFSET IS GREATER THAN ZERO
005300         MOVE "+" TO WS-ELD-PLUS
005310         MOVE WS-SLA-END-OFFSET TO WS-ELD-OFFSET
005320     ELSE
005330         MOVE SPACE TO WS-ELD-PLUS
005340         MOVE SPACE TO WS-ELD-OFFSET
005350     END-IF
005360     MOVE WS-END-LIMIT-DISPLAY TO EL-LIMIT
005370     PERFORM 2450-LOG-BREACH
005380         THRU 2450-EXIT.
005390 2400-EXIT.
005400     EXIT.
005410*----------------------------------------------------------*
005420* 2450-LOG-BREACH - WRITE ONE SLA BREACH LINE WITH THE
005430* REASON, ACTUAL AND LIMIT ALREADY MOVED BY THE CALLER.
005440*----------------------------------------------------------*
005450 2450-LOG-BREACH.
005460     ADD 1 TO WS-BREACH-COUNT
005470     ADD 1 TO WS-BREACH-TOTAL
005480     MOVE RH-JOB-NAME TO EL-JOB-NAME
005490     MOVE RH-RUN-DATE TO EL-RUN-DATE
005500     MOVE RH-START-TIME TO EL-START-TIME
005510     WRITE ER-RECORD FROM WS-EXCEPTION-LINE.
005520 2450-EXIT.
005530     EXIT.
005540*----------------------------------------------------------*
005550* 2500-PRINT-JOB - PRINT THE JOB'S SUMMARY LINE.  A JOB
005560* WITH NO PAIRED RUN IN RANGE HAS NO AVERAGE OR MAXIMUM.
005570*----------------------------------------------------------*
005580 2500-PRINT-JOB.
005590     MOVE WS-CURRENT-JOB TO JL-JOB-NAME
005600     MOVE WS-RUN-COUNT TO JL-RUN-COUNT
005610     MOVE WS-UNPAIRED-COUNT TO JL-UNPAIRED-COUNT
005620     MOVE WS-BREACH-COUNT TO JL-BREACH-COUNT
005630     IF WS-RUN-COUNT IS EQUAL TO ZERO
005640         MOVE SPACES TO JL-AVERAGE
005650         MOVE SPACES TO JL-MAXIMUM
005660     ELSE
005670         DIVIDE WS-TOTAL-SECONDS BY WS-RUN-COUNT
005680             GIVING WS-AVERAGE-SECONDS
005690         MOVE WS-AVERAGE-SECONDS TO WS-FMT-SECONDS
005700         PERFORM 6000-FORMAT-ELAPSED
005710             THRU 6000-EXIT
005720         MOVE WS-FMT-ELAPSED TO JL-AVERAGE
005730         MOVE WS-MAX-SECONDS TO WS-FMT-SECONDS
005740         PERFORM 6000-FORMAT-ELAPSED
005750             THRU 6000-EXIT
005760         MOVE WS-FMT-ELAPSED TO JL-MAXIMUM
005770     END-IF
005780     IF WS-SLA-MAX-SECONDS IS GREATER THAN ZERO
005790         MOVE WS-SLA-MAX-SECONDS TO WS-FMT-SECONDS
005800         PERFORM 6000-FORMAT-ELAPSED
005810             THRU 6000-EXIT
005820         MOVE WS-FMT-ELAPSED TO JL-SLA-MAXIMUM
005830     ELSE
005840         MOVE "NONE" TO JL-SLA-MAXIMUM
005850     END-IF
005860     IF WS-END-LIMIT-YES
005870         MOVE JS-LATEST-END-HH TO WS-ELD-HH
005880         MOVE JS-LATEST-END-MM TO WS-ELD-MM
005890         IF WS-SLA-END-OFFSET IS GREATER THAN ZERO
005900             MOVE "+" TO WS-ELD-PLUS
005910             MOVE WS-SLA-END-OFFSET TO WS-ELD-OFFSET
005920         ELSE
005930             MOVE SPACE TO WS-ELD-PLUS
005940             MOVE SPACE TO WS-ELD-OFFSET
005950         END-IF
005960         MOVE WS-END-LIMIT-DISPLAY TO JL-SLA-END-BY
005970     ELSE
005980         MOVE "NONE" TO JL-SLA-END-BY
005990     END-IF
006000     WRITE TR-RECORD FROM WS-JOB-LINE.
006010 2500-EXIT.
006020     EXIT.
006030*----------------------------------------------------------*
006040* 2600-PRINT-TREND - PRINT THE ELAPSED TIMES OF THE JOB'S
006050* LAST N PAIRED RUNS, OLDEST FIRST.
006060*----------------------------------------------------------*
006070 2600-PRINT-TREND.
006080     IF WS-RECENT-COUNT IS EQUAL TO ZERO
006090         GO TO 2600-EXIT
006100     END-IF
006110     MOVE SPACES TO WS-TREND-LINE
006120     MOVE "  TREND" TO TN-LABEL
006130     MOVE ZERO TO WS-CELL-INDEX
006140     IF WS-RECENT-COUNT IS GREATER THAN WS-TREND-RUNS
006150         COMPUTE WS-TREND-START =
006160                 WS-RECENT-COUNT - WS-TREND-RUNS + 1
006170     ELSE
006180         MOVE 1 TO WS-TREND-START
006190     END-IF
006200     PERFORM 2650-FILL-TREND-CELL
006210         THRU 2650-EXIT
006220         VARYING WS-RECENT-INDEX FROM WS-TREND-START BY 1
006230         UNTIL WS-RECENT-INDEX IS GREATER THAN
006240             WS-RECENT-COUNT
006250     WRITE TR-RECORD FROM WS-TREND-LINE.
006260 2600-EXIT.
006270     EXIT.
006280*----------------------------------------------------------*
006290* 2650-FILL-TREND-CELL - PUT ONE ELAPSED TIME IN THE NEXT
006300* TREND CELL.
006310*----------------------------------------------------------*
006320 2650-FILL-TREND-CELL.
006330     ADD 1 TO WS-CELL-INDEX
006340     MOVE WS-RECENT-ELAPSED(WS-RECENT-INDEX)
006350         TO WS-FMT-SECONDS
006360     PERFORM 6000-FORMAT-ELAPSED
006370         THRU 6000-EXIT
006380     MOVE WS-FMT-ELAPSED TO TN-ELAPSED(WS-CELL-INDEX).
006390 2650-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 2700-CHECK-GROWTH - ONCE THE JOB HAS TWICE N PAIRED RUNS
006430* IN RANGE, COMPARE THE AVERAGE OF THE LAST N WITH THE
006440* AVERAGE OF THE N BEFORE THEM AND WRITE THE JOB WHEN IT
006450* HAS GROWN BY MORE THAN THE THRESHOLD PERCENT.
006460*----------------------------------------------------------*
006470 2700-CHECK-GROWTH.
006480     IF WS-RECENT-COUNT IS LESS THAN WS-RECENT-LIMIT
006490         GO TO 2700-EXIT
006500     END-IF
006510     MOVE ZERO TO WS-PRIOR-SECONDS
006520     MOVE ZERO TO WS-LATEST-SECONDS
006530     PERFORM 2750-SUM-RECENT
006540         THRU 2750-EXIT
006550         VARYING WS-RECENT-INDEX FROM 1 BY 1
006560         UNTIL WS-RECENT-INDEX IS GREATER THAN
006570             WS-RECENT-LIMIT
006580     DIVIDE WS-PRIOR-SECONDS BY WS-TREND-RUNS
006590         GIVING WS-PRIOR-AVERAGE
006600     DIVIDE WS-LATEST-SECONDS BY WS-TREND-RUNS
006610         GIVING WS-LATEST-AVERAGE
006620     IF WS-PRIOR-AVERAGE IS EQUAL TO ZERO
006630             OR WS-LATEST-AVERAGE IS NOT GREATER THAN
006640                 WS-PRIOR-AVERAGE
006650         GO TO 2700-EXIT
006660     END-IF
006670     COMPUTE WS-GROWTH-ACTUAL =
006680             ((WS-LATEST-AVERAGE - WS-PRIOR-AVERAGE) * 100)
006690             / WS-PRIOR-AVERAGE
006700     IF WS-GROWTH-ACTUAL IS NOT GREATER THAN
006710             WS-GROWTH-PERCENT
006720         GO TO 2700-EXIT
006730     END-IF
006740     ADD 1 TO WS-GROWTH-TOTAL
006750     MOVE WS-CURRENT-JOB TO GL-JOB-NAME
006760     MOVE WS-GROWTH-ACTUAL TO GL-GROWTH-PERCENT
006770     MOVE WS-TREND-RUNS TO GL-TREND-RUNS
006780     MOVE WS-LATEST-AVERAGE TO WS-FMT-SECONDS
006790     PERFORM 6000-FORMAT-ELAPSED
006800         THRU 6000-EXIT
006810     MOVE WS-FMT-ELAPSED TO GL-LATEST-AVERAGE
006820     MOVE WS-PRIOR-AVERAGE TO WS-FMT-SECONDS
006830     PERFORM 6000-FORMAT-ELAPSED
006840         THRU 6000-EXIT
006850     MOVE WS-FMT-ELAPSED TO GL-PRIOR-AVERAGE
006860     WRITE ER-RECORD FROM WS-GROWTH-LINE.
006870 2700-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 2750-SUM-RECENT - ADD ONE RECENT ELAPSED TIME TO THE
006910* PRIOR OR THE LATEST N-RUN TOTAL.
006920*----------------------------------------------------------*
006930 2750-SUM-RECENT.
006940     IF WS-RECENT-INDEX IS GREATER THAN WS-TREND-RUNS
006950         ADD WS-RECENT-ELAPSED(WS-RECENT-INDEX)
006960             TO WS-LATEST-SECONDS
006970     ELSE
006980         ADD WS-RECENT-ELAPSED(WS-RECENT-INDEX)
006990             TO WS-PRIOR-SECONDS
007000     END-IF.
007010 2750-EXIT.
007020     EXIT.
007030*----------------------------------------------------------*
007040* 3000-READ-HISTORY - READ FORWARD TO THE NEXT RUN WHOSE
007050* START DATE IS IN THE PARM RANGE.
007060*----------------------------------------------------------*
007070 3000-READ-HISTORY.
007080     SET WS-IN-RANGE-NO TO TRUE
007090     PERFORM 3100-READ-NEXT
007100         THRU 3100-EXIT
007110         UNTIL WS-EOF-YES
007120             OR WS-IN-RANGE-YES.
007130 3000-EXIT.
007140     EXIT.
007150*----------------------------------------------------------*
007160* 3100-READ-NEXT - READ ONE RUN-HISTORY RECORD AND TEST ITS
007170* DATE AGAINST THE RANGE.
007180*----------------------------------------------------------*
007190 3100-READ-NEXT.
007200     READ RUN-HISTORY NEXT RECORD
007210         AT END
007220             SET WS-EOF-YES TO TRUE
007230             GO TO 3100-EXIT
007240     END-READ
007250     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
007260         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
007270         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
007280         PERFORM 9000-ABEND
007290             THRU 9000-EXIT
007300     END-IF
007310     ADD 1 TO WS-RECORDS-READ
007320     IF RH-RUN-DATE IS NOT LESS THAN WS-FROM-DATE
007330             AND RH-RUN-DATE IS NOT GREATER THAN WS-TO-DATE
007340         SET WS-IN-RANGE-YES TO TRUE
007350     END-IF.
007360 3100-EXIT.
007370     EXIT.
007380*----------------------------------------------------------*
007390* 6000-FORMAT-ELAPSED - EDIT WS-FMT-SECONDS AS HH:MM:SS
007400* INTO WS-FMT-ELAPSED.
007410*----------------------------------------------------------*
007420 6000-FORMAT-ELAPSED.
007430     DIVIDE WS-FMT-SECONDS BY 3600
007440         GIVING WS-FMT-HOURS
007450         REMAINDER WS-FMT-REMAINDER
007460     DIVIDE WS-FMT-REMAINDER BY 60
007470         GIVING WS-FMT-MINUTES
007480         REMAINDER WS-FMT-SECS
007490     IF WS-FMT-HOURS IS GREATER THAN 99
007500         MOVE 99 TO WS-FMT-HOURS
007510     END-IF
007520     MOVE WS-FMT-HOURS TO WS-FMT-HH
007530     MOVE WS-FMT-MINUTES TO WS-FMT-MM
007540     MOVE WS-FMT-SECS TO WS-FMT-SS.
007550 6000-EXIT.
007560     EXIT.
007570*----------------------------------------------------------*
007580* 6100-COMPUTE-NEXT-DATE - MOVE WS-DATE-WORK FORWARD ONE
007590* CALENDAR DAY, CALLING LEAP FOR THE LENGTH OF FEBRUARY.
007600*----------------------------------------------------------*
007610 6100-COMPUTE-NEXT-DATE.
007620     IF WS-DATE-MM IS LESS THAN 1
007630             OR WS-DATE-MM IS GREATER THAN 12
007640         GO TO 6100-EXIT
007650     END-IF
007660     CALL "LEAP" USING WS-DATE-YYYY, WS-LEAP-RESULT,
007670         WS-LEAP-REASON
007680     IF WS-LEAP-RESULT IS EQUAL TO 1
007690         MOVE 29 TO WS-DAYS-IN-MONTH(2)
007700     ELSE
007710         MOVE 28 TO WS-DAYS-IN-MONTH(2)
007720     END-IF
007730     ADD 1 TO WS-DATE-DD
007740     IF WS-DATE-DD IS GREATER THAN
007750             WS-DAYS-IN-MONTH(WS-DATE-MM)
007760         MOVE 1 TO WS-DATE-DD
007770         ADD 1 TO WS-DATE-MM
007780         IF WS-DATE-MM IS GREATER THAN 12
007790             MOVE 1 TO WS-DATE-MM
007800             ADD 1 TO WS-DATE-YYYY
007810         END-IF
007820     END-IF.
007830 6100-EXIT.
007840     EXIT.
007850*----------------------------------------------------------*
007860* 8000-FINALIZE - WRITE THE RUN TOTALS, CLOSE THE FILES AND
007870* SET THE RETURN CODE.  FOUR FLAGS AN SLA BREACH OR AN
007880* AVERAGE THAT HAS GROWN PAST THE THRESHOLD.
007890*----------------------------------------------------------*
007900 8000-FINALIZE.
007910     IF WS-JOB-COUNT IS EQUAL TO ZERO
007920         WRITE TR-RECORD FROM WS-NONE-LINE
007930     END-IF
007940     IF WS-BREACH-TOTAL IS EQUAL TO ZERO
007950             AND WS-GROWTH-TOTAL IS EQUAL TO ZERO
007960         WRITE ER-RECORD FROM WS-NONE-LINE
007970     END-IF
007980     MOVE "HISTORY RECS   -" TO TL-LABEL
007990     MOVE WS-RECORDS-READ TO TL-COUNT
008000     WRITE TR-RECORD FROM WS-TOTAL-LINE
008010     MOVE "RUNS IN RANGE  -" TO TL-LABEL
008020     MOVE WS-RANGE-COUNT TO TL-COUNT
008030     WRITE TR-RECORD FROM WS-TOTAL-LINE
008040     MOVE "JOBS REPORTED  -" TO TL-LABEL
008050     MOVE WS-JOB-COUNT TO TL-COUNT
008060     WRITE TR-RECORD FROM WS-TOTAL-LINE
008070     MOVE "SLA BREACHES   -" TO TL-LABEL
008080     MOVE WS-BREACH-TOTAL TO TL-COUNT
008090     WRITE TR-RECORD FROM WS-TOTAL-LINE
008100     MOVE "AVERAGE GROWTH -" TO TL-LABEL
008110     MOVE WS-GROWTH-TOTAL TO TL-COUNT
008120     WRITE TR-RECORD FROM WS-TOTAL-LINE
008130     CLOSE RUN-HISTORY
008140     CLOSE JOB-SLA-FILE
008150     CLOSE TREND-REPORT
008160     CLOSE EXCEPTION-REPORT
008170     IF WS-BREACH-TOTAL IS GREATER THAN ZERO
008180             OR WS-GROWTH-TOTAL IS GREATER THAN ZERO
008190         MOVE 4 TO RETURN-CODE
008200     END-IF.
008210 8000-EXIT.
008220     EXIT.
008230*----------------------------------------------------------*
008240* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
008250* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
008260*----------------------------------------------------------*
008270 9000-ABEND.
008280     DISPLAY "JOBTRND ABEND - FILE " WS-ABEND-FILE-ID
008290         " STATUS " WS-ABEND-STATUS
008300     MOVE 16 TO RETURN-CODE
008310     STOP RUN.
008320 9000-EXIT.
008330     EXIT.
