000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRDCLS.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  FISCAL PERIOD-END
000130*                  ACCRUED-BUT-UNBILLED CUT-OFF FOR THE
000140*                  FINANCIAL CLOSE.  FOR THE FISCAL YEAR IN
000150*                  THE EXEC PARM, WALKS EVERY FISCAL PERIOD
000160*                  FROM THE YEAR'S FISCPRD START DATE USING
000170*                  THE DATESRV PERIOD-END FUNCTION, AND FOR
000180*                  EACH BILLING CYCLE WRITES ONE KEYED
000190*                  RECORD WITH THE LAST BILLED DATE ON OR
000200*                  BEFORE THE PERIOD END, THE NEXT
000210*                  SCHEDULED DATE, AND THE ACCRUED-UNBILLED
000220*                  CALENDAR, BUSINESS AND 30/360 DAYS AND
000230*                  FACTORS ON THE ACRFCT CONVENTIONS.  THE
000240*                  CONTROL REPORT TIES EACH CYCLE'S ACCRUED
000250*                  DAYS PLUS THE FOLLOWING BILLED-PERIOD
000260*                  DAYS BACK TO AF-CALENDAR-DAYS ON THE
000270*                  FACTOR FILE, AND THE RUN ENDS WITH
000280*                  RETURN CODE FOUR WHEN ANY CYCLE FAILS TO
000290*                  TIE.
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PERIOD-INPUT ASSIGN TO FISCPRD
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FS-PERIOD-INPUT.
000400     SELECT SCHEDULE-FILE ASSIGN TO BILSCHED
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS BS-KEY
000440         FILE STATUS IS FS-SCHEDULE-FILE.
000450     SELECT FACTOR-FILE ASSIGN TO ACRFCT
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS AF-KEY
000490         FILE STATUS IS FS-FACTOR-FILE.
000500     SELECT CLOSE-FILE ASSIGN TO PRDCLS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS PC-KEY
000540         FILE STATUS IS FS-CLOSE-FILE.
000550     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FS-CONTROL-REPORT.
000580     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-EXCEPTION-REPORT.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PERIOD-INPUT
000640     RECORDING MODE IS F.
000650 COPY FISCPRD.
000660 FD  SCHEDULE-FILE.
000670 COPY BILSCHD.
000680 FD  FACTOR-FILE.
000690 COPY ACRFCT.
000700 FD  CLOSE-FILE.
000710 COPY PRDCLS.
000720 FD  CONTROL-REPORT
000730     RECORDING MODE IS F.
000740 01  CR-RECORD                   PIC X(80).
000750 FD  EXCEPTION-REPORT
000760     RECORDING MODE IS F.
000770 01  ER-RECORD                   PIC X(80).
000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000810         88  WS-EOF-YES                     VALUE "Y".
000820     05  WS-YEAR-FOUND-SWITCH    PIC X(01) VALUE "N".
000830         88  WS-YEAR-FOUND                   VALUE "Y".
000840     05  WS-YEAR-DONE-SWITCH     PIC X(01) VALUE "N".
000850         88  WS-YEAR-DONE                    VALUE "Y".
000860     05  WS-CYCLE-OK-SWITCH      PIC X(01) VALUE "Y".
000870         88  WS-CYCLE-OK                     VALUE "Y".
000880         88  WS-CYCLE-FAILED                 VALUE "N".
000890     05  WS-SCHED-FOUND-SWITCH   PIC X(01) VALUE "N".
000900         88  WS-SCHED-FOUND                  VALUE "Y".
000910         88  WS-SCHED-NOT-FOUND              VALUE "N".
000920 01  WS-FILE-STATUSES.
000930     05  FS-PERIOD-INPUT         PIC X(02) VALUE "00".
000940     05  FS-SCHEDULE-FILE        PIC X(02) VALUE "00".
000950     05  FS-FACTOR-FILE          PIC X(02) VALUE "00".
000960     05  FS-CLOSE-FILE           PIC X(02) VALUE "00".
000970     05  FS-CONTROL-REPORT       PIC X(02) VALUE "00".
000980     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000990 01  WS-CONTROL-TOTALS.
001000     05  WS-PERIODS-PROCESSED    PIC 9(07) COMP VALUE ZERO.
001010     05  WS-CLOSES-WRITTEN       PIC 9(07) COMP VALUE ZERO.
001020     05  WS-CYCLES-SKIPPED       PIC 9(07) COMP VALUE ZERO.
001030     05  WS-CYCLES-TIED          PIC 9(07) COMP VALUE ZERO.
001040     05  WS-CYCLES-UNTIED        PIC 9(07) COMP VALUE ZERO.
001050     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001060 01  WS-CLOSE-YEAR               PIC 9(04).
001070 01  WS-FISCAL-PERIOD            PIC 9(02).
001080 01  WS-CYCLE-NUMBER             PIC 9(02).
001090 01  WS-PERIOD-START             PIC 9(08).
001100 01  WS-PERIOD-END               PIC 9(08).
001110 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
001120     05  WS-PE-YEAR              PIC 9(04).
001130     05  WS-PE-MONTH             PIC 9(02).
001140     05  WS-PE-DAY               PIC 9(02).
001150 01  WS-LAST-DATE                PIC 9(08).
001160 01  WS-LAST-DATE-PARTS REDEFINES WS-LAST-DATE.
001170     05  WS-LAST-YEAR            PIC 9(04).
001180     05  WS-LAST-MONTH           PIC 9(02).
001190     05  WS-LAST-DAY             PIC 9(02).
001200 01  WS-NEXT-DATE                PIC 9(08).
001210 01  WS-NEXT-KEY-YEAR            PIC 9(04).
001220 01  WS-NEXT-KEY-MONTH           PIC 9(02).
001230 01  WS-CAL-DAYS                 PIC S9(05) COMP.
001240 01  WS-BUS-DAYS                 PIC S9(05) COMP.
001250 01  WS-DAYS-30-360              PIC S9(05) COMP.
001260 01  WS-FOLLOWING-DAYS           PIC S9(05) COMP.
001270 01  WS-TIE-DAYS                 PIC S9(05) COMP.
001280 01  WS-D1-CLAMPED               PIC 9(02).
001290 01  WS-D2-CLAMPED               PIC 9(02).
001300 01  WS-DAYS-IN-YEAR             PIC 9(03).
001310 01  WS-REJECT-REASON            PIC X(25).
001320 COPY DATESRV.
001330 COPY CALMSTR REPLACING LEADING ==CM== BY ==WCM==
001340     LEADING ==CALENDAR== BY ==WORK-CALENDAR==.
001350 01  WS-REPORT-HEADER-LINE.
001360     05  FILLER                  PIC X(38)
001370             VALUE "PRDCLS PERIOD-END CUT-OFF - FISC YEAR ".
001380     05  RH-CLOSE-YEAR           PIC 9(04).
001390     05  FILLER                  PIC X(38) VALUE SPACES.
001400 01  WS-PERIOD-HEADER-LINE.
001410     05  FILLER                  PIC X(14)
001420             VALUE "FISCAL PERIOD ".
001430     05  PH-FISCAL-PERIOD        PIC 9(02).
001440     05  FILLER                  PIC X(08) VALUE " ENDING ".
001450     05  PH-PERIOD-END           PIC 9(08).
001460     05  FILLER                  PIC X(48) VALUE SPACES.
001470 01  WS-DETAIL-LINE.
001480     05  FILLER                  PIC X(04) VALUE "CYC ".
001490     05  DL-CYCLE                PIC 9(02).
001500     05  FILLER                  PIC X(06) VALUE " LAST ".
001510     05  DL-LAST-DATE            PIC 9(08).
001520     05  FILLER                  PIC X(06) VALUE " NEXT ".
001530     05  DL-NEXT-DATE            PIC 9(08).
001540     05  FILLER                  PIC X(05) VALUE " ACR ".
001550     05  DL-CAL-DAYS             PIC ZZ9.
001560     05  FILLER                  PIC X(05) VALUE " FOL ".
001570     05  DL-FOLLOWING-DAYS       PIC ZZ9.
001580     05  FILLER                  PIC X(04) VALUE " AF ".
001590     05  DL-AF-DAYS              PIC ZZ9.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  DL-TIE-STATUS           PIC X(14).
001620     05  FILLER                  PIC X(08) VALUE SPACES.
001630 01  WS-EXCEPTION-LINE.
001640     05  FILLER                  PIC X(07) VALUE "PERIOD ".
001650     05  EL-FISCAL-PERIOD        PIC 9(02).
001660     05  FILLER                  PIC X(07) VALUE " CYCLE ".
001670     05  EL-CYCLE                PIC 9(02).
001680     05  FILLER                  PIC X(03) VALUE " - ".
001690     05  EL-REJECT-REASON        PIC X(25).
001700     05  FILLER                  PIC X(34) VALUE SPACES.
001710 01  WS-TOTAL-LINE-1.
001720     05  FILLER                  PIC X(16)
001730             VALUE "PERIODS CLOSED -".
001740     05  TL-PERIODS-PROCESSED    PIC ZZZZZZ9.
001750     05  FILLER                  PIC X(57) VALUE SPACES.
001760 01  WS-TOTAL-LINE-2.
001770     05  FILLER                  PIC X(16)
001780             VALUE "CUT-OFFS WRITTEN".
001790     05  TL-CLOSES-WRITTEN       PIC ZZZZZZ9.
001800     05  FILLER                  PIC X(57) VALUE SPACES.
001810 01  WS-TOTAL-LINE-3.
001820     05  FILLER                  PIC X(16)
001830             VALUE "CYCLES SKIPPED -".
001840     05  TL-CYCLES-SKIPPED       PIC ZZZZZZ9.
001850     05  FILLER                  PIC X(57) VALUE SPACES.
001860 01  WS-TOTAL-LINE-4.
001870     05  FILLER                  PIC X(16)
001880             VALUE "CYCLES TIED    -".
001890     05  TL-CYCLES-TIED          PIC ZZZZZZ9.
001900     05  FILLER                  PIC X(57) VALUE SPACES.
001910 01  WS-TOTAL-LINE-5.
001920     05  FILLER                  PIC X(16)
001930             VALUE "NOT TIED       -".
001940     05  TL-CYCLES-UNTIED        PIC ZZZZZZ9.
001950     05  FILLER                  PIC X(57) VALUE SPACES.
001960 01  WS-EXCEPTION-TOTAL-LINE.
001970     05  FILLER                  PIC X(21)
001980             VALUE "EXCEPTIONS REJECTED -".
001990     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
002000     05  FILLER                  PIC X(52) VALUE SPACES.
002010 01  WS-ABEND-FIELDS.
002020     05  WS-ABEND-FILE-ID        PIC X(20).
002030     05  WS-ABEND-STATUS         PIC X(02).
002040 LINKAGE SECTION.
002050 01  LK-PARM-AREA.
002060     05  LK-PARM-LENGTH          PIC S9(04) COMP.
002070     05  LK-PARM-TEXT            PIC X(80).
002080 PROCEDURE DIVISION USING LK-PARM-AREA.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT
002120     PERFORM 1500-FIND-FISCAL-YEAR
002130         THRU 1500-EXIT
002140         UNTIL WS-EOF-YES
002150             OR WS-YEAR-FOUND
002160     IF NOT WS-YEAR-FOUND
002170         MOVE "FISCAL-PERIOD-CARD" TO WS-ABEND-FILE-ID
002180         MOVE "23" TO WS-ABEND-STATUS
002190         PERFORM 9000-ABEND
002200             THRU 9000-EXIT
002210     END-IF
002220     MOVE FP-START-DATE TO WS-PERIOD-START
002230     PERFORM 2000-PROCESS-PERIOD
002240         THRU 2000-EXIT
002250         UNTIL WS-YEAR-DONE
002260     PERFORM 8000-FINALIZE
002270         THRU 8000-EXIT
002280     STOP RUN.
002290*----------------------------------------------------------*
002300* 1000-INITIALIZE - EDIT THE PARM FISCAL YEAR, OPEN THE
002310* FILES AND WRITE THE REPORT HEADER.
002320*----------------------------------------------------------*
002330 1000-INITIALIZE.
002340     IF LK-PARM-LENGTH IS LESS THAN 4
002350             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
002360         MOVE "CLOSE-PARM" TO WS-ABEND-FILE-ID
002370         MOVE "90" TO WS-ABEND-STATUS
002380         PERFORM 9000-ABEND
002390             THRU 9000-EXIT
002400     END-IF
002410     MOVE LK-PARM-TEXT(1:4) TO WS-CLOSE-YEAR
002420     OPEN INPUT PERIOD-INPUT
002430     IF FS-PERIOD-INPUT IS NOT EQUAL TO "00"
002440         MOVE "PERIOD-INPUT" TO WS-ABEND-FILE-ID
002450         MOVE FS-PERIOD-INPUT TO WS-ABEND-STATUS
002460         PERFORM 9000-ABEND
002470             THRU 9000-EXIT
002480     END-IF
002490     OPEN INPUT SCHEDULE-FILE
002500     IF FS-SCHEDULE-FILE IS NOT EQUAL TO "00"
002510         MOVE "SCHEDULE-FILE" TO WS-ABEND-FILE-ID
002520         MOVE FS-SCHEDULE-FILE TO WS-ABEND-STATUS
002530         PERFORM 9000-ABEND
002540             THRU 9000-EXIT
002550     END-IF
002560     OPEN INPUT FACTOR-FILE
002570     IF FS-FACTOR-FILE IS NOT EQUAL TO "00"
002580         MOVE "FACTOR-FILE" TO WS-ABEND-FILE-ID
002590         MOVE FS-FACTOR-FILE TO WS-ABEND-STATUS
002600         PERFORM 9000-ABEND
002610             THRU 9000-EXIT
002620     END-IF
002630     OPEN OUTPUT CLOSE-FILE
002640     IF FS-CLOSE-FILE IS NOT EQUAL TO "00"
002650         MOVE "CLOSE-FILE" TO WS-ABEND-FILE-ID
002660         MOVE FS-CLOSE-FILE TO WS-ABEND-STATUS
002670         PERFORM 9000-ABEND
002680             THRU 9000-EXIT
002690     END-IF
002700     OPEN OUTPUT CONTROL-REPORT
002710     IF FS-CONTROL-REPORT IS NOT EQUAL TO "00"
002720         MOVE "CONTROL-REPORT" TO WS-ABEND-FILE-ID
002730         MOVE FS-CONTROL-REPORT TO WS-ABEND-STATUS
002740         PERFORM 9000-ABEND
002750             THRU 9000-EXIT
002760     END-IF
002770     OPEN OUTPUT EXCEPTION-REPORT
002780     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
002790         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
002800         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
002810         PERFORM 9000-ABEND
002820             THRU 9000-EXIT
002830     END-IF
002840     MOVE WS-CLOSE-YEAR TO RH-CLOSE-YEAR
002850     WRITE CR-RECORD FROM WS-REPORT-HEADER-LINE
002860     MOVE SPACES TO DS-DAY-CLASS.
002870 1000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------*
002900* 1500-FIND-FISCAL-YEAR - READ THE FISCAL-PERIOD CARDS
002910* UNTIL THE PARM YEAR'S CARD, WHOSE START DATE IS THE
002920* FIRST DAY OF THE YEAR'S FIRST PERIOD.
002930*----------------------------------------------------------*
002940 1500-FIND-FISCAL-YEAR.
002950     READ PERIOD-INPUT
002960         AT END
002970             SET WS-EOF-YES TO TRUE
002980             GO TO 1500-EXIT
002990     END-READ
003000     IF FP-FISCAL-YEAR IS EQUAL TO WS-CLOSE-YEAR
003010             AND FP-START-DATE IS NUMERIC
003020         SET WS-YEAR-FOUND TO TRUE
003030     END-IF.
003040 1500-EXIT.
003050     EXIT.
003060*----------------------------------------------------------*
003070* 2000-PROCESS-PERIOD - FIND THE CURRENT PERIOD'S END,
003080* CUT OFF EVERY CYCLE AT IT, THEN STEP TO THE NEXT
003090* PERIOD'S FIRST DAY.  THE YEAR IS DONE WHEN THAT DAY
003100* BELONGS TO ANOTHER FISCAL YEAR.  A CALENDAR THAT CANNOT
003110* ANSWER FOR A PERIOD END ABENDS THE RUN - A CLOSE FILE
003120* WITH A PERIOD MISSING WOULD BE BOOKED AS COMPLETE.
003130*----------------------------------------------------------*
003140 2000-PROCESS-PERIOD.
003150     MOVE "PE" TO DS-FUNCTION-CODE
003160     MOVE WS-PERIOD-START TO DS-GREGORIAN-DATE
003170     PERFORM 5000-CALL-DATESRV
003180         THRU 5000-EXIT
003190     IF WS-CYCLE-FAILED
003200         MOVE "PERIOD-END" TO WS-ABEND-FILE-ID
003210         MOVE DS-RETURN-CODE TO WS-ABEND-STATUS
003220         PERFORM 9000-ABEND
003230             THRU 9000-EXIT
003240     END-IF
003250     MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
003260     IF WCM-FISCAL-YEAR IS NOT EQUAL TO WS-CLOSE-YEAR
003270         SET WS-YEAR-DONE TO TRUE
003280         GO TO 2000-EXIT
003290     END-IF
003300     MOVE DS-RESULT-DATE TO WS-PERIOD-END
003310     MOVE WCM-FISCAL-PERIOD TO WS-FISCAL-PERIOD
003320     ADD 1 TO WS-PERIODS-PROCESSED
003330     MOVE WS-FISCAL-PERIOD TO PH-FISCAL-PERIOD
003340     MOVE WS-PERIOD-END TO PH-PERIOD-END
003350     WRITE CR-RECORD FROM WS-PERIOD-HEADER-LINE
003360     PERFORM 2100-PROCESS-CYCLE
003370         THRU 2100-EXIT
003380         VARYING WS-CYCLE-NUMBER FROM 1 BY 1
003390         UNTIL WS-CYCLE-NUMBER IS GREATER THAN 20
003400     MOVE "AC" TO DS-FUNCTION-CODE
003410     MOVE WS-PERIOD-END TO DS-GREGORIAN-DATE
003420     MOVE 1 TO DS-DAY-COUNT
003430     PERFORM 5000-CALL-DATESRV
003440         THRU 5000-EXIT
003450     IF WS-CYCLE-FAILED
003460         MOVE "PERIOD-START" TO WS-ABEND-FILE-ID
003470         MOVE DS-RETURN-CODE TO WS-ABEND-STATUS
003480         PERFORM 9000-ABEND
003490             THRU 9000-EXIT
003500     END-IF
003510     MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
003520     IF WCM-FISCAL-YEAR IS NOT EQUAL TO WS-CLOSE-YEAR
003530         SET WS-YEAR-DONE TO TRUE
003540     ELSE
003550         MOVE DS-RESULT-DATE TO WS-PERIOD-START
003560     END-IF.
003570 2000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600* 2100-PROCESS-CYCLE - CUT OFF ONE CYCLE AT THE PERIOD
003610* END.  THE PERIOD-END MONTH'S SCHEDULED DATE IS EITHER
003620* THE LAST BILLED DATE (ON OR BEFORE THE PERIOD END, SO
003630* THE NEXT DATE IS THE FOLLOWING MONTH'S) OR THE NEXT
003640* SCHEDULED DATE (AFTER IT, SO THE LAST BILLED DATE IS THE
003650* PRIOR MONTH'S).  A CYCLE NOT ON THE SCHEDULE THAT MONTH
003660* IS SIMPLY SKIPPED; A MISSING NEIGHBOR MONTH, OR DATES
003670* THE CALENDAR CANNOT ANSWER FOR, GO TO THE EXCEPTION
003680* REPORT.
003690*----------------------------------------------------------*
003700 2100-PROCESS-CYCLE.
003710     MOVE WS-PE-YEAR TO BS-YEAR
003720     MOVE WS-PE-MONTH TO BS-MONTH
003730     MOVE WS-CYCLE-NUMBER TO BS-CYCLE
003740     PERFORM 3000-READ-SCHEDULE
003750         THRU 3000-EXIT
003760     IF WS-SCHED-NOT-FOUND
003770         ADD 1 TO WS-CYCLES-SKIPPED
003780         GO TO 2100-EXIT
003790     END-IF
003800     IF BS-SCHEDULED-DATE IS NOT GREATER THAN WS-PERIOD-END
003810         MOVE BS-SCHEDULED-DATE TO WS-LAST-DATE
003820         PERFORM 2200-READ-NEXT-MONTH
003830             THRU 2200-EXIT
003840     ELSE
003850         MOVE BS-SCHEDULED-DATE TO WS-NEXT-DATE
003860         MOVE WS-PE-YEAR TO WS-NEXT-KEY-YEAR
003870         MOVE WS-PE-MONTH TO WS-NEXT-KEY-MONTH
003880         PERFORM 2300-READ-PRIOR-MONTH
003890             THRU 2300-EXIT
003900     END-IF
003910     IF WS-SCHED-NOT-FOUND
003920         PERFORM 3700-LOG-EXCEPTION
003930             THRU 3700-EXIT
003940         GO TO 2100-EXIT
003950     END-IF
003960     MOVE "DC" TO DS-FUNCTION-CODE
003970     MOVE WS-LAST-DATE TO DS-GREGORIAN-DATE
003980     MOVE WS-PERIOD-END TO DS-GREGORIAN-DATE-2
003990     PERFORM 5000-CALL-DATESRV
004000         THRU 5000-EXIT
004010     IF WS-CYCLE-FAILED
004020         PERFORM 3700-LOG-EXCEPTION
004030             THRU 3700-EXIT
004040         GO TO 2100-EXIT
004050     END-IF
004060     MOVE DS-RESULT-COUNT TO WS-CAL-DAYS
004070     MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
004080     IF WCM-IS-LEAP-YEAR
004090         MOVE 366 TO WS-DAYS-IN-YEAR
004100     ELSE
004110         MOVE 365 TO WS-DAYS-IN-YEAR
004120     END-IF
004130     MOVE "DB" TO DS-FUNCTION-CODE
004140     MOVE WS-LAST-DATE TO DS-GREGORIAN-DATE
004150     MOVE WS-PERIOD-END TO DS-GREGORIAN-DATE-2
004160     PERFORM 5000-CALL-DATESRV
004170         THRU 5000-EXIT
004180     IF WS-CYCLE-FAILED
004190         PERFORM 3700-LOG-EXCEPTION
004200             THRU 3700-EXIT
004210         GO TO 2100-EXIT
004220     END-IF
004230     MOVE DS-RESULT-COUNT TO WS-BUS-DAYS
004240     MOVE "DC" TO DS-FUNCTION-CODE
004250     MOVE WS-PERIOD-END TO DS-GREGORIAN-DATE
004260     MOVE WS-NEXT-DATE TO DS-GREGORIAN-DATE-2
004270     PERFORM 5000-CALL-DATESRV
004280         THRU 5000-EXIT
004290     IF WS-CYCLE-FAILED
004300         PERFORM 3700-LOG-EXCEPTION
004310             THRU 3700-EXIT
004320         GO TO 2100-EXIT
004330     END-IF
004340     MOVE DS-RESULT-COUNT TO WS-FOLLOWING-DAYS
004350     PERFORM 4000-COMPUTE-30-360
004360         THRU 4000-EXIT
004370     PERFORM 6000-WRITE-CLOSE
004380         THRU 6000-EXIT
004390     PERFORM 6500-TIE-TO-FACTOR
004400         THRU 6500-EXIT.
004410 2100-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 2200-READ-NEXT-MONTH - READ THE CYCLE'S SCHEDULED DATE
004450* FOR THE MONTH AFTER THE PERIOD-END MONTH.  DECEMBER'S
004460* NEXT MONTH IS JANUARY OF THE FOLLOWING YEAR.
004470*----------------------------------------------------------*
004480 2200-READ-NEXT-MONTH.
004490     IF WS-PE-MONTH IS EQUAL TO 12
004500         COMPUTE WS-NEXT-KEY-YEAR = WS-PE-YEAR + 1
004510         MOVE 1 TO WS-NEXT-KEY-MONTH
004520     ELSE
004530         MOVE WS-PE-YEAR TO WS-NEXT-KEY-YEAR
004540         COMPUTE WS-NEXT-KEY-MONTH = WS-PE-MONTH + 1
004550     END-IF
004560     MOVE WS-NEXT-KEY-YEAR TO BS-YEAR
004570     MOVE WS-NEXT-KEY-MONTH TO BS-MONTH
004580     MOVE WS-CYCLE-NUMBER TO BS-CYCLE
004590     PERFORM 3000-READ-SCHEDULE
004600         THRU 3000-EXIT
004610     IF WS-SCHED-NOT-FOUND
004620         MOVE "NEXT MONTH NOT ON FILE" TO WS-REJECT-REASON
004630         GO TO 2200-EXIT
004640     END-IF
004650     MOVE BS-SCHEDULED-DATE TO WS-NEXT-DATE.
004660 2200-EXIT.
004670     EXIT.
004680*----------------------------------------------------------*
004690* 2300-READ-PRIOR-MONTH - READ THE CYCLE'S SCHEDULED DATE
004700* FOR THE MONTH BEFORE THE PERIOD-END MONTH.  JANUARY'S
004710* PRIOR MONTH IS DECEMBER OF THE PRIOR YEAR.
004720*----------------------------------------------------------*
004730 2300-READ-PRIOR-MONTH.
004740     IF WS-PE-MONTH IS EQUAL TO 1
004750         COMPUTE BS-YEAR = WS-PE-YEAR - 1
004760         MOVE 12 TO BS-MONTH
004770     ELSE
004780         MOVE WS-PE-YEAR TO BS-YEAR
004790         COMPUTE BS-MONTH = WS-PE-MONTH - 1
004800     END-IF
004810     MOVE WS-CYCLE-NUMBER TO BS-CYCLE
004820     PERFORM 3000-READ-SCHEDULE
004830         THRU 3000-EXIT
004840     IF WS-SCHED-NOT-FOUND
004850         MOVE "PRIOR MONTH NOT ON FILE" TO WS-REJECT-REASON
004860         GO TO 2300-EXIT
004870     END-IF
004880     MOVE BS-SCHEDULED-DATE TO WS-LAST-DATE.
004890 2300-EXIT.
004900     EXIT.
004910*----------------------------------------------------------*
004920* 3000-READ-SCHEDULE - READ THE BILLING SCHEDULE RECORD FOR
004930* THE KEY ALREADY SET IN BS-KEY.
004940*----------------------------------------------------------*
004950 3000-READ-SCHEDULE.
004960     READ SCHEDULE-FILE
004970         INVALID KEY
004980             SET WS-SCHED-NOT-FOUND TO TRUE
004990         NOT INVALID KEY
005000             SET WS-SCHED-FOUND TO TRUE
005010     END-READ.
005020 3000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005050* 3700-LOG-EXCEPTION - WRITE ONE PERIOD/CYCLE THAT COULD
005060* NOT BE CUT OFF.
005070*----------------------------------------------------------*
005080 3700-LOG-EXCEPTION.
005090     ADD 1 TO WS-EXCEPTION-COUNT
005100     MOVE WS-FISCAL-PERIOD TO EL-FISCAL-PERIOD
005110     MOVE WS-CYCLE-NUMBER TO EL-CYCLE
005120     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
005130     WRITE ER-RECORD FROM WS-EXCEPTION-LINE.
005140 3700-EXIT.
005150     EXIT.
005160*----------------------------------------------------------*
005170* 4000-COMPUTE-30-360 - COUNT THE DAYS FROM THE LAST
005180* BILLED DATE TO THE PERIOD END UNDER THE SAME US (NASD)
005190* 30/360 CONVENTION AS ACRFCT - THE FIRST DATE'S 31 COUNTS
005200* AS 30, AND THE SECOND DATE'S 31 COUNTS AS 30 ONLY WHEN
005210* THE FIRST DATE SAT AT THE 30TH OR 31ST.
005220*----------------------------------------------------------*
005230 4000-COMPUTE-30-360.
005240     MOVE WS-LAST-DAY TO WS-D1-CLAMPED
005250     IF WS-D1-CLAMPED IS GREATER THAN 30
005260         MOVE 30 TO WS-D1-CLAMPED
005270     END-IF
005280     MOVE WS-PE-DAY TO WS-D2-CLAMPED
005290     IF WS-D2-CLAMPED IS EQUAL TO 31
005300             AND WS-D1-CLAMPED IS NOT LESS THAN 30
005310         MOVE 30 TO WS-D2-CLAMPED
005320     END-IF
005330     COMPUTE WS-DAYS-30-360 =
005340             (360 * (WS-PE-YEAR - WS-LAST-YEAR))
005350             + (30 * (WS-PE-MONTH - WS-LAST-MONTH))
005360             + WS-D2-CLAMPED - WS-D1-CLAMPED.
005370 4000-EXIT.
005380     EXIT.
005390*----------------------------------------------------------*
005400* 5000-CALL-DATESRV - CALL THE DATE-SERVICES MODULE AND
005410* TURN ITS RETURN CODE INTO A CYCLE FAILURE REASON.  A
005420* FILE ERROR ABENDS THE RUN - EVERY LATER ANSWER WOULD BE
005430* WRONG THE SAME WAY.
005440*----------------------------------------------------------*
005450 5000-CALL-DATESRV.
005460     CALL "DATESRV" USING DATE-SERVICES-PARMS
005470     IF DS-FILE-ERROR
005480         MOVE "DATESRV" TO WS-ABEND-FILE-ID
005490         MOVE "30" TO WS-ABEND-STATUS
005500         PERFORM 9000-ABEND
005510             THRU 9000-EXIT
005520     END-IF
005530     IF DS-SUCCESS
005540         SET WS-CYCLE-OK TO TRUE
005550     ELSE
005560         SET WS-CYCLE-FAILED TO TRUE
005570         IF DS-RANGE-EXCEEDED
005580             MOVE "CALENDAR HORIZON SHORT" TO WS-REJECT-REASON
005590         ELSE
005600             MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
005610         END-IF
005620     END-IF.
005630 5000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------*
005660* 6000-WRITE-CLOSE - BUILD AND WRITE THE KEYED CUT-OFF
005670* RECORD.  THE FACTORS FOLLOW ACRFCT - 30/360 DAYS OVER
005680* 360, AND ACTUAL DAYS OVER THE LENGTH OF THE PERIOD END'S
005690* CALENDAR YEAR.
005700*----------------------------------------------------------*
005710 6000-WRITE-CLOSE.
005720     MOVE SPACES TO PERIOD-CLOSE-RECORD
005730     MOVE WS-CLOSE-YEAR TO PC-FISCAL-YEAR
005740     MOVE WS-FISCAL-PERIOD TO PC-FISCAL-PERIOD
005750     MOVE WS-CYCLE-NUMBER TO PC-CYCLE
005760     MOVE WS-PERIOD-END TO PC-PERIOD-END-DATE
005770     MOVE WS-LAST-DATE TO PC-LAST-BILLED-DATE
005780     MOVE WS-NEXT-DATE TO PC-NEXT-SCHED-DATE
005790     MOVE WS-CAL-DAYS TO PC-CALENDAR-DAYS
005800     MOVE WS-BUS-DAYS TO PC-BUSINESS-DAYS
005810     MOVE WS-DAYS-30-360 TO PC-DAYS-30-360
005820     COMPUTE PC-FACTOR-30-360 ROUNDED =
005830             WS-DAYS-30-360 / 360
005840     COMPUTE PC-FACTOR-ACT-ACT ROUNDED =
005850             WS-CAL-DAYS / WS-DAYS-IN-YEAR
005860     MOVE WS-FOLLOWING-DAYS TO PC-FOLLOWING-DAYS
005870     WRITE PERIOD-CLOSE-RECORD
005880     IF FS-CLOSE-FILE IS NOT EQUAL TO "00"
005890         MOVE "CLOSE-FILE" TO WS-ABEND-FILE-ID
005900         MOVE FS-CLOSE-FILE TO WS-ABEND-STATUS
005910         PERFORM 9000-ABEND
005920             THRU 9000-EXIT
005930     END-IF
005940     ADD 1 TO WS-CLOSES-WRITTEN.
005950 6000-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 6500-TIE-TO-FACTOR - READ THE FACTOR RECORD OF THE
005990* BILLED PERIOD THE CUT-OFF SPLITS (KEYED BY THE NEXT
006000* SCHEDULED DATE'S MONTH) AND PROVE THE ACCRUED DAYS PLUS
006010* THE FOLLOWING DAYS EQUAL ITS CALENDAR DAYS FROM THE SAME
006020* PRIOR DATE.  PRINT THE CYCLE'S CONTROL LINE EITHER WAY.
006030*----------------------------------------------------------*
006040 6500-TIE-TO-FACTOR.
006050     MOVE WS-CYCLE-NUMBER TO DL-CYCLE
006060     MOVE WS-LAST-DATE TO DL-LAST-DATE
006070     MOVE WS-NEXT-DATE TO DL-NEXT-DATE
006080     MOVE WS-CAL-DAYS TO DL-CAL-DAYS
006090     MOVE WS-FOLLOWING-DAYS TO DL-FOLLOWING-DAYS
006100     MOVE ZERO TO DL-AF-DAYS
006110     MOVE WS-NEXT-KEY-YEAR TO AF-YEAR
006120     MOVE WS-NEXT-KEY-MONTH TO AF-MONTH
006130     MOVE WS-CYCLE-NUMBER TO AF-CYCLE
006140     READ FACTOR-FILE
006150         INVALID KEY
006160             ADD 1 TO WS-CYCLES-UNTIED
006170             MOVE "NO ACRFCT REC" TO DL-TIE-STATUS
006180             WRITE CR-RECORD FROM WS-DETAIL-LINE
006190             GO TO 6500-EXIT
006200     END-READ
006210     MOVE AF-CALENDAR-DAYS TO DL-AF-DAYS
006220     COMPUTE WS-TIE-DAYS = WS-CAL-DAYS + WS-FOLLOWING-DAYS
006230     IF WS-TIE-DAYS IS EQUAL TO AF-CALENDAR-DAYS
006240             AND AF-PRIOR-SCHED-DATE IS EQUAL TO WS-LAST-DATE
006250             AND AF-SCHED-DATE IS EQUAL TO WS-NEXT-DATE
006260         ADD 1 TO WS-CYCLES-TIED
006270         MOVE "TIED" TO DL-TIE-STATUS
006280     ELSE
006290         ADD 1 TO WS-CYCLES-UNTIED
006300         MOVE "OUT OF BALANCE" TO DL-TIE-STATUS
006310     END-IF
006320     WRITE CR-RECORD FROM WS-DETAIL-LINE.
006330 6500-EXIT.
006340     EXIT.
006350*----------------------------------------------------------*
006360* 8000-FINALIZE - WRITE THE CONTROL TOTALS, CLOSE THE
006370* FILES AND SET RETURN CODE FOUR WHEN ANY CYCLE DID NOT
006380* TIE TO THE FACTOR FILE.
006390*----------------------------------------------------------*
006400 8000-FINALIZE.
006410     MOVE WS-PERIODS-PROCESSED TO TL-PERIODS-PROCESSED
006420     WRITE CR-RECORD FROM WS-TOTAL-LINE-1
006430     MOVE WS-CLOSES-WRITTEN TO TL-CLOSES-WRITTEN
006440     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
006450     MOVE WS-CYCLES-SKIPPED TO TL-CYCLES-SKIPPED
006460     WRITE CR-RECORD FROM WS-TOTAL-LINE-3
006470     MOVE WS-CYCLES-TIED TO TL-CYCLES-TIED
006480     WRITE CR-RECORD FROM WS-TOTAL-LINE-4
006490     MOVE WS-CYCLES-UNTIED TO TL-CYCLES-UNTIED
006500     WRITE CR-RECORD FROM WS-TOTAL-LINE-5
006510     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
006520     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
006530     CLOSE PERIOD-INPUT
006540     CLOSE SCHEDULE-FILE
006550     CLOSE FACTOR-FILE
006560     CLOSE CLOSE-FILE
006570     CLOSE CONTROL-REPORT
006580     CLOSE EXCEPTION-REPORT
006590     IF WS-CYCLES-UNTIED IS GREATER THAN ZERO
006600         MOVE 4 TO RETURN-CODE
006610     END-IF.
006620 8000-EXIT.
006630     EXIT.
006640*----------------------------------------------------------*
006650* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
006660* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
006670*----------------------------------------------------------*
006680 9000-ABEND.
006690     DISPLAY "PRDCLS ABEND - FILE " WS-ABEND-FILE-ID
006700         " STATUS " WS-ABEND-STATUS
006710     MOVE 16 TO RETURN-CODE
006720     STOP RUN.
006730 9000-EXIT.
006740     EXIT.
