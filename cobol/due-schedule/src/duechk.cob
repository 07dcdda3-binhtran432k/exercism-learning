000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DUECHK.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  DUE-DATE SCHEDULE
000130*                  COMPLIANCE CHECK, RUN AFTER DUESCH AND
000140*                  BEFORE THE COLLECTIONS LETTERS ARE
000150*                  RELEASED.  FOR THE YEAR IN THE EXEC
000160*                  PARM, READS EVERY DUE SCHEDULE RECORD
000170*                  WITH ITS BILLING SCHEDULE RECORD AND
000180*                  FLAGS EVERY CYCLE WHOSE DUE DAY OF MONTH
000190*                  CHANGES FROM ONE MONTH TO THE NEXT,
000200*                  EVERY CYCLE/MONTH WITH FEWER THAN THE
000210*                  MINIMUM 21 CALENDAR DAYS FROM STATEMENT
000220*                  MAILING (THE SCHEDULED BILLING DATE) TO
000230*                  THE ROLLED DUE DATE, AND EVERY 5-, 15-
000240*                  OR 30-DAY NOTICE DATE THAT IS OUT OF
000250*                  ORDER OR NOT AFTER THE DUE DATE.  ALSO
000260*                  FLAGS A MONTH MISSING FOR A CYCLE IN USE
000270*                  AND A MAILING DATE THAT NO LONGER
000280*                  MATCHES THE BILLING SCHEDULE.  THE
000290*                  REPORT IS BROKEN DOWN BY CYCLE, AND THE
000300*                  RUN ENDS WITH RETURN CODE EIGHT WHEN
000310*                  ANYTHING WAS FLAGGED SO THE LETTERS ARE
000320*                  HELD UNTIL COMPLIANCE SIGNS OFF.
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DUE-FILE ASSIGN TO DUESCHED
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DD-KEY
000440         FILE STATUS IS FS-DUE-FILE.
000450     SELECT SCHEDULE-FILE ASSIGN TO BILSCHED
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS BS-KEY
000490         FILE STATUS IS FS-SCHEDULE-FILE.
000500     SELECT COMPLIANCE-REPORT ASSIGN TO CMPLRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS FS-COMPLIANCE-REPORT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  DUE-FILE.
000560 COPY DUESCHD.
000570 FD  SCHEDULE-FILE.
000580 COPY BILSCHD.
000590 FD  COMPLIANCE-REPORT
000600     RECORDING MODE IS F.
000610 01  CP-RECORD                   PIC X(80).
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000650         88  WS-EOF-YES                     VALUE "Y".
000660     05  WS-CYCLE-OK-SWITCH      PIC X(01) VALUE "Y".
000670         88  WS-CYCLE-OK                     VALUE "Y".
000680         88  WS-CYCLE-FAILED                 VALUE "N".
000690 01  WS-FILE-STATUSES.
000700     05  FS-DUE-FILE             PIC X(02) VALUE "00".
000710     05  FS-SCHEDULE-FILE        PIC X(02) VALUE "00".
000720     05  FS-COMPLIANCE-REPORT    PIC X(02) VALUE "00".
000730 01  WS-CONTROL-TOTALS.
000740     05  WS-DUES-READ            PIC 9(07) COMP VALUE ZERO.
000750     05  WS-OUT-OF-RANGE-COUNT   PIC 9(07) COMP VALUE ZERO.
000760     05  WS-CYCLES-CHECKED       PIC 9(05) COMP VALUE ZERO.
000770     05  WS-CYCLES-FLAGGED       PIC 9(05) COMP VALUE ZERO.
000780     05  WS-FINDING-COUNT        PIC 9(07) COMP VALUE ZERO.
000790     05  WS-CYCLE-FINDING-COUNT  PIC 9(05) COMP VALUE ZERO.
000800 01  WS-MINIMUM-LEAD-DAYS        PIC 9(03) VALUE 21.
000810 01  WS-DUE-TABLE.
000820     05  WS-DUE-MONTH-ENTRY      OCCURS 12 TIMES.
000830         10  WS-DUE-CYCLE-ENTRY  OCCURS 20 TIMES.
000840             15  DT-PRESENT-FLAG PIC X(01).
000850             15  DT-BILSCHD-FLAG PIC X(01).
000860             15  DT-MAIL-DATE    PIC 9(08).
000870             15  DT-SCHED-DATE   PIC 9(08).
000880             15  DT-DUE-DATE     PIC 9(08).
000890             15  DT-NOTICE-5     PIC 9(08).
000900             15  DT-NOTICE-15    PIC 9(08).
000910             15  DT-NOTICE-30    PIC 9(08).
000920 01  WS-CYCLE-IN-USE-TABLE.
000930     05  WS-CYCLE-IN-USE         PIC X(01) OCCURS 20 TIMES.
000940 01  WS-MONTH-INDEX              PIC 9(02) COMP.
000950 01  WS-CYCLE-INDEX              PIC 9(02) COMP.
000960 01  WS-CHECK-YEAR               PIC 9(04).
000970 01  WS-PRIOR-DUE-DAY            PIC 9(02).
000980 01  WS-DUE-DATE-WORK            PIC 9(08).
000990 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE-WORK.
001000     05  WS-DUE-YEAR             PIC 9(04).
001010     05  WS-DUE-MONTH            PIC 9(02).
001020     05  WS-DUE-DAY              PIC 9(02).
001030 01  WS-LEAD-DAYS                PIC S9(07).
001040 01  WS-VALUE-EDIT               PIC ----9.
001050 01  WS-FINDING-TEXT             PIC X(25).
001060 01  WS-FINDING-DATE-1           PIC 9(08).
001070 01  WS-FINDING-DATE-2           PIC 9(08).
001080 01  WS-FINDING-VALUE            PIC S9(05).
001090 01  WS-REJECT-REASON            PIC X(25).
001100 COPY DATESRV.
001110 01  WS-REPORT-HEADER-LINE.
001120     05  FILLER                  PIC X(38)
001130             VALUE "DUECHK DUE-DATE COMPLIANCE - YEAR     ".
001140     05  RH-CHECK-YEAR           PIC 9(04).
001150     05  FILLER                  PIC X(16)
001160             VALUE "  MINIMUM LEAD ".
001170     05  RH-MINIMUM-LEAD         PIC ZZ9.
001180     05  FILLER                  PIC X(05) VALUE " DAYS".
001190     05  FILLER                  PIC X(14) VALUE SPACES.
001200 01  WS-CYCLE-HEADER-LINE.
001210     05  FILLER                  PIC X(06) VALUE "CYCLE ".
001220     05  CH-CYCLE                PIC 9(02).
001230     05  FILLER                  PIC X(72) VALUE SPACES.
001240 01  WS-FINDING-LINE.
001250     05  FILLER                  PIC X(08) VALUE "  MONTH ".
001260     05  FL-MONTH                PIC 9(02).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  FL-FINDING-TEXT         PIC X(25).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  FL-DATE-1               PIC X(08).
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  FL-DATE-2               PIC X(08).
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  FL-VALUE                PIC X(05).
001350     05  FILLER                  PIC X(18) VALUE SPACES.
001360 01  WS-CYCLE-TOTAL-LINE.
001370     05  FILLER                  PIC X(06) VALUE "CYCLE ".
001380     05  CT-CYCLE                PIC 9(02).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  CT-RESULT               PIC X(11).
001410     05  CT-FINDING-COUNT        PIC ZZZZZ.
001420     05  FILLER                  PIC X(55) VALUE SPACES.
001430 01  WS-TOTAL-LINE-1.
001440     05  FILLER                  PIC X(16)
001450             VALUE "DUES READ      -".
001460     05  TL-DUES-READ            PIC ZZZZZZ9.
001470     05  FILLER                  PIC X(57) VALUE SPACES.
001480 01  WS-TOTAL-LINE-2.
001490     05  FILLER                  PIC X(16)
001500             VALUE "CYCLES CHECKED -".
001510     05  TL-CYCLES-CHECKED       PIC ZZZZZZ9.
001520     05  FILLER                  PIC X(57) VALUE SPACES.
001530 01  WS-TOTAL-LINE-3.
001540     05  FILLER                  PIC X(16)
001550             VALUE "CYCLES FLAGGED -".
001560     05  TL-CYCLES-FLAGGED       PIC ZZZZZZ9.
001570     05  FILLER                  PIC X(57) VALUE SPACES.
001580 01  WS-TOTAL-LINE-4.
001590     05  FILLER                  PIC X(16)
001600             VALUE "BAD CYCLE NO.  -".
001610     05  TL-OUT-OF-RANGE         PIC ZZZZZZ9.
001620     05  FILLER                  PIC X(57) VALUE SPACES.
001630 01  WS-TOTAL-LINE-5.
001640     05  FILLER                  PIC X(16)
001650             VALUE "FINDINGS       -".
001660     05  TL-FINDING-COUNT        PIC ZZZZZZ9.
001670     05  FILLER                  PIC X(57) VALUE SPACES.
001680 01  WS-ABEND-FIELDS.
001690     05  WS-ABEND-FILE-ID        PIC X(20).
001700     05  WS-ABEND-STATUS         PIC X(02).
001710 LINKAGE SECTION.
001720 01  LK-PARM-AREA.
001730     05  LK-PARM-LENGTH          PIC S9(04) COMP.
001740     05  LK-PARM-TEXT            PIC X(80).
001750 PROCEDURE DIVISION USING LK-PARM-AREA.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-EXIT
001790     PERFORM 2000-LOAD-DUE
001800         THRU 2000-EXIT
001810         UNTIL WS-EOF-YES
001820     PERFORM 4000-CHECK-CYCLE
001830         THRU 4000-EXIT
001840         VARYING WS-CYCLE-INDEX FROM 1 BY 1
001850         UNTIL WS-CYCLE-INDEX IS GREATER THAN 20
001860     PERFORM 8000-FINALIZE
001870         THRU 8000-EXIT
001880     STOP RUN.
001890*----------------------------------------------------------*
001900* 1000-INITIALIZE - EDIT THE PARM YEAR, OPEN THE FILES,
001910* CLEAR THE YEAR TABLE, WRITE THE REPORT HEADER AND
001920* POSITION THE DUE SCHEDULE AT THE YEAR'S FIRST RECORD.
001930*----------------------------------------------------------*
001940 1000-INITIALIZE.
001950     IF LK-PARM-LENGTH IS LESS THAN 4
001960             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
001970         MOVE "DUECHK-PARM" TO WS-ABEND-FILE-ID
001980         MOVE "90" TO WS-ABEND-STATUS
001990         PERFORM 9000-ABEND
002000             THRU 9000-EXIT
002010     END-IF
002020     MOVE LK-PARM-TEXT(1:4) TO WS-CHECK-YEAR
002030     OPEN INPUT DUE-FILE
002040     IF FS-DUE-FILE IS NOT EQUAL TO "00"
002050         MOVE "DUE-FILE" TO WS-ABEND-FILE-ID
002060         MOVE FS-DUE-FILE TO WS-ABEND-STATUS
002070         PERFORM 9000-ABEND
002080             THRU 9000-EXIT
002090     END-IF
002100     OPEN INPUT SCHEDULE-FILE
002110     IF FS-SCHEDULE-FILE IS NOT EQUAL TO "00"
002120         MOVE "SCHEDULE-FILE" TO WS-ABEND-FILE-ID
002130         MOVE FS-SCHEDULE-FILE TO WS-ABEND-STATUS
002140         PERFORM 9000-ABEND
002150             THRU 9000-EXIT
002160     END-IF
002170     OPEN OUTPUT COMPLIANCE-REPORT
002180     IF FS-COMPLIANCE-REPORT IS NOT EQUAL TO "00"
002190         MOVE "COMPLIANCE-REPORT" TO WS-ABEND-FILE-ID
002200         MOVE FS-COMPLIANCE-REPORT TO WS-ABEND-STATUS
002210         PERFORM 9000-ABEND
002220             THRU 9000-EXIT
002230     END-IF
002240     MOVE SPACES TO WS-DUE-TABLE
002250     MOVE SPACES TO WS-CYCLE-IN-USE-TABLE
002260     MOVE WS-CHECK-YEAR TO RH-CHECK-YEAR
002270     MOVE WS-MINIMUM-LEAD-DAYS TO RH-MINIMUM-LEAD
002280     WRITE CP-RECORD FROM WS-REPORT-HEADER-LINE
002290     MOVE SPACES TO DS-DAY-CLASS
002300     MOVE WS-CHECK-YEAR TO DD-YEAR
002310     MOVE ZERO TO DD-MONTH
002320     MOVE ZERO TO DD-CYCLE
002330     START DUE-FILE KEY IS NOT LESS THAN DD-KEY
002340         INVALID KEY
002350             SET WS-EOF-YES TO TRUE
002360     END-START.
002370 1000-EXIT.
002380     EXIT.
002390*----------------------------------------------------------*
002400* 2000-LOAD-DUE - READ THE NEXT DUE SCHEDULE RECORD OF THE
002410* PARM YEAR AND FILE IT, WITH ITS BILLING SCHEDULE MAILING
002420* DATE, IN THE YEAR TABLE.  A RECORD FROM A LATER YEAR
002430* ENDS THE LOAD.
002440*----------------------------------------------------------*
002450 2000-LOAD-DUE.
002460     READ DUE-FILE NEXT RECORD
002470         AT END
002480             SET WS-EOF-YES TO TRUE
002490             GO TO 2000-EXIT
002500     END-READ
002510     IF DD-YEAR IS NOT EQUAL TO WS-CHECK-YEAR
002520         SET WS-EOF-YES TO TRUE
002530         GO TO 2000-EXIT
002540     END-IF
002550     ADD 1 TO WS-DUES-READ
002560     IF DD-MONTH IS LESS THAN 1
002570             OR DD-MONTH IS GREATER THAN 12
002580             OR DD-CYCLE IS LESS THAN 1
002590             OR DD-CYCLE IS GREATER THAN 20
002600         ADD 1 TO WS-OUT-OF-RANGE-COUNT
002610         GO TO 2000-EXIT
002620     END-IF
002630     MOVE DD-MONTH TO WS-MONTH-INDEX
002640     MOVE DD-CYCLE TO WS-CYCLE-INDEX
002650     MOVE "Y" TO WS-CYCLE-IN-USE(WS-CYCLE-INDEX)
002660     MOVE "Y" TO DT-PRESENT-FLAG(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002670     MOVE DD-SCHEDULED-DATE
002680         TO DT-SCHED-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002690     MOVE DD-DUE-DATE
002700         TO DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002710     MOVE DD-NOTICE-5-DATE
002720         TO DT-NOTICE-5(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002730     MOVE DD-NOTICE-15-DATE
002740         TO DT-NOTICE-15(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002750     MOVE DD-NOTICE-30-DATE
002760         TO DT-NOTICE-30(WS-MONTH-INDEX, WS-CYCLE-INDEX)
002770     MOVE DD-KEY TO BS-KEY
002780     READ SCHEDULE-FILE
002790         INVALID KEY
002800             MOVE "N"
002810                 TO DT-BILSCHD-FLAG(WS-MONTH-INDEX,
002820                     WS-CYCLE-INDEX)
002830             MOVE ZERO
002840                 TO DT-MAIL-DATE(WS-MONTH-INDEX,
002850                     WS-CYCLE-INDEX)
002860         NOT INVALID KEY
002870             MOVE "Y"
002880                 TO DT-BILSCHD-FLAG(WS-MONTH-INDEX,
002890                     WS-CYCLE-INDEX)
002900             MOVE BS-SCHEDULED-DATE
002910                 TO DT-MAIL-DATE(WS-MONTH-INDEX,
002920                     WS-CYCLE-INDEX)
002930     END-READ.
002940 2000-EXIT.
002950     EXIT.
002960*----------------------------------------------------------*
002970* 4000-CHECK-CYCLE - CHECK EVERY MONTH OF ONE CYCLE IN USE
002980* AND PRINT ITS SECTION OF THE REPORT.  A CYCLE WITH NO
002990* RECORD IN ANY MONTH IS NOT IN USE AND IS SKIPPED.
003000*----------------------------------------------------------*
003010 4000-CHECK-CYCLE.
003020     IF WS-CYCLE-IN-USE(WS-CYCLE-INDEX) IS NOT EQUAL TO "Y"
003030         GO TO 4000-EXIT
003040     END-IF
003050     ADD 1 TO WS-CYCLES-CHECKED
003060     MOVE ZERO TO WS-CYCLE-FINDING-COUNT
003070     MOVE ZERO TO WS-PRIOR-DUE-DAY
003080     MOVE WS-CYCLE-INDEX TO CH-CYCLE
003090     WRITE CP-RECORD FROM WS-CYCLE-HEADER-LINE
003100     PERFORM 4100-CHECK-MONTH
003110         THRU 4100-EXIT
003120         VARYING WS-MONTH-INDEX FROM 1 BY 1
003130         UNTIL WS-MONTH-INDEX IS GREATER THAN 12
003140     MOVE WS-CYCLE-INDEX TO CT-CYCLE
003150     IF WS-CYCLE-FINDING-COUNT IS EQUAL TO ZERO
003160         MOVE "COMPLIANT" TO CT-RESULT
003170         MOVE ZERO TO CT-FINDING-COUNT
003180     ELSE
003190         ADD 1 TO WS-CYCLES-FLAGGED
003200         MOVE "FINDINGS -" TO CT-RESULT
003210         MOVE WS-CYCLE-FINDING-COUNT TO CT-FINDING-COUNT
003220     END-IF
003230     WRITE CP-RECORD FROM WS-CYCLE-TOTAL-LINE.
003240 4000-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 4100-CHECK-MONTH - APPLY EVERY RULE TO ONE CYCLE/MONTH:
003280* THE RECORD IS THERE, ITS MAILING DATE MATCHES THE
003290* BILLING SCHEDULE, THE LEAD TIME MEETS THE MINIMUM, THE
003300* DUE DAY OF MONTH MATCHES THE PRIOR MONTH'S, AND THE
003310* NOTICE DATES FOLLOW THE DUE DATE IN ORDER.
003320*----------------------------------------------------------*
003330 4100-CHECK-MONTH.
003340     IF DT-PRESENT-FLAG(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003350             IS NOT EQUAL TO "Y"
003360         MOVE "MONTH NOT ON DUESCHD" TO WS-FINDING-TEXT
003370         MOVE ZERO TO WS-FINDING-DATE-1
003380         MOVE ZERO TO WS-FINDING-DATE-2
003390         MOVE ZERO TO WS-FINDING-VALUE
003400         PERFORM 6000-WRITE-FINDING
003410             THRU 6000-EXIT
003420         GO TO 4100-EXIT
003430     END-IF
003440     PERFORM 4200-CHECK-MAILING
003450         THRU 4200-EXIT
003460     PERFORM 4300-CHECK-DUE-DAY
003470         THRU 4300-EXIT
003480     PERFORM 4400-CHECK-NOTICES
003490         THRU 4400-EXIT.
003500 4100-EXIT.
003510     EXIT.
003520*----------------------------------------------------------*
003530* 4200-CHECK-MAILING - THE STATEMENT MAILS ON THE BILLING
003540* SCHEDULE'S DATE.  FLAG A MISSING OR CHANGED BILLING
003550* SCHEDULE RECORD, THEN COUNT THE CALENDAR DAYS FROM
003560* MAILING TO THE DUE DATE AND FLAG A SHORT LEAD TIME.
003570*----------------------------------------------------------*
003580 4200-CHECK-MAILING.
003590     IF DT-BILSCHD-FLAG(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003600             IS NOT EQUAL TO "Y"
003610         MOVE "NO BILSCHD RECORD" TO WS-FINDING-TEXT
003620         MOVE DT-SCHED-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003630             TO WS-FINDING-DATE-1
003640         MOVE ZERO TO WS-FINDING-DATE-2
003650         MOVE ZERO TO WS-FINDING-VALUE
003660         PERFORM 6000-WRITE-FINDING
003670             THRU 6000-EXIT
003680         GO TO 4200-EXIT
003690     END-IF
003700     IF DT-MAIL-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003710             IS NOT EQUAL TO
003720             DT-SCHED-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003730         MOVE "MAIL DATE NOT ON BILSCHD" TO WS-FINDING-TEXT
003740         MOVE DT-MAIL-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003750             TO WS-FINDING-DATE-1
003760         MOVE DT-SCHED-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003770             TO WS-FINDING-DATE-2
003780         MOVE ZERO TO WS-FINDING-VALUE
003790         PERFORM 6000-WRITE-FINDING
003800             THRU 6000-EXIT
003810     END-IF
003820     MOVE "DC" TO DS-FUNCTION-CODE
003830     MOVE DT-MAIL-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003840         TO DS-GREGORIAN-DATE
003850     MOVE DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003860         TO DS-GREGORIAN-DATE-2
003870     PERFORM 5000-CALL-DATESRV
003880         THRU 5000-EXIT
003890     MOVE DT-MAIL-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003900         TO WS-FINDING-DATE-1
003910     MOVE DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
003920         TO WS-FINDING-DATE-2
003930     IF WS-CYCLE-FAILED
003940         MOVE WS-REJECT-REASON TO WS-FINDING-TEXT
003950         MOVE ZERO TO WS-FINDING-VALUE
003960         PERFORM 6000-WRITE-FINDING
003970             THRU 6000-EXIT
003980         GO TO 4200-EXIT
003990     END-IF
004000     MOVE DS-RESULT-COUNT TO WS-LEAD-DAYS
004010     IF WS-LEAD-DAYS IS LESS THAN WS-MINIMUM-LEAD-DAYS
004020         MOVE "LEAD TIME UNDER MINIMUM" TO WS-FINDING-TEXT
004030         MOVE WS-LEAD-DAYS TO WS-FINDING-VALUE
004040         PERFORM 6000-WRITE-FINDING
004050             THRU 6000-EXIT
004060     END-IF.
004070 4200-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 4300-CHECK-DUE-DAY - FLAG A DUE DAY OF MONTH THAT
004110* DIFFERS FROM THE CYCLE'S PREVIOUS MONTH ON FILE, SHOWING
004120* THE DAY IT CHANGED FROM.
004130*----------------------------------------------------------*
004140 4300-CHECK-DUE-DAY.
004150     MOVE DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004160         TO WS-DUE-DATE-WORK
004170     IF WS-PRIOR-DUE-DAY IS NOT EQUAL TO ZERO
004180             AND WS-DUE-DAY IS NOT EQUAL TO WS-PRIOR-DUE-DAY
004190         MOVE "DUE DAY CHANGED - WAS" TO WS-FINDING-TEXT
004200         MOVE WS-DUE-DATE-WORK TO WS-FINDING-DATE-1
004210         MOVE ZERO TO WS-FINDING-DATE-2
004220         MOVE WS-PRIOR-DUE-DAY TO WS-FINDING-VALUE
004230         PERFORM 6000-WRITE-FINDING
004240             THRU 6000-EXIT
004250     END-IF
004260     MOVE WS-DUE-DAY TO WS-PRIOR-DUE-DAY.
004270 4300-EXIT.
004280     EXIT.
004290*----------------------------------------------------------*
004300* 4400-CHECK-NOTICES - EACH NOTICE DATE MUST FALL AFTER
004310* THE ONE BEFORE IT - 5-DAY AFTER THE DUE DATE, 15-DAY
004320* AFTER THE 5-DAY, 30-DAY AFTER THE 15-DAY.
004330*----------------------------------------------------------*
004340 4400-CHECK-NOTICES.
004350     MOVE ZERO TO WS-FINDING-VALUE
004360     IF DT-NOTICE-5(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004370             IS NOT GREATER THAN
004380             DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004390         MOVE "NOTICE 5 NOT AFTER DUE" TO WS-FINDING-TEXT
004400         MOVE DT-DUE-DATE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004410             TO WS-FINDING-DATE-1
004420         MOVE DT-NOTICE-5(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004430             TO WS-FINDING-DATE-2
004440         PERFORM 6000-WRITE-FINDING
004450             THRU 6000-EXIT
004460     END-IF
004470     IF DT-NOTICE-15(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004480             IS NOT GREATER THAN
004490             DT-NOTICE-5(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004500         MOVE "NOTICE 15 NOT AFTER 5" TO WS-FINDING-TEXT
004510         MOVE DT-NOTICE-5(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004520             TO WS-FINDING-DATE-1
004530         MOVE DT-NOTICE-15(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004540             TO WS-FINDING-DATE-2
004550         PERFORM 6000-WRITE-FINDING
004560             THRU 6000-EXIT
004570     END-IF
004580     IF DT-NOTICE-30(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004590             IS NOT GREATER THAN
004600             DT-NOTICE-15(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004610         MOVE "NOTICE 30 NOT AFTER 15" TO WS-FINDING-TEXT
004620         MOVE DT-NOTICE-15(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004630             TO WS-FINDING-DATE-1
004640         MOVE DT-NOTICE-30(WS-MONTH-INDEX, WS-CYCLE-INDEX)
004650             TO WS-FINDING-DATE-2
004660         PERFORM 6000-WRITE-FINDING
004670             THRU 6000-EXIT
004680     END-IF.
004690 4400-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 5000-CALL-DATESRV - CALL THE DATE-SERVICES MODULE AND
004730* TURN ITS RETURN CODE INTO A CYCLE FAILURE REASON.  A
004740* FILE ERROR ABENDS THE RUN - EVERY LATER ANSWER WOULD BE
004750* WRONG THE SAME WAY.
004760*----------------------------------------------------------*
004770 5000-CALL-DATESRV.
004780     CALL "DATESRV" USING DATE-SERVICES-PARMS
004790     IF DS-FILE-ERROR
004800         MOVE "DATESRV" TO WS-ABEND-FILE-ID
004810         MOVE "30" TO WS-ABEND-STATUS
004820         PERFORM 9000-ABEND
004830             THRU 9000-EXIT
004840     END-IF
004850     IF DS-SUCCESS
004860         SET WS-CYCLE-OK TO TRUE
004870     ELSE
004880         SET WS-CYCLE-FAILED TO TRUE
004890         IF DS-RANGE-EXCEEDED
004900             MOVE "CALENDAR HORIZON SHORT" TO WS-REJECT-REASON
004910         ELSE
004920             MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
004930         END-IF
004940     END-IF.
004950 5000-EXIT.
004960     EXIT.
004970*----------------------------------------------------------*
004980* 6000-WRITE-FINDING - PRINT ONE FINDING UNDER THE CURRENT
004990* CYCLE AND COUNT IT.  ZERO DATES AND VALUES PRINT BLANK.
005000*----------------------------------------------------------*
005010 6000-WRITE-FINDING.
005020     ADD 1 TO WS-FINDING-COUNT
005030     ADD 1 TO WS-CYCLE-FINDING-COUNT
005040     MOVE WS-MONTH-INDEX TO FL-MONTH
005050     MOVE WS-FINDING-TEXT TO FL-FINDING-TEXT
005060     MOVE SPACES TO FL-DATE-1
005070     MOVE SPACES TO FL-DATE-2
005080     MOVE SPACES TO FL-VALUE
005090     IF WS-FINDING-DATE-1 IS NOT EQUAL TO ZERO
005100         MOVE WS-FINDING-DATE-1 TO FL-DATE-1
005110     END-IF
005120     IF WS-FINDING-DATE-2 IS NOT EQUAL TO ZERO
005130         MOVE WS-FINDING-DATE-2 TO FL-DATE-2
005140     END-IF
005150     IF WS-FINDING-VALUE IS NOT EQUAL TO ZERO
005160         MOVE WS-FINDING-VALUE TO WS-VALUE-EDIT
005170         MOVE WS-VALUE-EDIT TO FL-VALUE
005180     END-IF
005190     WRITE CP-RECORD FROM WS-FINDING-LINE.
005200 6000-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230* 8000-FINALIZE - WRITE THE CONTROL TOTALS, CLOSE THE
005240* FILES AND SET THE HOLD RETURN CODE.  EIGHT HOLDS THE
005250* COLLECTIONS LETTERS; ZERO RELEASES THEM.
005260*----------------------------------------------------------*
005270 8000-FINALIZE.
005280     MOVE WS-DUES-READ TO TL-DUES-READ
005290     WRITE CP-RECORD FROM WS-TOTAL-LINE-1
005300     MOVE WS-CYCLES-CHECKED TO TL-CYCLES-CHECKED
005310     WRITE CP-RECORD FROM WS-TOTAL-LINE-2
005320     MOVE WS-CYCLES-FLAGGED TO TL-CYCLES-FLAGGED
005330     WRITE CP-RECORD FROM WS-TOTAL-LINE-3
005340     MOVE WS-OUT-OF-RANGE-COUNT TO TL-OUT-OF-RANGE
005350     WRITE CP-RECORD FROM WS-TOTAL-LINE-4
005360     MOVE WS-FINDING-COUNT TO TL-FINDING-COUNT
005370     WRITE CP-RECORD FROM WS-TOTAL-LINE-5
005380     CLOSE DUE-FILE
005390     CLOSE SCHEDULE-FILE
005400     CLOSE COMPLIANCE-REPORT
005410     IF WS-FINDING-COUNT IS GREATER THAN ZERO
005420             OR WS-OUT-OF-RANGE-COUNT IS GREATER THAN ZERO
005430             OR WS-DUES-READ IS EQUAL TO ZERO
005440         MOVE 8 TO RETURN-CODE
005450     END-IF.
005460 8000-EXIT.
005470     EXIT.
005480*----------------------------------------------------------*
005490* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
005500* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
005510*----------------------------------------------------------*
005520 9000-ABEND.
005530     DISPLAY "DUECHK ABEND - FILE " WS-ABEND-FILE-ID
005540         " STATUS " WS-ABEND-STATUS
005550     MOVE 16 TO RETURN-CODE
005560     STOP RUN.
005570 9000-EXIT.
005580     EXIT.
