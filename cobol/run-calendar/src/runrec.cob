000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNREC.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  DAILY RUN
000130*                  RECONCILIATION.  FOR THE DATE IN THE
000140*                  EXEC PARM (TODAY WHEN NONE IS GIVEN),
000150*                  COMPARES THE KEYED RUN SCHEDULE BUILT BY
000160*                  RUNCAL WITH THE STARTUP RECORDS ON THE
000170*                  SYSLOG FILE AND LISTS THE SCHEDULED JOBS
000180*                  THAT NEVER STARTED, THE RUNS NO RULE
000190*                  CALLED FOR, AND EVERY RUN MADE ON A
000200*                  NON-BUSINESS DAY - SO THE MORNING
000210*                  OPERATOR SEES THE MISSING MONTH-END JOB
000220*                  BEFORE FINANCE DOES.  THE BUSINESS-DAY
000230*                  ANSWER COMES FROM THE DATESRV MODULE.
000240*                  ENDS WITH RETURN CODE FOUR WHEN A
000250*                  SCHEDULED JOB WAS MISSED OR A JOB RAN
000260*                  UNSCHEDULED.
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RUN-SCHEDULE ASSIGN TO RUNSCHD
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RS-KEY
000380         FILE STATUS IS FS-RUN-SCHEDULE.
000390     SELECT SYSLOG-FILE ASSIGN TO SYSLOG
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS FS-SYSLOG-FILE.
000420     SELECT RECON-REPORT ASSIGN TO RECRPT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS FS-RECON-REPORT.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RUN-SCHEDULE.
000480 COPY RUNSCHD.
000490 FD  SYSLOG-FILE
000500     RECORDING MODE IS F.
000510 01  SL-RECORD                   PIC X(80).
000520 FD  RECON-REPORT
000530     RECORDING MODE IS F.
000540 01  RR-RECORD                   PIC X(80).
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000580         88  WS-EOF-YES                     VALUE "Y".
000590     05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
000600         88  WS-LOG-EOF-YES                  VALUE "Y".
000610     05  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
000620         88  WS-MATCH-FOUND                  VALUE "Y".
000630         88  WS-MATCH-NOT-FOUND              VALUE "N".
000640     05  WS-BUS-DAY-SWITCH       PIC X(01) VALUE "Y".
000650         88  WS-RECON-IS-BUS-DAY             VALUE "Y".
000660         88  WS-RECON-NOT-BUS-DAY            VALUE "N".
000670 01  WS-FILE-STATUSES.
000680     05  FS-RUN-SCHEDULE         PIC X(02) VALUE "00".
000690     05  FS-SYSLOG-FILE          PIC X(02) VALUE "00".
000700     05  FS-RECON-REPORT         PIC X(02) VALUE "00".
000710 01  WS-CONTROL-TOTALS.
000720     05  WS-LOG-RECORDS-READ     PIC 9(07) COMP VALUE ZERO.
000730     05  WS-STARTED-COUNT        PIC 9(05) COMP VALUE ZERO.
000740     05  WS-MISSED-COUNT         PIC 9(05) COMP VALUE ZERO.
000750     05  WS-UNSCHEDULED-COUNT    PIC 9(05) COMP VALUE ZERO.
000760     05  WS-NON-BUS-COUNT        PIC 9(05) COMP VALUE ZERO.
000770 01  WS-TABLE-LIMITS.
000780     05  WS-TABLE-MAXIMUM        PIC 9(05) COMP VALUE 200.
000790     05  WS-RUN-MAXIMUM          PIC 9(05) COMP VALUE 500.
000800 01  WS-SCHEDULE-TABLE.
000810     05  WS-SCHEDULE-COUNT       PIC 9(05) COMP VALUE ZERO.
000820     05  WS-SCHEDULE-ENTRY       OCCURS 200 TIMES.
000830         10  SC-JOB-NAME         PIC X(08).
000840         10  SC-RULE-TYPE        PIC X(01).
000850         10  SC-STARTED-FLAG     PIC X(01).
000860         10  SC-START-TIME       PIC 9(08).
000870         10  SC-OPERATOR-ID      PIC X(08).
000880 01  WS-RUN-TABLE.
000890     05  WS-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
000900     05  WS-RUN-ENTRY            OCCURS 500 TIMES.
000910         10  RN-JOB-NAME         PIC X(08).
000920         10  RN-LOG-TIME         PIC 9(08).
000930         10  RN-OPERATOR-ID      PIC X(08).
000940         10  RN-SCHEDULED-FLAG   PIC X(01).
000950 01  WS-SCHEDULE-INDEX           PIC 9(05) COMP.
000960 01  WS-RUN-INDEX                PIC 9(05) COMP.
000970 01  WS-MATCH-INDEX              PIC 9(05) COMP.
000980 01  WS-TODAY                    PIC 9(06).
000990 01  WS-RECON-DATE               PIC 9(08).
001000 01  WS-RECON-DATE-PARTS REDEFINES WS-RECON-DATE.
001010     05  WS-RECON-CENTURY        PIC 9(02).
001020     05  WS-RECON-YYMMDD         PIC 9(06).
001030 COPY SYSLOG.
001040 COPY DATESRV.
001050 COPY CALMSTR REPLACING LEADING ==CM== BY ==WCM==
001060     LEADING ==CALENDAR== BY ==WORK-CALENDAR==.
001070 01  WS-REPORT-HEADER-LINE.
001080     05  FILLER                  PIC X(33)
001090             VALUE "RUNREC DAILY RUN RECONCILIATION -".
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  RH-RECON-DATE           PIC 9(08).
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  RH-DAY-OF-WEEK-NAME     PIC X(09).
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  RH-DAY-CLASS            PIC X(16).
001160     05  FILLER                  PIC X(11) VALUE SPACES.
001170 01  WS-MISSED-HEADER-LINE.
001180     05  FILLER                  PIC X(30)
001190             VALUE "SCHEDULED JOBS NEVER STARTED -".
001200     05  FILLER                  PIC X(50) VALUE SPACES.
001210 01  WS-MISSED-DETAIL-LINE.
001220     05  MD-JOB-NAME             PIC X(08).
001230     05  FILLER                  PIC X(07) VALUE " RULE  ".
001240     05  MD-RULE-TYPE            PIC X(01).
001250     05  FILLER                  PIC X(64) VALUE SPACES.
001260 01  WS-UNSCHED-HEADER-LINE.
001270     05  FILLER                  PIC X(18)
001280             VALUE "UNSCHEDULED RUNS -".
001290     05  FILLER                  PIC X(62) VALUE SPACES.
001300 01  WS-NON-BUS-HEADER-LINE.
001310     05  FILLER                  PIC X(29)
001320             VALUE "RUNS ON A NON-BUSINESS DAY -".
001330     05  FILLER                  PIC X(51) VALUE SPACES.
001340 01  WS-RUN-DETAIL-LINE.
001350     05  UD-JOB-NAME             PIC X(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  UD-LOG-TIME             PIC 9(08).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  UD-OPERATOR-ID          PIC X(08).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  UD-RUN-STATUS           PIC X(11).
001420     05  FILLER                  PIC X(39) VALUE SPACES.
001430 01  WS-STARTED-HEADER-LINE.
001440     05  FILLER                  PIC X(24)
001450             VALUE "SCHEDULED JOBS STARTED -".
001460     05  FILLER                  PIC X(56) VALUE SPACES.
001470 01  WS-STARTED-DETAIL-LINE.
001480     05  SD-JOB-NAME             PIC X(08).
001490     05  FILLER                  PIC X(07) VALUE " RULE  ".
001500     05  SD-RULE-TYPE            PIC X(01).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  SD-START-TIME           PIC 9(08).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  SD-OPERATOR-ID          PIC X(08).
001550     05  FILLER                  PIC X(44) VALUE SPACES.
001560 01  WS-NONE-LINE.
001570     05  FILLER                  PIC X(06) VALUE "  NONE".
001580     05  FILLER                  PIC X(74) VALUE SPACES.
001590 01  WS-TOTAL-LINE-1.
001600     05  FILLER                  PIC X(16)
001610             VALUE "RECORDS READ   -".
001620     05  TL-RECORDS-READ         PIC ZZZZZZ9.
001630     05  FILLER                  PIC X(57) VALUE SPACES.
001640 01  WS-TOTAL-LINE-2.
001650     05  FILLER                  PIC X(16)
001660             VALUE "JOBS SCHEDULED -".
001670     05  TL-SCHEDULE-COUNT       PIC ZZZZ9.
001680     05  FILLER                  PIC X(59) VALUE SPACES.
001690 01  WS-TOTAL-LINE-3.
001700     05  FILLER                  PIC X(16)
001710             VALUE "JOBS STARTED   -".
001720     05  TL-STARTED-COUNT        PIC ZZZZ9.
001730     05  FILLER                  PIC X(59) VALUE SPACES.
001740 01  WS-TOTAL-LINE-4.
001750     05  FILLER                  PIC X(16)
001760             VALUE "JOBS MISSED    -".
001770     05  TL-MISSED-COUNT         PIC ZZZZ9.
001780     05  FILLER                  PIC X(59) VALUE SPACES.
001790 01  WS-TOTAL-LINE-5.
001800     05  FILLER                  PIC X(16)
001810             VALUE "UNSCHEDULED    -".
001820     05  TL-UNSCHEDULED-COUNT    PIC ZZZZ9.
001830     05  FILLER                  PIC X(59) VALUE SPACES.
001840 01  WS-TOTAL-LINE-6.
001850     05  FILLER                  PIC X(16)
001860             VALUE "NON-BUS-DAY RUN-".
001870     05  TL-NON-BUS-COUNT        PIC ZZZZ9.
001880     05  FILLER                  PIC X(59) VALUE SPACES.
001890 01  WS-ABEND-FIELDS.
001900     05  WS-ABEND-FILE-ID        PIC X(20).
001910     05  WS-ABEND-STATUS         PIC X(02).
001920 LINKAGE SECTION.
001930 01  LK-PARM-AREA.
001940     05  LK-PARM-LENGTH          PIC S9(04) COMP.
001950     05  LK-PARM-TEXT            PIC X(80).
001960 PROCEDURE DIVISION USING LK-PARM-AREA.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE
001990         THRU 1000-EXIT
002000     PERFORM 2000-LOAD-SCHEDULE
002010         THRU 2000-EXIT
002020         UNTIL WS-EOF-YES
002030     PERFORM 3000-SCAN-LOG
002040         THRU 3000-EXIT
002050         UNTIL WS-LOG-EOF-YES
002060     PERFORM 5000-PRINT-REPORT
002070         THRU 5000-EXIT
002080     PERFORM 8000-FINALIZE
002090         THRU 8000-EXIT
002100     STOP RUN.
002110*----------------------------------------------------------*
002120* 1000-INITIALIZE - TAKE THE RECONCILIATION DATE FROM THE
002130* PARM (TODAY WHEN THE PARM IS EMPTY), LOOK IT UP ON THE
002140* CALENDAR, OPEN THE FILES AND POSITION THE SCHEDULE AT
002150* THE DATE.  A DATE THE CALENDAR DOES NOT HOLD ABENDS THE
002160* RUN - THERE IS NOTHING TO RECONCILE AGAINST.
002170*----------------------------------------------------------*
002180 1000-INITIALIZE.
002190     IF LK-PARM-LENGTH IS EQUAL TO ZERO
002200         ACCEPT WS-TODAY FROM DATE
002210         COMPUTE WS-RECON-DATE = 20000000 + WS-TODAY
002220     ELSE
002230         IF LK-PARM-LENGTH IS LESS THAN 8
002240                 OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
002250             MOVE "RUNREC-PARM" TO WS-ABEND-FILE-ID
002260             MOVE "90" TO WS-ABEND-STATUS
002270             PERFORM 9000-ABEND
002280                 THRU 9000-EXIT
002290         END-IF
002300         MOVE LK-PARM-TEXT(1:8) TO WS-RECON-DATE
002310     END-IF
002320     MOVE "LU" TO DS-FUNCTION-CODE
002330     MOVE WS-RECON-DATE TO DS-GREGORIAN-DATE
002340     MOVE SPACES TO DS-DAY-CLASS
002350     CALL "DATESRV" USING DATE-SERVICES-PARMS
002360     IF NOT DS-SUCCESS
002370         MOVE "RECON-DATE" TO WS-ABEND-FILE-ID
002380         MOVE DS-RETURN-CODE TO WS-ABEND-STATUS
002390         PERFORM 9000-ABEND
002400             THRU 9000-EXIT
002410     END-IF
002420     MOVE DS-RESULT-RECORD TO WORK-CALENDAR-MASTER-RECORD
002430     IF WCM-IS-BUSINESS-DAY
002440         SET WS-RECON-IS-BUS-DAY TO TRUE
002450         MOVE "BUSINESS DAY" TO RH-DAY-CLASS
002460     ELSE
002470         SET WS-RECON-NOT-BUS-DAY TO TRUE
002480         MOVE "NON-BUSINESS DAY" TO RH-DAY-CLASS
002490     END-IF
002500     OPEN INPUT RUN-SCHEDULE
002510     IF FS-RUN-SCHEDULE IS NOT EQUAL TO "00"
002520         MOVE "RUN-SCHEDULE" TO WS-ABEND-FILE-ID
002530         MOVE FS-RUN-SCHEDULE TO WS-ABEND-STATUS
002540         PERFORM 9000-ABEND
002550             THRU 9000-EXIT
002560     END-IF
002570     OPEN INPUT SYSLOG-FILE
002580     IF FS-SYSLOG-FILE IS NOT EQUAL TO "00"
002590         MOVE "SYSLOG-FILE" TO WS-ABEND-FILE-ID
002600         MOVE FS-SYSLOG-FILE TO WS-ABEND-STATUS
002610         PERFORM 9000-ABEND
002620             THRU 9000-EXIT
002630     END-IF
002640     OPEN OUTPUT RECON-REPORT
002650     IF FS-RECON-REPORT IS NOT EQUAL TO "00"
002660         MOVE "RECON-REPORT" TO WS-ABEND-FILE-ID
002670         MOVE FS-RECON-REPORT TO WS-ABEND-STATUS
002680         PERFORM 9000-ABEND
002690             THRU 9000-EXIT
002700     END-IF
002710     MOVE WS-RECON-DATE TO RH-RECON-DATE
002720     MOVE WCM-DAY-OF-WEEK-NAME TO RH-DAY-OF-WEEK-NAME
002730     WRITE RR-RECORD FROM WS-REPORT-HEADER-LINE
002740     MOVE LOW-VALUES TO RS-KEY
002750     MOVE WS-RECON-DATE TO RS-RUN-DATE
002760     START RUN-SCHEDULE KEY IS NOT LESS THAN RS-KEY
002770         INVALID KEY
002780             SET WS-EOF-YES TO TRUE
002790     END-START.
002800 1000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------*
002830* 2000-LOAD-SCHEDULE - LOAD THE NEXT SCHEDULE RECORD OF THE
002840* RECONCILIATION DATE INTO THE TABLE.  A LATER DATE ENDS
002850* THE LOAD.
002860*----------------------------------------------------------*
002870 2000-LOAD-SCHEDULE.
002880     READ RUN-SCHEDULE NEXT RECORD
002890         AT END
002900             SET WS-EOF-YES TO TRUE
002910             GO TO 2000-EXIT
002920     END-READ
002930     IF RS-RUN-DATE IS NOT EQUAL TO WS-RECON-DATE
002940         SET WS-EOF-YES TO TRUE
002950         GO TO 2000-EXIT
002960     END-IF
002970     IF WS-SCHEDULE-COUNT IS NOT LESS THAN WS-TABLE-MAXIMUM
002980         MOVE "SCHEDULE-TABLE" TO WS-ABEND-FILE-ID
002990         MOVE "95" TO WS-ABEND-STATUS
003000         PERFORM 9000-ABEND
003010             THRU 9000-EXIT
003020     END-IF
003030     ADD 1 TO WS-SCHEDULE-COUNT
003040     MOVE RS-JOB-NAME TO SC-JOB-NAME(WS-SCHEDULE-COUNT)
003050     MOVE RS-RULE-TYPE TO SC-RULE-TYPE(WS-SCHEDULE-COUNT)
003060     MOVE "N" TO SC-STARTED-FLAG(WS-SCHEDULE-COUNT)
003070     MOVE ZERO TO SC-START-TIME(WS-SCHEDULE-COUNT)
003080     MOVE SPACES TO SC-OPERATOR-ID(WS-SCHEDULE-COUNT).
003090 2000-EXIT.
003100     EXIT.
003110*----------------------------------------------------------*
003120* 3000-SCAN-LOG - READ THE NEXT SYSLOG RECORD AND FILE
003130* EVERY STARTUP OF THE RECONCILIATION DATE.  A RECORD
003140* WITHOUT THE TYPE BYTE PREDATES IT AND READS AS A STARTUP.
003150*----------------------------------------------------------*
003160 3000-SCAN-LOG.
003170     READ SYSLOG-FILE
003180         AT END
003190             SET WS-LOG-EOF-YES TO TRUE
003200             GO TO 3000-EXIT
003210     END-READ
003220     ADD 1 TO WS-LOG-RECORDS-READ
003230     MOVE SL-RECORD TO SYSLOG-LOG-RECORD
003240     IF SL-COMPLETION-RECORD
003250         GO TO 3000-EXIT
003260     END-IF
003270     IF SL-LOG-DATE IS NOT NUMERIC
003280         GO TO 3000-EXIT
003290     END-IF
003300     IF SL-LOG-DATE IS NOT EQUAL TO WS-RECON-YYMMDD
003310         GO TO 3000-EXIT
003320     END-IF
003330     PERFORM 3100-RECORD-RUN
003340         THRU 3100-EXIT.
003350 3000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 3100-RECORD-RUN - ADD ONE STARTUP TO THE RUN TABLE AND
003390* MARK ITS JOB STARTED WHEN THE SCHEDULE CALLS FOR IT.  THE
003400* FIRST STARTUP OF A SCHEDULED JOB IS THE ONE REPORTED.
003410*----------------------------------------------------------*
003420 3100-RECORD-RUN.
003430     IF WS-RUN-COUNT IS NOT LESS THAN WS-RUN-MAXIMUM
003440         MOVE "RUN-TABLE" TO WS-ABEND-FILE-ID
003450         MOVE "95" TO WS-ABEND-STATUS
003460         PERFORM 9000-ABEND
003470             THRU 9000-EXIT
003480     END-IF
003490     ADD 1 TO WS-RUN-COUNT
003500     MOVE SL-JOB-NAME TO RN-JOB-NAME(WS-RUN-COUNT)
003510     MOVE SL-LOG-TIME TO RN-LOG-TIME(WS-RUN-COUNT)
003520     MOVE SL-OPERATOR-ID TO RN-OPERATOR-ID(WS-RUN-COUNT)
003530     SET WS-MATCH-NOT-FOUND TO TRUE
003540     MOVE ZERO TO WS-MATCH-INDEX
003550     PERFORM 3200-MATCH-SCHEDULE
003560         THRU 3200-EXIT
003570         VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
003580         UNTIL WS-SCHEDULE-INDEX IS GREATER THAN
003590                 WS-SCHEDULE-COUNT
003600             OR WS-MATCH-FOUND
003610     IF WS-RECON-NOT-BUS-DAY
003620         ADD 1 TO WS-NON-BUS-COUNT
003630     END-IF
003640     IF WS-MATCH-NOT-FOUND
003650         MOVE "N" TO RN-SCHEDULED-FLAG(WS-RUN-COUNT)
003660         ADD 1 TO WS-UNSCHEDULED-COUNT
003670         GO TO 3100-EXIT
003680     END-IF
003690     MOVE "Y" TO RN-SCHEDULED-FLAG(WS-RUN-COUNT)
003700     IF SC-STARTED-FLAG(WS-MATCH-INDEX) IS EQUAL TO "N"
003710         MOVE "Y" TO SC-STARTED-FLAG(WS-MATCH-INDEX)
003720         MOVE SL-LOG-TIME TO SC-START-TIME(WS-MATCH-INDEX)
003730         MOVE SL-OPERATOR-ID TO SC-OPERATOR-ID(WS-MATCH-INDEX)
003740         ADD 1 TO WS-STARTED-COUNT
003750     END-IF.
003760 3100-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 3200-MATCH-SCHEDULE - TEST ONE SCHEDULE ENTRY AGAINST THE
003800* CURRENT STARTUP'S JOB NAME.
003810*----------------------------------------------------------*
003820 3200-MATCH-SCHEDULE.
003830     IF SC-JOB-NAME(WS-SCHEDULE-INDEX) IS EQUAL TO SL-JOB-NAME
003840         SET WS-MATCH-FOUND TO TRUE
003850         MOVE WS-SCHEDULE-INDEX TO WS-MATCH-INDEX
003860     END-IF.
003870 3200-EXIT.
003880     EXIT.
003890*----------------------------------------------------------*
003900* 5000-PRINT-REPORT - MISSED JOBS FIRST, THEN UNSCHEDULED
003910* RUNS, THEN - ON A NON-BUSINESS DAY - EVERY RUN OF THE DAY
003920* SCHEDULED OR NOT, THEN THE SCHEDULED JOBS THAT DID START,
003930* THEN THE TOTALS.
003940*----------------------------------------------------------*
003950 5000-PRINT-REPORT.
003960     COMPUTE WS-MISSED-COUNT =
003970             WS-SCHEDULE-COUNT - WS-STARTED-COUNT
003980     WRITE RR-RECORD FROM WS-MISSED-HEADER-LINE
003990     IF WS-MISSED-COUNT IS EQUAL TO ZERO
004000         WRITE RR-RECORD FROM WS-NONE-LINE
004010     ELSE
004020         PERFORM 5100-PRINT-MISSED
004030             THRU 5100-EXIT
004040             VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
004050             UNTIL WS-SCHEDULE-INDEX IS GREATER THAN
004060                 WS-SCHEDULE-COUNT
004070     END-IF
004080     WRITE RR-RECORD FROM WS-UNSCHED-HEADER-LINE
004090     IF WS-UNSCHEDULED-COUNT IS EQUAL TO ZERO
004100         WRITE RR-RECORD FROM WS-NONE-LINE
004110     ELSE
004120         PERFORM 5200-PRINT-UNSCHEDULED
004130             THRU 5200-EXIT
004140             VARYING WS-RUN-INDEX FROM 1 BY 1
004150             UNTIL WS-RUN-INDEX IS GREATER THAN WS-RUN-COUNT
004160     END-IF
004170     IF WS-RECON-NOT-BUS-DAY
004180         WRITE RR-RECORD FROM WS-NON-BUS-HEADER-LINE
004190         IF WS-NON-BUS-COUNT IS EQUAL TO ZERO
004200             WRITE RR-RECORD FROM WS-NONE-LINE
004210         ELSE
004220             PERFORM 5250-PRINT-NON-BUS-RUN
004230                 THRU 5250-EXIT
004240                 VARYING WS-RUN-INDEX FROM 1 BY 1
004250                 UNTIL WS-RUN-INDEX IS GREATER THAN
004260                     WS-RUN-COUNT
004270         END-IF
004280     END-IF
004290     WRITE RR-RECORD FROM WS-STARTED-HEADER-LINE
004300     IF WS-STARTED-COUNT IS EQUAL TO ZERO
004310         WRITE RR-RECORD FROM WS-NONE-LINE
004320     ELSE
004330         PERFORM 5300-PRINT-STARTED
004340             THRU 5300-EXIT
004350             VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
004360             UNTIL WS-SCHEDULE-INDEX IS GREATER THAN
004370                 WS-SCHEDULE-COUNT
004380     END-IF
004390     MOVE WS-LOG-RECORDS-READ TO TL-RECORDS-READ
004400     WRITE RR-RECORD FROM WS-TOTAL-LINE-1
004410     MOVE WS-SCHEDULE-COUNT TO TL-SCHEDULE-COUNT
004420     WRITE RR-RECORD FROM WS-TOTAL-LINE-2
004430     MOVE WS-STARTED-COUNT TO TL-STARTED-COUNT
004440     WRITE RR-RECORD FROM WS-TOTAL-LINE-3
004450     MOVE WS-MISSED-COUNT TO TL-MISSED-COUNT
004460     WRITE RR-RECORD FROM WS-TOTAL-LINE-4
004470     MOVE WS-UNSCHEDULED-COUNT TO TL-UNSCHEDULED-COUNT
004480     WRITE RR-RECORD FROM WS-TOTAL-LINE-5
004490     MOVE WS-NON-BUS-COUNT TO TL-NON-BUS-COUNT
004500     WRITE RR-RECORD FROM WS-TOTAL-LINE-6.
004510 5000-EXIT.
004520     EXIT.
004530*----------------------------------------------------------*
004540* 5100-PRINT-MISSED - WRITE ONE SCHEDULED JOB THAT NEVER
004550* STARTED.
004560*----------------------------------------------------------*
004570 5100-PRINT-MISSED.
004580     IF SC-STARTED-FLAG(WS-SCHEDULE-INDEX) IS EQUAL TO "N"
004590         MOVE SC-JOB-NAME(WS-SCHEDULE-INDEX) TO MD-JOB-NAME
004600         MOVE SC-RULE-TYPE(WS-SCHEDULE-INDEX) TO MD-RULE-TYPE
004610         WRITE RR-RECORD FROM WS-MISSED-DETAIL-LINE
004620     END-IF.
004630 5100-EXIT.
004640     EXIT.
004650*----------------------------------------------------------*
004660* 5200-PRINT-UNSCHEDULED - WRITE ONE STARTUP NO SCHEDULE
004670* ENTRY CALLED FOR.
004680*----------------------------------------------------------*
004690 5200-PRINT-UNSCHEDULED.
004700     IF RN-SCHEDULED-FLAG(WS-RUN-INDEX) IS EQUAL TO "N"
004710         MOVE RN-JOB-NAME(WS-RUN-INDEX) TO UD-JOB-NAME
004720         MOVE RN-LOG-TIME(WS-RUN-INDEX) TO UD-LOG-TIME
004730         MOVE RN-OPERATOR-ID(WS-RUN-INDEX) TO UD-OPERATOR-ID
004740         MOVE "UNSCHEDULED" TO UD-RUN-STATUS
004750         WRITE RR-RECORD FROM WS-RUN-DETAIL-LINE
004760     END-IF.
004770 5200-EXIT.
004780     EXIT.
004790*----------------------------------------------------------*
004800* 5250-PRINT-NON-BUS-RUN - WRITE ONE STARTUP OF A NON-
004810* BUSINESS DAY, SHOWING WHETHER THE SCHEDULE CALLED FOR IT.
004820*----------------------------------------------------------*
004830 5250-PRINT-NON-BUS-RUN.
004840     MOVE RN-JOB-NAME(WS-RUN-INDEX) TO UD-JOB-NAME
004850     MOVE RN-LOG-TIME(WS-RUN-INDEX) TO UD-LOG-TIME
004860     MOVE RN-OPERATOR-ID(WS-RUN-INDEX) TO UD-OPERATOR-ID
004870     IF RN-SCHEDULED-FLAG(WS-RUN-INDEX) IS EQUAL TO "Y"
004880         MOVE "SCHEDULED" TO UD-RUN-STATUS
004890     ELSE
004900         MOVE "UNSCHEDULED" TO UD-RUN-STATUS
004910     END-IF
004920     WRITE RR-RECORD FROM WS-RUN-DETAIL-LINE.
004930 5250-EXIT.
004940     EXIT.
004950*----------------------------------------------------------*
004960* 5300-PRINT-STARTED - WRITE ONE SCHEDULED JOB WITH ITS
004970* FIRST STARTUP OF THE DAY.
004980*----------------------------------------------------------*
004990 5300-PRINT-STARTED.
005000     IF SC-STARTED-FLAG(WS-SCHEDULE-INDEX) IS EQUAL TO "Y"
005010         MOVE SC-JOB-NAME(WS-SCHEDULE-INDEX) TO SD-JOB-NAME
005020         MOVE SC-RULE-TYPE(WS-SCHEDULE-INDEX) TO SD-RULE-TYPE
005030         MOVE SC-START-TIME(WS-SCHEDULE-INDEX)
005040             TO SD-START-TIME
005050         MOVE SC-OPERATOR-ID(WS-SCHEDULE-INDEX)
005060             TO SD-OPERATOR-ID
005070         WRITE RR-RECORD FROM WS-STARTED-DETAIL-LINE
005080     END-IF.
005090 5300-EXIT.
005100     EXIT.
005110*----------------------------------------------------------*
005120* 8000-FINALIZE - CLOSE THE FILES AND SET THE FINDINGS
005130* RETURN CODE.
005140*----------------------------------------------------------*
005150 8000-FINALIZE.
005160     CLOSE RUN-SCHEDULE
005170     CLOSE SYSLOG-FILE
005180     CLOSE RECON-REPORT
005190     IF WS-MISSED-COUNT IS GREATER THAN ZERO
005200             OR WS-UNSCHEDULED-COUNT IS GREATER THAN ZERO
005210         MOVE 4 TO RETURN-CODE
005220     END-IF.
005230 8000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------*
005260* 9000-ABEND - DISPLAY THE FAILING FILE, TABLE OR PARM AND
005270* ITS STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN
005280* CODE.
005290*----------------------------------------------------------*
005300 9000-ABEND.
005310     DISPLAY "RUNREC ABEND - FILE " WS-ABEND-FILE-ID
005320         " STATUS " WS-ABEND-STATUS
005330     MOVE 16 TO RETURN-CODE
005340     STOP RUN.
005350 9000-EXIT.
005360     EXIT.
