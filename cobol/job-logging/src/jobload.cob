000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBLOAD.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/15/2026 DH    ORIGINAL PROGRAM.  NIGHTLY RUN-HISTORY
000130*                  LOAD AND SYSLOG PURGE.  READS THE WHOLE
000140*                  SEQUENTIAL SYSLOG FILE IN ONE PASS AND
000150*                  PAIRS EACH COMPLETION WITH THE OLDEST
000160*                  OPEN STARTUP OF THE SAME JOB THE WAY
000170*                  JOBRPT DOES (SAME DATE, OR THE NEXT
000180*                  DATE WITH AN EARLIER CLOCK TIME FOR A
000190*                  RUN ACROSS MIDNIGHT), WRITING EACH
000200*                  PAIRED RUN TO THE KEYED RUN-HISTORY
000210*                  FILE WITH ITS ELAPSED TIME AND HIGHEST
000220*                  RETURN CODE AND REPLACING THE
000230*                  COMPLETION-ONLY RECORD JOBEND POSTED
000240*                  FOR IT.  ONLY STARTUPS THAT CAN STILL
000250*                  PAIR ARE HELD IN STORAGE, SO THE SIZE OF
000260*                  THE LOG DOES NOT MATTER.  RUNS ALREADY
000270*                  ON FILE ARE SKIPPED, SO THE LOAD CAN BE
000280*                  RERUN.  THE LOG IS COPIED TO ITS NEW
000290*                  GENERATION WITHOUT THE RECORDS OLDER
000300*                  THAN THE RETENTION PERIOD IN THE EXEC
000310*                  PARM (COLUMNS 1-3, DEFAULT 30 DAYS).
000320*                  RETURN CODE 4 WHEN A STARTUP IS PURGED
000330*                  THAT NEVER COMPLETED.
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SYSLOG-FILE ASSIGN TO SYSLOG
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FS-SYSLOG-FILE.
000440     SELECT RETAINED-LOG ASSIGN TO SYSLOGN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FS-RETAINED-LOG.
000470     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RH-KEY
000510         FILE STATUS IS FS-RUN-HISTORY.
000520     SELECT LOAD-REPORT ASSIGN TO LOADRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FS-LOAD-REPORT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SYSLOG-FILE
000580     RECORDING MODE IS F.
000590 01  SL-RECORD                   PIC X(80).
000600 FD  RETAINED-LOG
000610     RECORDING MODE IS F.
000620 01  RL-RECORD                   PIC X(80).
000630 FD  RUN-HISTORY.
000640 COPY RUNHIST.
000650 FD  LOAD-REPORT
000660     RECORDING MODE IS F.
000670 01  LR-RECORD                   PIC X(80).
000680 WORKING-STORAGE SECTION.
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000710         88  WS-EOF-YES                     VALUE "Y".
000720     05  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
000730         88  WS-MATCH-FOUND                  VALUE "Y".
000740         88  WS-MATCH-NOT-FOUND              VALUE "N".
000750     05  WS-COVERED-SWITCH       PIC X(01) VALUE "N".
000760         88  WS-COVERED-YES                  VALUE "Y".
000770         88  WS-COVERED-NO                   VALUE "N".
000780     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
000790         88  WS-HIST-EOF-YES                 VALUE "Y".
000800         88  WS-HIST-EOF-NO                  VALUE "N".
000810 01  WS-FILE-STATUSES.
000820     05  FS-SYSLOG-FILE          PIC X(02) VALUE "00".
000830     05  FS-RETAINED-LOG         PIC X(02) VALUE "00".
000840     05  FS-RUN-HISTORY          PIC X(02) VALUE "00".
000850     05  FS-LOAD-REPORT          PIC X(02) VALUE "00".
000860 01  WS-CONTROL-TOTALS.
000870     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
000880     05  WS-PAIRED-COUNT         PIC 9(07) COMP VALUE ZERO.
000890     05  WS-LOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
000900     05  WS-ALREADY-COUNT        PIC 9(07) COMP VALUE ZERO.
000910     05  WS-LONE-END-COUNT       PIC 9(07) COMP VALUE ZERO.
000920     05  WS-NO-END-COUNT         PIC 9(07) COMP VALUE ZERO.
000930     05  WS-OPEN-COUNT           PIC 9(07) COMP VALUE ZERO.
000940     05  WS-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
000950     05  WS-PURGED-COUNT         PIC 9(07) COMP VALUE ZERO.
000960     05  WS-ORPHAN-PURGED-COUNT  PIC 9(07) COMP VALUE ZERO.
000970*----------------------------------------------------------*
000980* THE STARTUP TABLE HOLDS ONLY STARTUPS FROM THE LAST TWO
000990* LOG DATES THAT HAVE NOT YET FOUND THEIR COMPLETION - ONE
001000* OLDER THAN THE DAY BEFORE THE CURRENT LOG DATE CAN NO
001010* LONGER PAIR AND IS DROPPED AS THE LOG DATE ADVANCES, SO
001020* THE TABLE IS BOUNDED BY TWO DAYS OF STARTUPS, NOT BY THE
001030* LENGTH OF THE LOG.  IT OVERFLOWS (STATUS 95) ONLY WHEN
001031* MORE THAN 2000 STARTUPS IN TWO LOG DATES ARE STILL
001032* WAITING FOR THEIR COMPLETIONS.
001040*----------------------------------------------------------*
001050 01  WS-TABLE-LIMITS.
001060     05  WS-TABLE-MAXIMUM        PIC 9(05) COMP VALUE 2000.
001070 01  WS-STARTUP-TABLE.
001080     05  WS-STARTUP-COUNT        PIC 9(05) COMP VALUE ZERO.
001090     05  WS-STARTUP-ENTRY        OCCURS 2000 TIMES.
001100         10  ST-JOB-NAME         PIC X(08).
001110         10  ST-LOG-DATE         PIC 9(08).
001120         10  ST-NEXT-DATE        PIC 9(08).
001130         10  ST-LOG-TIME         PIC 9(08).
001140         10  ST-OPERATOR-ID      PIC X(08).
001150         10  ST-STATE-FLAG       PIC X(01).
001160             88  ST-OPEN                     VALUE "N".
001170             88  ST-MATCHED                  VALUE "Y".
001180             88  ST-DROPPED                  VALUE "X".
001190 01  WS-STARTUP-INDEX            PIC 9(05) COMP.
001200 01  WS-KEEP-INDEX               PIC 9(05) COMP.
001210 01  WS-MATCH-INDEX              PIC 9(05) COMP.
001220 01  WS-RETENTION-DAYS           PIC 9(03) VALUE 30.
001230 01  WS-DAY-COUNTER              PIC 9(04) COMP.
001240 01  WS-TODAY                    PIC 9(08).
001250 01  WS-CUTOFF-DATE              PIC 9(08).
001260 01  WS-LOG-DATE                 PIC 9(08).
001270 01  WS-HIGH-LOG-DATE            PIC 9(08) VALUE ZERO.
001280 01  WS-PAIRABLE-DATE            PIC 9(08).
001290 01  WS-PRIOR-DATE               PIC 9(08).
001300 01  WS-DATE-WORK                PIC 9(08).
001310 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001320     05  WS-DATE-YYYY            PIC 9(04).
001330     05  WS-DATE-MM              PIC 9(02).
001340     05  WS-DATE-DD              PIC 9(02).
001350 01  WS-DAYS-IN-MONTH-TABLE.
001360     05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.
001370 01  WS-LEAP-RESULT              PIC 9(01).
001380 01  WS-LEAP-REASON              PIC X(20).
001390 01  WS-START-SECONDS            PIC S9(07) COMP.
001400 01  WS-END-SECONDS              PIC S9(07) COMP.
001410 01  WS-ELAPSED-SECONDS          PIC S9(07) COMP.
001420 01  WS-TIME-PARTS.
001430     05  WS-TIME-HH              PIC 9(02).
001440     05  WS-TIME-MM              PIC 9(02).
001450     05  WS-TIME-SS              PIC 9(02).
001460     05  WS-TIME-HUND            PIC 9(02).
001470 01  WS-PROVISIONAL-KEY.
001480     05  WS-PROV-JOB-NAME        PIC X(08).
001490     05  WS-PROV-DATE            PIC 9(08).
001500     05  WS-PROV-TIME            PIC 9(08).
001510 COPY RUNHIST REPLACING LEADING ==RH== BY ==WRH==
001520     LEADING ==RUN== BY ==WORK-RUN==.
001530 COPY SYSLOG.
001540 01  WS-REPORT-HEADER-LINE.
001550     05  FILLER                  PIC X(41)
001560             VALUE "JOBLOAD RUN-HISTORY LOAD AND SYSLOG PURGE".
001570     05  FILLER                  PIC X(39) VALUE SPACES.
001580 01  WS-RETENTION-LINE.
001590     05  FILLER                  PIC X(10)
001600             VALUE "RETENTION ".
001610     05  RT-RETENTION-DAYS       PIC ZZ9.
001620     05  FILLER                  PIC X(29)
001630             VALUE " DAYS - LOG RECORDS BEFORE   ".
001640     05  RT-CUTOFF-DATE          PIC 9(08).
001650     05  FILLER                  PIC X(07) VALUE " PURGED".
001660     05  FILLER                  PIC X(23) VALUE SPACES.
001670 01  WS-ORPHAN-HEADER-LINE.
001680     05  FILLER                  PIC X(39)
001690             VALUE "STARTUPS PURGED WITHOUT A COMPLETION -".
001700     05  FILLER                  PIC X(41) VALUE SPACES.
001710 01  WS-ORPHAN-DETAIL-LINE.
001720     05  OD-JOB-NAME             PIC X(08).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  OD-LOG-DATE             PIC 9(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  OD-LOG-TIME             PIC 9(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  OD-OPERATOR-ID          PIC X(08).
001790     05  FILLER                  PIC X(42) VALUE SPACES.
001800 01  WS-NONE-LINE.
001810     05  FILLER                  PIC X(06) VALUE "  NONE".
001820     05  FILLER                  PIC X(74) VALUE SPACES.
001830 01  WS-TOTAL-LINE.
001840     05  TL-LABEL                PIC X(16).
001850     05  TL-COUNT                PIC ZZZZZZ9.
001860     05  FILLER                  PIC X(57) VALUE SPACES.
001870 01  WS-ABEND-FIELDS.
001880     05  WS-ABEND-FILE-ID        PIC X(20).
001890     05  WS-ABEND-STATUS         PIC X(02).
001900 LINKAGE SECTION.
001910 01  LK-PARM-AREA.
001920     05  LK-PARM-LENGTH          PIC S9(04) COMP.
001930     05  LK-PARM-TEXT            PIC X(80).
001940 PROCEDURE DIVISION USING LK-PARM-AREA.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE
001970         THRU 1000-EXIT
001980     PERFORM 2000-PROCESS-RECORD
001990         THRU 2000-EXIT
002000         UNTIL WS-EOF-YES
002010     PERFORM 4000-END-OF-LOG
002020         THRU 4000-EXIT
002030     PERFORM 8000-FINALIZE
002040         THRU 8000-EXIT
002050     STOP RUN.
002060*----------------------------------------------------------*
002070* 1000-INITIALIZE - EDIT THE OPTIONAL RETENTION PARM, OPEN
002080* THE FILES, WORK OUT THE PURGE CUTOFF DATE AND PRIME THE
002090* READ.  A RETENTION UNDER TWO DAYS WOULD PURGE THE STARTUP
002100* OF A RUN STILL GOING ACROSS MIDNIGHT AND IS REFUSED.  A
002110* RUN-HISTORY CLUSTER THAT HAS BEEN DEFINED BUT NEVER
002120* LOADED CANNOT BE OPENED I-O (STATUS 35), SO IT IS OPENED
002130* OUTPUT AND CLOSED ONCE TO INITIALIZE IT.
002140*----------------------------------------------------------*
002150 1000-INITIALIZE.
002160     IF LK-PARM-LENGTH IS GREATER THAN ZERO
002170         IF LK-PARM-LENGTH IS LESS THAN 3
002180                 OR LK-PARM-TEXT(1:3) IS NOT NUMERIC
002190             MOVE "RETAIN-PARM" TO WS-ABEND-FILE-ID
002200             MOVE "90" TO WS-ABEND-STATUS
002210             PERFORM 9000-ABEND
002220                 THRU 9000-EXIT
002230         END-IF
002240         MOVE LK-PARM-TEXT(1:3) TO WS-RETENTION-DAYS
002250     END-IF
002260     IF WS-RETENTION-DAYS IS LESS THAN 2
002270         MOVE "RETAIN-PARM" TO WS-ABEND-FILE-ID
002280         MOVE "91" TO WS-ABEND-STATUS
002290         PERFORM 9000-ABEND
002300             THRU 9000-EXIT
002310     END-IF
002320     OPEN INPUT SYSLOG-FILE
002330     IF FS-SYSLOG-FILE IS NOT EQUAL TO "00"
002340         MOVE "SYSLOG-FILE" TO WS-ABEND-FILE-ID
002350         MOVE FS-SYSLOG-FILE TO WS-ABEND-STATUS
002360         PERFORM 9000-ABEND
002370             THRU 9000-EXIT
002380     END-IF
002390     OPEN OUTPUT RETAINED-LOG
002400     IF FS-RETAINED-LOG IS NOT EQUAL TO "00"
002410         MOVE "RETAINED-LOG" TO WS-ABEND-FILE-ID
002420         MOVE FS-RETAINED-LOG TO WS-ABEND-STATUS
002430         PERFORM 9000-ABEND
002440             THRU 9000-EXIT
002450     END-IF
002460     OPEN I-O RUN-HISTORY
002470     IF FS-RUN-HISTORY IS EQUAL TO "35"
002480         OPEN OUTPUT RUN-HISTORY
002490         IF FS-RUN-HISTORY IS EQUAL TO "00"
002500             CLOSE RUN-HISTORY
002510             OPEN I-O RUN-HISTORY
002520         END-IF
002530     END-IF
002540     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
002550             AND FS-RUN-HISTORY IS NOT EQUAL TO "05"
002560         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
002570         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
002580         PERFORM 9000-ABEND
002590             THRU 9000-EXIT
002600     END-IF
002610     OPEN OUTPUT LOAD-REPORT
002620     IF FS-LOAD-REPORT IS NOT EQUAL TO "00"
002630         MOVE "LOAD-REPORT" TO WS-ABEND-FILE-ID
002640         MOVE FS-LOAD-REPORT TO WS-ABEND-STATUS
002650         PERFORM 9000-ABEND
002660             THRU 9000-EXIT
002670     END-IF
002680     MOVE 31 TO WS-DAYS-IN-MONTH(1)
002690     MOVE 28 TO WS-DAYS-IN-MONTH(2)
002700     MOVE 31 TO WS-DAYS-IN-MONTH(3)
002710     MOVE 30 TO WS-DAYS-IN-MONTH(4)
002720     MOVE 31 TO WS-DAYS-IN-MONTH(5)
002730     MOVE 30 TO WS-DAYS-IN-MONTH(6)
002740     MOVE 31 TO WS-DAYS-IN-MONTH(7)
002750     MOVE 31 TO WS-DAYS-IN-MONTH(8)
002760     MOVE 30 TO WS-DAYS-IN-MONTH(9)
002770     MOVE 31 TO WS-DAYS-IN-MONTH(10)
002780     MOVE 30 TO WS-DAYS-IN-MONTH(11)
002790     MOVE 31 TO WS-DAYS-IN-MONTH(12)
002800     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002810     MOVE WS-TODAY TO WS-DATE-WORK
002820     PERFORM 3900-STEP-BACK-ONE-DAY
002830         THRU 3900-EXIT
002840         VARYING WS-DAY-COUNTER FROM 1 BY 1
002850         UNTIL WS-DAY-COUNTER IS GREATER THAN
002860             WS-RETENTION-DAYS
002870     MOVE WS-DATE-WORK TO WS-CUTOFF-DATE
002880     WRITE LR-RECORD FROM WS-REPORT-HEADER-LINE
002890     MOVE WS-RETENTION-DAYS TO RT-RETENTION-DAYS
002900     MOVE WS-CUTOFF-DATE TO RT-CUTOFF-DATE
002910     WRITE LR-RECORD FROM WS-RETENTION-LINE
002920     WRITE LR-RECORD FROM WS-ORPHAN-HEADER-LINE
002930     PERFORM 3000-READ-SYSLOG
002940         THRU 3000-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------*
002980* 2000-PROCESS-RECORD - PAIR OR HOLD ONE LOG RECORD AND
002990* COPY IT TO THE NEW LOG GENERATION UNLESS IT IS OLDER THAN
003000* THE CUTOFF.  WHEN THE LOG DATE MOVES ON, STARTUPS THAT
003010* CAN NO LONGER PAIR ARE DROPPED FIRST.  A RECORD WITHOUT
003020* THE TYPE BYTE PREDATES IT AND READS AS A STARTUP.  A
003030* RECORD WHOSE DATE OR TIME DOES NOT PARSE CANNOT BE PAIRED
003040* OR AGED AND IS SIMPLY KEPT.
003050*----------------------------------------------------------*
003060 2000-PROCESS-RECORD.
003070     MOVE SL-RECORD TO SYSLOG-LOG-RECORD
003080     IF SL-LOG-DATE IS NOT NUMERIC
003090             OR SL-LOG-TIME IS NOT NUMERIC
003100         PERFORM 2900-KEEP-RECORD
003110             THRU 2900-EXIT
003120         GO TO 2000-NEXT
003130     END-IF
003140     COMPUTE WS-LOG-DATE = 20000000 + SL-LOG-DATE
003150     IF WS-LOG-DATE IS GREATER THAN WS-HIGH-LOG-DATE
003160         PERFORM 2500-ADVANCE-LOG-DATE
003170             THRU 2500-EXIT
003180     END-IF
003190     IF SL-COMPLETION-RECORD
003200         PERFORM 2200-MATCH-COMPLETION
003210             THRU 2200-EXIT
003220     ELSE
003230         PERFORM 2100-HOLD-STARTUP
003240             THRU 2100-EXIT
003250     END-IF
003260     IF WS-LOG-DATE IS LESS THAN WS-CUTOFF-DATE
003270         ADD 1 TO WS-PURGED-COUNT
003280     ELSE
003290         PERFORM 2900-KEEP-RECORD
003300             THRU 2900-EXIT
003310     END-IF.
003320 2000-NEXT.
003330     PERFORM 3000-READ-SYSLOG
003340         THRU 3000-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 2100-HOLD-STARTUP - ADD ONE STARTUP TO THE TABLE WITH THE
003390* DATE AFTER IT, FOR A COMPLETION PAST MIDNIGHT.  A FULL
003400* TABLE IS SQUEEZED OF ITS PAIRED ENTRIES BEFORE IT IS
003410* TREATED AS AN OVERFLOW.
003420*----------------------------------------------------------*
003430 2100-HOLD-STARTUP.
003440     IF WS-STARTUP-COUNT IS NOT LESS THAN WS-TABLE-MAXIMUM
003450         PERFORM 2600-COMPACT-TABLE
003460             THRU 2600-EXIT
003470     END-IF
003480     IF WS-STARTUP-COUNT IS NOT LESS THAN WS-TABLE-MAXIMUM
003490         MOVE "STARTUP-TABLE" TO WS-ABEND-FILE-ID
003500         MOVE "95" TO WS-ABEND-STATUS
003510         PERFORM 9000-ABEND
003520             THRU 9000-EXIT
003530     END-IF
003540     ADD 1 TO WS-STARTUP-COUNT
003550     MOVE SL-JOB-NAME
003560         TO ST-JOB-NAME(WS-STARTUP-COUNT)
003570     MOVE WS-LOG-DATE
003580         TO ST-LOG-DATE(WS-STARTUP-COUNT)
003590     MOVE WS-LOG-DATE TO WS-DATE-WORK
003600     PERFORM 3950-COMPUTE-NEXT-DATE
003610         THRU 3950-EXIT
003620     MOVE WS-DATE-WORK
003630         TO ST-NEXT-DATE(WS-STARTUP-COUNT)
003640     MOVE SL-LOG-TIME
003650         TO ST-LOG-TIME(WS-STARTUP-COUNT)
003660     MOVE SL-OPERATOR-ID
003670         TO ST-OPERATOR-ID(WS-STARTUP-COUNT)
003680     SET ST-OPEN(WS-STARTUP-COUNT) TO TRUE.
003690 2100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------*
003720* 2200-MATCH-COMPLETION - FIND THE OLDEST OPEN STARTUP OF
003730* THE SAME JOB THAT THIS COMPLETION ENDS, AND LOAD THE
003740* PAIRED RUN.  A COMPLETION WITH NO STARTUP IS LOADED ON
003750* ITS OWN.
003760*----------------------------------------------------------*
003770 2200-MATCH-COMPLETION.
003780     SET WS-MATCH-NOT-FOUND TO TRUE
003790     MOVE ZERO TO WS-MATCH-INDEX
003800     PERFORM 2250-TEST-ONE-STARTUP
003810         THRU 2250-EXIT
003820         VARYING WS-STARTUP-INDEX FROM 1 BY 1
003830         UNTIL WS-STARTUP-INDEX IS GREATER THAN
003840                 WS-STARTUP-COUNT
003850             OR WS-MATCH-FOUND
003860     IF WS-MATCH-FOUND
003870         SET ST-MATCHED(WS-MATCH-INDEX) TO TRUE
003880         ADD 1 TO WS-PAIRED-COUNT
003890         PERFORM 5100-LOAD-PAIRED-RUN
003900             THRU 5100-EXIT
003910     ELSE
003920         PERFORM 5300-LOAD-LONE-END
003930             THRU 5300-EXIT
003940     END-IF.
003950 2200-EXIT.
003960     EXIT.
003970*----------------------------------------------------------*
003980* 2250-TEST-ONE-STARTUP - TEST ONE HELD STARTUP AGAINST THE
003990* CURRENT COMPLETION - SAME JOB, AND ENDED LATER THE SAME
004000* DATE OR EARLIER BY THE CLOCK ON THE NEXT DATE.
004010*----------------------------------------------------------*
004020 2250-TEST-ONE-STARTUP.
004030     IF NOT ST-OPEN(WS-STARTUP-INDEX)
004040             OR ST-JOB-NAME(WS-STARTUP-INDEX) IS NOT EQUAL
004050                 TO SL-JOB-NAME
004060         GO TO 2250-EXIT
004070     END-IF
004080     IF ST-LOG-DATE(WS-STARTUP-INDEX) IS EQUAL TO
004090                 WS-LOG-DATE
004100             AND SL-LOG-TIME IS NOT LESS THAN
004110                 ST-LOG-TIME(WS-STARTUP-INDEX)
004120         SET WS-MATCH-FOUND TO TRUE
004130         MOVE WS-STARTUP-INDEX TO WS-MATCH-INDEX
004140         GO TO 2250-EXIT
004150     END-IF
004160     IF ST-NEXT-DATE(WS-STARTUP-INDEX) IS EQUAL TO
004170                 WS-LOG-DATE
004180             AND SL-LOG-TIME IS LESS THAN
004190                 ST-LOG-TIME(WS-STARTUP-INDEX)
004200         SET WS-MATCH-FOUND TO TRUE
004210         MOVE WS-STARTUP-INDEX TO WS-MATCH-INDEX
004220     END-IF.
004230 2250-EXIT.
004240     EXIT.
004250*----------------------------------------------------------*
004260* 2500-ADVANCE-LOG-DATE - THE LOG HAS REACHED A NEW DATE.
004270* A STARTUP DATED BEFORE THE DAY BEFORE IT CAN NO LONGER
004280* PAIR, SO IT IS DROPPED FROM THE TABLE AND THE TABLE IS
004290* SQUEEZED.
004300*----------------------------------------------------------*
004310 2500-ADVANCE-LOG-DATE.
004320     MOVE WS-LOG-DATE TO WS-HIGH-LOG-DATE
004330     MOVE WS-LOG-DATE TO WS-DATE-WORK
004340     PERFORM 3900-STEP-BACK-ONE-DAY
004350         THRU 3900-EXIT
004360     MOVE WS-DATE-WORK TO WS-PAIRABLE-DATE
004370     PERFORM 2550-DROP-ONE-STARTUP
004380         THRU 2550-EXIT
004390         VARYING WS-STARTUP-INDEX FROM 1 BY 1
004400         UNTIL WS-STARTUP-INDEX IS GREATER THAN
004410             WS-STARTUP-COUNT
004420     PERFORM 2600-COMPACT-TABLE
004430         THRU 2600-EXIT.
004440 2500-EXIT.
004450     EXIT.
004460*----------------------------------------------------------*
004470* 2550-DROP-ONE-STARTUP - DROP ONE OPEN STARTUP TOO OLD TO
004480* PAIR.
004490*----------------------------------------------------------*
004500 2550-DROP-ONE-STARTUP.
004510     IF ST-OPEN(WS-STARTUP-INDEX)
004520             AND ST-LOG-DATE(WS-STARTUP-INDEX) IS LESS THAN
004530                 WS-PAIRABLE-DATE
004540         SET ST-DROPPED(WS-STARTUP-INDEX) TO TRUE
004550         PERFORM 2700-UNPAIRED-STARTUP
004560             THRU 2700-EXIT
004570     END-IF.
004580 2550-EXIT.
004590     EXIT.
004600*----------------------------------------------------------*
004610* 2600-COMPACT-TABLE - CLOSE UP THE TABLE OVER ITS PAIRED
004620* AND DROPPED ENTRIES, KEEPING THE OPEN ONES IN LOG ORDER.
004630*----------------------------------------------------------*
004640 2600-COMPACT-TABLE.
004650     MOVE ZERO TO WS-KEEP-INDEX
004660     PERFORM 2650-KEEP-ONE-STARTUP
004670         THRU 2650-EXIT
004680         VARYING WS-STARTUP-INDEX FROM 1 BY 1
004690         UNTIL WS-STARTUP-INDEX IS GREATER THAN
004700             WS-STARTUP-COUNT
004710     MOVE WS-KEEP-INDEX TO WS-STARTUP-COUNT.
004720 2600-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 2650-KEEP-ONE-STARTUP - MOVE ONE OPEN ENTRY DOWN TO THE
004760* NEXT KEPT SLOT.
004770*----------------------------------------------------------*
004780 2650-KEEP-ONE-STARTUP.
004790     IF NOT ST-OPEN(WS-STARTUP-INDEX)
004800         GO TO 2650-EXIT
004810     END-IF
004820     ADD 1 TO WS-KEEP-INDEX
004830     IF WS-KEEP-INDEX IS NOT EQUAL TO WS-STARTUP-INDEX
004840         MOVE WS-STARTUP-ENTRY(WS-STARTUP-INDEX)
004850             TO WS-STARTUP-ENTRY(WS-KEEP-INDEX)
004860     END-IF.
004870 2650-EXIT.
004880     EXIT.
004890*----------------------------------------------------------*
004900* 2700-UNPAIRED-STARTUP - ACCOUNT FOR A STARTUP THAT NEVER
004910* FOUND ITS COMPLETION.  ONE BEING PURGED FROM THE LOG IS
004920* LISTED ON THE REPORT; ONE STILL INSIDE THE RETENTION
004930* PERIOD IS ONLY COUNTED, AND IS LISTED ON THE NIGHT IT IS
004940* PURGED.
004950*----------------------------------------------------------*
004960 2700-UNPAIRED-STARTUP.
004970     IF ST-LOG-DATE(WS-STARTUP-INDEX) IS NOT LESS THAN
004980             WS-CUTOFF-DATE
004990         ADD 1 TO WS-NO-END-COUNT
005000         GO TO 2700-EXIT
005010     END-IF
005020     ADD 1 TO WS-ORPHAN-PURGED-COUNT
005030     MOVE ST-JOB-NAME(WS-STARTUP-INDEX) TO OD-JOB-NAME
005040     MOVE ST-LOG-DATE(WS-STARTUP-INDEX) TO OD-LOG-DATE
005050     MOVE ST-LOG-TIME(WS-STARTUP-INDEX) TO OD-LOG-TIME
005060     MOVE ST-OPERATOR-ID(WS-STARTUP-INDEX) TO OD-OPERATOR-ID
005070     WRITE LR-RECORD FROM WS-ORPHAN-DETAIL-LINE.
005080 2700-EXIT.
005090     EXIT.
005100*----------------------------------------------------------*
005110* 2900-KEEP-RECORD - COPY THE LOG RECORD UNCHANGED TO THE
005120* NEW LOG GENERATION.
005130*----------------------------------------------------------*
005140 2900-KEEP-RECORD.
005150     WRITE RL-RECORD FROM SL-RECORD
005160     IF FS-RETAINED-LOG IS NOT EQUAL TO "00"
005170         MOVE "RETAINED-LOG" TO WS-ABEND-FILE-ID
005180         MOVE FS-RETAINED-LOG TO WS-ABEND-STATUS
005190         PERFORM 9000-ABEND
005200             THRU 9000-EXIT
005210     END-IF
005220     ADD 1 TO WS-KEPT-COUNT.
005230 2900-EXIT.
005240     EXIT.
005250*----------------------------------------------------------*
005260* 3000-READ-SYSLOG - READ THE NEXT LOG RECORD.
005270*----------------------------------------------------------*
005280 3000-READ-SYSLOG.
005290     READ SYSLOG-FILE
005300         AT END
005310             SET WS-EOF-YES TO TRUE
005320     END-READ
005330     IF NOT WS-EOF-YES
005340         ADD 1 TO WS-RECORDS-READ
005350     END-IF.
005360 3000-EXIT.
005370     EXIT.
005380*----------------------------------------------------------*
005390* 3900-STEP-BACK-ONE-DAY - MOVE WS-DATE-WORK BACK ONE
005400* CALENDAR DAY, CALLING LEAP FOR THE LENGTH OF FEBRUARY.
005410*----------------------------------------------------------*
005420 3900-STEP-BACK-ONE-DAY.
005430     IF WS-DATE-MM IS LESS THAN 1
005440             OR WS-DATE-MM IS GREATER THAN 12
005450         GO TO 3900-EXIT
005460     END-IF
005470     IF WS-DATE-DD IS GREATER THAN 1
005480         SUBTRACT 1 FROM WS-DATE-DD
005490         GO TO 3900-EXIT
005500     END-IF
005510     IF WS-DATE-MM IS GREATER THAN 1
005520         SUBTRACT 1 FROM WS-DATE-MM
005530     ELSE
005540         MOVE 12 TO WS-DATE-MM
005550         SUBTRACT 1 FROM WS-DATE-YYYY
005560     END-IF
005570     PERFORM 3960-SET-FEBRUARY
005580         THRU 3960-EXIT
005590     MOVE WS-DAYS-IN-MONTH(WS-DATE-MM) TO WS-DATE-DD.
005600 3900-EXIT.
005610     EXIT.
005620*----------------------------------------------------------*
005630* 3950-COMPUTE-NEXT-DATE - MOVE WS-DATE-WORK FORWARD ONE
005640* CALENDAR DAY.  A DATE THAT DOES NOT PARSE GETS ZERO, SO
005650* ONLY SAME-DATE PAIRING APPLIES TO IT.
005660*----------------------------------------------------------*
005670 3950-COMPUTE-NEXT-DATE.
005680     IF WS-DATE-MM IS LESS THAN 1
005690             OR WS-DATE-MM IS GREATER THAN 12
005700         MOVE ZERO TO WS-DATE-WORK
005710         GO TO 3950-EXIT
005720     END-IF
005730     PERFORM 3960-SET-FEBRUARY
005740         THRU 3960-EXIT
005750     ADD 1 TO WS-DATE-DD
005760     IF WS-DATE-DD IS GREATER THAN
005770             WS-DAYS-IN-MONTH(WS-DATE-MM)
005780         MOVE 1 TO WS-DATE-DD
005790         ADD 1 TO WS-DATE-MM
005800         IF WS-DATE-MM IS GREATER THAN 12
005810             MOVE 1 TO WS-DATE-MM
005820             ADD 1 TO WS-DATE-YYYY
005830         END-IF
005840     END-IF.
005850 3950-EXIT.
005860     EXIT.
005870*----------------------------------------------------------*
005880* 3960-SET-FEBRUARY - SET THE LENGTH OF FEBRUARY FOR THE
005890* YEAR IN WS-DATE-WORK.
005900*----------------------------------------------------------*
005910 3960-SET-FEBRUARY.
005920     CALL "LEAP" USING WS-DATE-YYYY, WS-LEAP-RESULT,
005930         WS-LEAP-REASON
005940     IF WS-LEAP-RESULT IS EQUAL TO 1
005950         MOVE 29 TO WS-DAYS-IN-MONTH(2)
005960     ELSE
005970         MOVE 28 TO WS-DAYS-IN-MONTH(2)
005980     END-IF.
005990 3960-EXIT.
006000     EXIT.
006010*----------------------------------------------------------*
006020* 4000-END-OF-LOG - ACCOUNT FOR THE STARTUPS STILL OPEN AT
006030* THE END OF THE LOG.  ONE INSIDE THE RETENTION PERIOD MAY
006040* STILL BE RUNNING AND IS LEFT ON THE LOG FOR A LATER LOAD
006050* TO PAIR.
006060*----------------------------------------------------------*
006070 4000-END-OF-LOG.
006080     PERFORM 4100-CLOSE-ONE-STARTUP
006090         THRU 4100-EXIT
006100         VARYING WS-STARTUP-INDEX FROM 1 BY 1
006110         UNTIL WS-STARTUP-INDEX IS GREATER THAN
006120             WS-STARTUP-COUNT
006130     IF WS-ORPHAN-PURGED-COUNT IS EQUAL TO ZERO
006140         WRITE LR-RECORD FROM WS-NONE-LINE
006150     END-IF.
006160 4000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------*
006190* 4100-CLOSE-ONE-STARTUP - COUNT ONE STARTUP LEFT OPEN.
006200*----------------------------------------------------------*
006210 4100-CLOSE-ONE-STARTUP.
006220     IF NOT ST-OPEN(WS-STARTUP-INDEX)
006230         GO TO 4100-EXIT
006240     END-IF
006250     IF ST-LOG-DATE(WS-STARTUP-INDEX) IS LESS THAN
006260             WS-CUTOFF-DATE
006270         PERFORM 2700-UNPAIRED-STARTUP
006280             THRU 2700-EXIT
006290     ELSE
006300         ADD 1 TO WS-OPEN-COUNT
006310     END-IF.
006320 4100-EXIT.
006330     EXIT.
006340*----------------------------------------------------------*
006350* 5100-LOAD-PAIRED-RUN - BUILD THE HISTORY RECORD FOR THE
006360* MATCHED STARTUP AND THE CURRENT COMPLETION, WITH THE
006370* ELAPSED TIME BETWEEN THE TWO LOG TIMES (A DAY ADDED WHEN
006380* THE RUN CROSSED MIDNIGHT), WRITE IT, AND REMOVE THE
006390* COMPLETION-ONLY RECORD JOBEND POSTED FOR IT.
006400*----------------------------------------------------------*
006410 5100-LOAD-PAIRED-RUN.
006420     MOVE SPACES TO WORK-RUN-HISTORY-RECORD
006430     MOVE ST-JOB-NAME(WS-MATCH-INDEX) TO WRH-JOB-NAME
006440     MOVE ST-LOG-DATE(WS-MATCH-INDEX) TO WRH-RUN-DATE
006450     MOVE ST-LOG-TIME(WS-MATCH-INDEX) TO WRH-START-TIME
006460     SET WRH-PAIRED-RUN TO TRUE
006470     MOVE WS-LOG-DATE TO WRH-END-DATE
006480     MOVE SL-LOG-TIME TO WRH-END-TIME
006490     MOVE ST-LOG-TIME(WS-MATCH-INDEX) TO WS-TIME-PARTS
006500     COMPUTE WS-START-SECONDS =
006510             (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
006520             + WS-TIME-SS
006530     MOVE SL-LOG-TIME TO WS-TIME-PARTS
006540     COMPUTE WS-END-SECONDS =
006550             (WS-TIME-HH * 3600) + (WS-TIME-MM * 60)
006560             + WS-TIME-SS
006570     COMPUTE WS-ELAPSED-SECONDS =
006580             WS-END-SECONDS - WS-START-SECONDS
006590     IF WS-LOG-DATE IS NOT EQUAL TO
006600             ST-LOG-DATE(WS-MATCH-INDEX)
006610         ADD 86400 TO WS-ELAPSED-SECONDS
006620     END-IF
006630     MOVE WS-ELAPSED-SECONDS TO WRH-ELAPSED-SECONDS
006640     PERFORM 5150-SET-RETURN-CODE
006650         THRU 5150-EXIT
006660     MOVE ST-OPERATOR-ID(WS-MATCH-INDEX) TO WRH-OPERATOR-ID
006670     MOVE WS-TODAY TO WRH-LOAD-DATE
006680     PERFORM 5200-WRITE-HISTORY
006690         THRU 5200-EXIT
006700     MOVE SL-JOB-NAME TO WS-PROV-JOB-NAME
006710     MOVE WS-LOG-DATE TO WS-PROV-DATE
006720     MOVE SL-LOG-TIME TO WS-PROV-TIME
006730     PERFORM 5250-REMOVE-PROVISIONAL
006740         THRU 5250-EXIT.
006750 5100-EXIT.
006760     EXIT.
006770*----------------------------------------------------------*
006780* 5150-SET-RETURN-CODE - CARRY THE COMPLETION'S HIGHEST
006790* RETURN CODE, ZERO WHEN IT DOES NOT PARSE.
006800*----------------------------------------------------------*
006810 5150-SET-RETURN-CODE.
006820     IF SL-HIGHEST-RC IS NUMERIC
006830         MOVE SL-HIGHEST-RC TO WRH-HIGHEST-RC
006840     ELSE
006850         MOVE ZERO TO WRH-HIGHEST-RC
006860     END-IF.
006870 5150-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 5200-WRITE-HISTORY - WRITE THE BUILT HISTORY RECORD.  A
006910* DUPLICATE KEY MEANS AN EARLIER LOAD (OR JOBEND, FOR A
006920* RUN THAT STARTED AND ENDED IN THE SAME CLOCK TIME) GOT
006930* THERE FIRST - A PAIRED RUN REPLACES A COMPLETION-ONLY
006940* RECORD, ANYTHING ELSE IS LEFT ALONE.
006950*----------------------------------------------------------*
006960 5200-WRITE-HISTORY.
006970     MOVE WORK-RUN-HISTORY-RECORD TO RUN-HISTORY-RECORD
006980     WRITE RUN-HISTORY-RECORD
006990         INVALID KEY
007000             CONTINUE
007010         NOT INVALID KEY
007020             ADD 1 TO WS-LOADED-COUNT
007030             GO TO 5200-EXIT
007040     END-WRITE
007050     IF FS-RUN-HISTORY IS NOT EQUAL TO "22"
007060         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
007070         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
007080         PERFORM 9000-ABEND
007090             THRU 9000-EXIT
007100     END-IF
007110     MOVE WRH-KEY TO RH-KEY
007120     READ RUN-HISTORY
007130         INVALID KEY
007140             MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
007150             MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
007160             PERFORM 9000-ABEND
007170                 THRU 9000-EXIT
007180     END-READ
007190     IF RH-COMPLETION-ONLY
007200             AND WRH-PAIRED-RUN
007210         MOVE WORK-RUN-HISTORY-RECORD TO RUN-HISTORY-RECORD
007220         REWRITE RUN-HISTORY-RECORD
007230         IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
007240             MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
007250             MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
007260             PERFORM 9000-ABEND
007270                 THRU 9000-EXIT
007280         END-IF
007290         ADD 1 TO WS-LOADED-COUNT
007300     ELSE
007310         ADD 1 TO WS-ALREADY-COUNT
007320     END-IF.
007330 5200-EXIT.
007340     EXIT.
007350*----------------------------------------------------------*
007360* 5250-REMOVE-PROVISIONAL - DELETE THE COMPLETION-ONLY
007370* RECORD JOBEND POSTED FOR A RUN NOW LOADED AS A PAIR.
007380* NOTHING IS DONE WHEN IT IS GONE ALREADY OR WHEN ITS KEY
007390* IS THE PAIRED RUN'S OWN.
007400*----------------------------------------------------------*
007410 5250-REMOVE-PROVISIONAL.
007420     MOVE WS-PROVISIONAL-KEY TO RH-KEY
007430     READ RUN-HISTORY
007440         INVALID KEY
007450             GO TO 5250-EXIT
007460     END-READ
007470     IF NOT RH-COMPLETION-ONLY
007480         GO TO 5250-EXIT
007490     END-IF
007500     DELETE RUN-HISTORY RECORD
007510     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
007520         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
007530         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
007540         PERFORM 9000-ABEND
007550             THRU 9000-EXIT
007560     END-IF.
007570 5250-EXIT.
007580     EXIT.
007590*----------------------------------------------------------*
007600* 5300-LOAD-LONE-END - WRITE A COMPLETION NO HELD STARTUP
007610* CLAIMS AS A COMPLETION-ONLY RECORD KEYED ON ITS OWN DATE
007620* AND TIME, THE SAME KEY JOBEND POSTS IT UNDER.  WHEN AN
007630* EARLIER LOAD HAS ALREADY PAIRED IT - ITS STARTUP HAS
007640* SINCE BEEN PURGED FROM THE LOG - IT IS LEFT ALONE.
007650*----------------------------------------------------------*
007660 5300-LOAD-LONE-END.
007670     PERFORM 5350-FIND-PAIRED-RUN
007680         THRU 5350-EXIT
007690     IF WS-COVERED-YES
007700         ADD 1 TO WS-ALREADY-COUNT
007710         GO TO 5300-EXIT
007720     END-IF
007730     ADD 1 TO WS-LONE-END-COUNT
007740     MOVE SPACES TO WORK-RUN-HISTORY-RECORD
007750     MOVE SL-JOB-NAME TO WRH-JOB-NAME
007760     MOVE WS-LOG-DATE TO WRH-RUN-DATE
007770     MOVE SL-LOG-TIME TO WRH-START-TIME
007780     SET WRH-COMPLETION-ONLY TO TRUE
007790     MOVE WS-LOG-DATE TO WRH-END-DATE
007800     MOVE SL-LOG-TIME TO WRH-END-TIME
007810     MOVE ZERO TO WRH-ELAPSED-SECONDS
007820     PERFORM 5150-SET-RETURN-CODE
007830         THRU 5150-EXIT
007840     MOVE SL-OPERATOR-ID TO WRH-OPERATOR-ID
007850     MOVE WS-TODAY TO WRH-LOAD-DATE
007860     PERFORM 5200-WRITE-HISTORY
007870         THRU 5200-EXIT.
007880 5300-EXIT.
007890     EXIT.
007900*----------------------------------------------------------*
007910* 5350-FIND-PAIRED-RUN - LOOK FOR A PAIRED RUN OF THE SAME
007920* JOB, STARTED THE DAY BEFORE THE COMPLETION OR THE SAME
007930* DAY, THAT ENDED AT THE COMPLETION'S DATE AND TIME.
007940*----------------------------------------------------------*
007950 5350-FIND-PAIRED-RUN.
007960     SET WS-COVERED-NO TO TRUE
007970     MOVE WS-LOG-DATE TO WS-DATE-WORK
007980     PERFORM 3900-STEP-BACK-ONE-DAY
007990         THRU 3900-EXIT
008000     MOVE WS-DATE-WORK TO WS-PRIOR-DATE
008010     MOVE SL-JOB-NAME TO RH-JOB-NAME
008020     MOVE WS-PRIOR-DATE TO RH-RUN-DATE
008030     MOVE ZERO TO RH-START-TIME
008040     START RUN-HISTORY
008050         KEY IS NOT LESS THAN RH-KEY
008060         INVALID KEY
008070             GO TO 5350-EXIT
008080     END-START
008090     SET WS-HIST-EOF-NO TO TRUE
008100     PERFORM 5360-TEST-ONE-RUN
008110         THRU 5360-EXIT
008120         UNTIL WS-HIST-EOF-YES
008130             OR WS-COVERED-YES.
008140 5350-EXIT.
008150     EXIT.
008160*----------------------------------------------------------*
008170* 5360-TEST-ONE-RUN - READ THE NEXT RUN AND TEST WHETHER IT
008180* IS THE PAIRED RUN THE COMPLETION ENDED.  A RUN OF ANOTHER
008190* JOB, OR ONE STARTED AFTER THE COMPLETION DATE, ENDS THE
008200* SEARCH.
008210*----------------------------------------------------------*
008220 5360-TEST-ONE-RUN.
008230     READ RUN-HISTORY NEXT RECORD
008240         AT END
008250             SET WS-HIST-EOF-YES TO TRUE
008260             GO TO 5360-EXIT
008270     END-READ
008280     IF RH-JOB-NAME IS NOT EQUAL TO SL-JOB-NAME
008290             OR RH-RUN-DATE IS GREATER THAN WS-LOG-DATE
008300         SET WS-HIST-EOF-YES TO TRUE
008310         GO TO 5360-EXIT
008320     END-IF
008330     IF RH-PAIRED-RUN
008340             AND RH-END-DATE IS EQUAL TO WS-LOG-DATE
008350             AND RH-END-TIME IS EQUAL TO SL-LOG-TIME
008360         SET WS-COVERED-YES TO TRUE
008370     END-IF.
008380 5360-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410* 8000-FINALIZE - WRITE THE RUN TOTALS, CLOSE THE FILES AND
008420* SET THE RETURN CODE.
008430*----------------------------------------------------------*
008440 8000-FINALIZE.
008450     MOVE "LOG RECS READ  -" TO TL-LABEL
008460     MOVE WS-RECORDS-READ TO TL-COUNT
008470     WRITE LR-RECORD FROM WS-TOTAL-LINE
008480     MOVE "RUNS PAIRED    -" TO TL-LABEL
008490     MOVE WS-PAIRED-COUNT TO TL-COUNT
008500     WRITE LR-RECORD FROM WS-TOTAL-LINE
008510     MOVE "COMPLETION ONLY-" TO TL-LABEL
008520     MOVE WS-LONE-END-COUNT TO TL-COUNT
008530     WRITE LR-RECORD FROM WS-TOTAL-LINE
008540     MOVE "RUNS LOADED    -" TO TL-LABEL
008550     MOVE WS-LOADED-COUNT TO TL-COUNT
008560     WRITE LR-RECORD FROM WS-TOTAL-LINE
008570     MOVE "ALREADY LOADED -" TO TL-LABEL
008580     MOVE WS-ALREADY-COUNT TO TL-COUNT
008590     WRITE LR-RECORD FROM WS-TOTAL-LINE
008600     MOVE "NO COMPLETION  -" TO TL-LABEL
008610     MOVE WS-NO-END-COUNT TO TL-COUNT
008620     WRITE LR-RECORD FROM WS-TOTAL-LINE
008630     MOVE "STILL RUNNING  -" TO TL-LABEL
008640     MOVE WS-OPEN-COUNT TO TL-COUNT
008650     WRITE LR-RECORD FROM WS-TOTAL-LINE
008660     MOVE "LOG RECS KEPT  -" TO TL-LABEL
008670     MOVE WS-KEPT-COUNT TO TL-COUNT
008680     WRITE LR-RECORD FROM WS-TOTAL-LINE
008690     MOVE "LOG RECS PURGED-" TO TL-LABEL
008700     MOVE WS-PURGED-COUNT TO TL-COUNT
008710     WRITE LR-RECORD FROM WS-TOTAL-LINE
008720     CLOSE SYSLOG-FILE
008730     CLOSE RETAINED-LOG
008740     CLOSE RUN-HISTORY
008750     CLOSE LOAD-REPORT
008760     IF WS-ORPHAN-PURGED-COUNT IS GREATER THAN ZERO
008770         MOVE 4 TO RETURN-CODE
008780     END-IF.
008790 8000-EXIT.
008800     EXIT.
008810*----------------------------------------------------------*
008820* 9000-ABEND - DISPLAY THE FAILING FILE, TABLE OR PARM AND
008830* ITS STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN
008840* CODE.  THE NEW LOG GENERATION IS INCOMPLETE AND MUST NOT
008850* REPLACE THE OLD ONE.
008860*----------------------------------------------------------*
008870 9000-ABEND.
008880     DISPLAY "JOBLOAD ABEND - FILE " WS-ABEND-FILE-ID
008890         " STATUS " WS-ABEND-STATUS
008900     MOVE 16 TO RETURN-CODE
008910     STOP RUN.
008920 9000-EXIT.
008930     EXIT.
