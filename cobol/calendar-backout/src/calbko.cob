000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALBKO.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/15/2026 DH    ORIGINAL PROGRAM.  CALENDAR MASTER
000130*                  BACKOUT.  CALUPD AND FISCBLD JOURNAL THE
000140*                  FULL BEFORE IMAGE OF EVERY CALENDAR
000150*                  MASTER RECORD THEY REWRITE UNDER A RUN
000160*                  ID PRINTED ON THEIR REPORTS.  GIVEN THAT
000170*                  RUN ID IN THE EXEC PARM (COLUMNS 1-24,
000180*                  OPERATOR ID IN 26-33), THIS RUN PUTS
000190*                  EVERY JOURNALED RECORD BACK IN REVERSE
000200*                  SEQUENCE, RE-READS EACH ONE AND CHECKS
000210*                  IT AGAINST ITS JOURNAL IMAGE, MARKS THE
000220*                  JOURNAL ENTRY BACKED OUT, AND LOGS THE
000230*                  BACKOUT TO THE CHANGE-HISTORY FILE (ONE
000240*                  RECORD PER CALENDAR YEAR TOUCHED) AND
000250*                  TO SYSLOG.  ENTRIES ALREADY BACKED OUT
000260*                  ARE SKIPPED, SO A BACKOUT THAT ITSELF
000270*                  FAILS CAN SIMPLY BE RERUN.  RETURN CODE
000280*                  8 WHEN THE RUN HAS NOTHING TO BACK OUT,
000290*                  AN ENTRY IS MISSING OR A RESTORED RECORD
000300*                  DOES NOT MATCH ITS JOURNAL IMAGE.
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT JOURNAL-FILE ASSIGN TO CALJRNL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CJ-KEY
000420         FILE STATUS IS FS-JOURNAL-FILE.
000430     SELECT CALENDAR-MASTER ASSIGN TO CALMSTR
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CM-KEY
000470         FILE STATUS IS FS-CALENDAR-MASTER.
000480     SELECT HISTORY-FILE ASSIGN TO CHGHIST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CH-KEY
000520         FILE STATUS IS FS-HISTORY-FILE.
000530     SELECT SYSLOG-FILE ASSIGN TO SYSLOG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FS-SYSLOG-FILE.
000560     SELECT BACKOUT-REPORT ASSIGN TO BKORPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-BACKOUT-REPORT.
000590     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS FS-EXCEPTION-REPORT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  JOURNAL-FILE.
000650 COPY CALJRNL.
000660 FD  CALENDAR-MASTER.
000670 COPY CALMSTR.
000680 FD  HISTORY-FILE.
000690 COPY CHGHIST.
000700 FD  SYSLOG-FILE
000710     RECORDING MODE IS F.
000720 01  SL-RECORD                   PIC X(80).
000730 FD  BACKOUT-REPORT
000740     RECORDING MODE IS F.
000750 01  BR-RECORD                   PIC X(80).
000760 FD  EXCEPTION-REPORT
000770     RECORDING MODE IS F.
000780 01  ER-RECORD                   PIC X(80).
000790 WORKING-STORAGE SECTION.
000800 01  WS-SWITCHES.
000810     05  WS-JRNL-EOF-SWITCH      PIC X(01) VALUE "N".
000820         88  WS-JRNL-EOF-YES                VALUE "Y".
000830     05  WS-VERIFY-SWITCH        PIC X(01) VALUE "Y".
000840         88  WS-VERIFY-OK                   VALUE "Y".
000850         88  WS-VERIFY-FAILED               VALUE "N".
000860     05  WS-HIST-WRITTEN-SWITCH  PIC X(01) VALUE "N".
000870         88  WS-HIST-WRITTEN                VALUE "Y".
000880 01  WS-FILE-STATUSES.
000890     05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
000900     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
000910     05  FS-HISTORY-FILE         PIC X(02) VALUE "00".
000920     05  FS-SYSLOG-FILE          PIC X(02) VALUE "00".
000930     05  FS-BACKOUT-REPORT       PIC X(02) VALUE "00".
000940     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000950 01  WS-CONTROL-TOTALS.
000960     05  WS-ENTRY-COUNT          PIC 9(07) COMP VALUE ZERO.
000970     05  WS-RESTORED-COUNT       PIC 9(07) COMP VALUE ZERO.
000980     05  WS-VERIFIED-COUNT       PIC 9(07) COMP VALUE ZERO.
000990     05  WS-SKIPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
001000     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
001010 01  WS-BACKOUT-RUN-ID.
001020     05  WS-BKO-PROGRAM          PIC X(08).
001030     05  WS-BKO-DATE             PIC 9(08).
001040     05  WS-BKO-TIME             PIC 9(08).
001050 01  WS-HIGH-SEQUENCE            PIC 9(07).
001060 01  WS-JRNL-SEQUENCE            PIC S9(08) COMP.
001070 01  WS-OPERATOR-ID              PIC X(08).
001080 01  WS-RUN-DATE                 PIC 9(06).
001090 01  WS-RUN-TIME                 PIC 9(08).
001100 01  WS-TODAY                    PIC 9(08).
001110 01  WS-HIGHEST-RC               PIC 9(04) VALUE ZERO.
001120 01  WS-HIST-SEQUENCE            PIC 9(05) COMP.
001130 01  WS-REJECT-REASON            PIC X(30).
001140 01  WS-YEAR-TABLE.
001150     05  WS-YEAR-ENTRY           OCCURS 50 TIMES.
001160         10  WS-YT-YEAR          PIC 9(04).
001170         10  WS-YT-RESTORED      PIC 9(05) COMP.
001180         10  WS-YT-MISMATCHED    PIC 9(05) COMP.
001190 01  WS-YEAR-COUNT               PIC 9(02) COMP VALUE ZERO.
001200 01  WS-YEAR-INDEX               PIC 9(02) COMP.
001210 01  WS-YEAR-SLOT                PIC 9(02) COMP.
001220 COPY CALMSTR REPLACING LEADING ==CM== BY ==WCM==
001230                        LEADING ==CALENDAR== BY ==WORK-CALENDAR==.
001240 COPY SYSLOG.
001250 01  WS-HIST-BEFORE.
001260     05  FILLER                  PIC X(04) VALUE "RUN ".
001270     05  HB-RUN-ID               PIC X(24).
001280     05  FILLER                  PIC X(12) VALUE SPACES.
001290 01  WS-HIST-AFTER.
001300     05  FILLER                  PIC X(09) VALUE "RESTORED=".
001310     05  HA-RESTORED             PIC 9(05).
001320     05  FILLER                  PIC X(10) VALUE " MISMATCH=".
001330     05  HA-MISMATCHED           PIC 9(05).
001340     05  FILLER                  PIC X(11) VALUE SPACES.
001350 01  WS-REPORT-HEADER-LINE.
001360     05  FILLER                  PIC X(30)
001370             VALUE "CALBKO CALENDAR BACKOUT REPORT".
001380     05  FILLER                  PIC X(50) VALUE SPACES.
001390 01  WS-RUN-ID-LINE.
001400     05  FILLER                  PIC X(20)
001410             VALUE "BACKOUT OF RUN ID - ".
001420     05  RL-RUN-ID               PIC X(24).
001430     05  FILLER                  PIC X(04) VALUE " BY ".
001440     05  RL-OPERATOR-ID          PIC X(08).
001450     05  FILLER                  PIC X(24) VALUE SPACES.
001460 01  WS-DETAIL-LINE.
001470     05  FILLER                  PIC X(12)
001480             VALUE "JOURNAL SEQ ".
001490     05  DL-SEQUENCE             PIC 9(07).
001500     05  FILLER                  PIC X(06) VALUE " DATE ".
001510     05  DL-GREGORIAN-DATE       PIC 9(08).
001520     05  FILLER                  PIC X(03) VALUE SPACES.
001530     05  DL-RESULT               PIC X(20).
001540     05  FILLER                  PIC X(24) VALUE SPACES.
001550 01  WS-EXCEPTION-LINE.
001560     05  FILLER                  PIC X(12)
001570             VALUE "JOURNAL SEQ ".
001580     05  EL-SEQUENCE             PIC 9(07).
001590     05  FILLER                  PIC X(06) VALUE " DATE ".
001600     05  EL-DATE-VALUE           PIC X(08).
001610     05  FILLER                  PIC X(03) VALUE SPACES.
001620     05  EL-REJECT-REASON        PIC X(30).
001630     05  FILLER                  PIC X(14) VALUE SPACES.
001640 01  WS-TOTAL-LINE-1.
001650     05  FILLER                  PIC X(16)
001660             VALUE "ENTRIES FOUND  -".
001670     05  TL-ENTRY-COUNT          PIC ZZZZZZ9.
001680     05  FILLER                  PIC X(57) VALUE SPACES.
001690 01  WS-TOTAL-LINE-2.
001700     05  FILLER                  PIC X(16)
001710             VALUE "DAYS RESTORED  -".
001720     05  TL-RESTORED-COUNT       PIC ZZZZZZ9.
001730     05  FILLER                  PIC X(57) VALUE SPACES.
001740 01  WS-TOTAL-LINE-3.
001750     05  FILLER                  PIC X(16)
001760             VALUE "DAYS VERIFIED  -".
001770     05  TL-VERIFIED-COUNT       PIC ZZZZZZ9.
001780     05  FILLER                  PIC X(57) VALUE SPACES.
001790 01  WS-TOTAL-LINE-4.
001800     05  FILLER                  PIC X(16)
001810             VALUE "PREV BACKED OUT-".
001820     05  TL-SKIPPED-COUNT        PIC ZZZZZZ9.
001830     05  FILLER                  PIC X(57) VALUE SPACES.
001840 01  WS-EXCEPTION-TOTAL-LINE.
001850     05  FILLER                  PIC X(21)
001860             VALUE "EXCEPTIONS REJECTED -".
001870     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001880     05  FILLER                  PIC X(52) VALUE SPACES.
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
002000     PERFORM 2000-COUNT-ENTRIES
002010         THRU 2000-EXIT
002020     PERFORM 3000-RESTORE-ENTRY
002030         THRU 3000-EXIT
002040         VARYING WS-JRNL-SEQUENCE FROM WS-HIGH-SEQUENCE BY -1
002050         UNTIL WS-JRNL-SEQUENCE IS LESS THAN 1
002060     PERFORM 4000-WRITE-HISTORY
002070         THRU 4000-EXIT
002080         VARYING WS-YEAR-INDEX FROM 1 BY 1
002090         UNTIL WS-YEAR-INDEX IS GREATER THAN WS-YEAR-COUNT
002100     PERFORM 8000-FINALIZE
002110         THRU 8000-EXIT
002120     STOP RUN.
002130*----------------------------------------------------------*
002140* 1000-INITIALIZE - EDIT THE PARM (RUN ID IN COLUMNS 1-24 -
002150* PROGRAM, RUN DATE AND RUN TIME EXACTLY AS PRINTED ON THE
002160* RUN'S REPORT - AND THE OPERATOR ID IN 26-33), OPEN THE
002170* FILES, LOG THE STARTUP TO SYSLOG AND WRITE THE REPORT
002180* HEADINGS.
002190*----------------------------------------------------------*
002200 1000-INITIALIZE.
002210     IF LK-PARM-LENGTH IS LESS THAN 24
002220         MOVE "RUN-ID-PARM" TO WS-ABEND-FILE-ID
002230         MOVE "90" TO WS-ABEND-STATUS
002240         PERFORM 9000-ABEND
002250             THRU 9000-EXIT
002260     END-IF
002270     IF LK-PARM-TEXT(1:8) IS EQUAL TO SPACES
002280             OR LK-PARM-TEXT(9:16) IS NOT NUMERIC
002290         MOVE "RUN-ID-PARM" TO WS-ABEND-FILE-ID
002300         MOVE "91" TO WS-ABEND-STATUS
002310         PERFORM 9000-ABEND
002320             THRU 9000-EXIT
002330     END-IF
002340     MOVE LK-PARM-TEXT(1:24) TO WS-BACKOUT-RUN-ID
002350     IF LK-PARM-LENGTH IS GREATER THAN 25
002360         MOVE LK-PARM-TEXT(26:8) TO WS-OPERATOR-ID
002370     ELSE
002380         MOVE "UNKNOWN " TO WS-OPERATOR-ID
002390     END-IF
002400     OPEN I-O JOURNAL-FILE
002410     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
002420         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
002430         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
002440         PERFORM 9000-ABEND
002450             THRU 9000-EXIT
002460     END-IF
002470     OPEN I-O CALENDAR-MASTER
002480     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
002490         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
002500         MOVE FS-CALENDAR-MASTER TO WS-ABEND-STATUS
002510         PERFORM 9000-ABEND
002520             THRU 9000-EXIT
002530     END-IF
002540     OPEN I-O HISTORY-FILE
002550     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
002560         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
002570         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
002580         PERFORM 9000-ABEND
002590             THRU 9000-EXIT
002600     END-IF
002610     OPEN EXTEND SYSLOG-FILE
002620     IF FS-SYSLOG-FILE IS NOT EQUAL TO "00"
002630         MOVE "SYSLOG-FILE" TO WS-ABEND-FILE-ID
002640         MOVE FS-SYSLOG-FILE TO WS-ABEND-STATUS
002650         PERFORM 9000-ABEND
002660             THRU 9000-EXIT
002670     END-IF
002680     OPEN OUTPUT BACKOUT-REPORT
002690     IF FS-BACKOUT-REPORT IS NOT EQUAL TO "00"
002700         MOVE "BACKOUT-REPORT" TO WS-ABEND-FILE-ID
002710         MOVE FS-BACKOUT-REPORT TO WS-ABEND-STATUS
002720         PERFORM 9000-ABEND
002730             THRU 9000-EXIT
002740     END-IF
002750     OPEN OUTPUT EXCEPTION-REPORT
002760     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
002770         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
002780         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
002790         PERFORM 9000-ABEND
002800             THRU 9000-EXIT
002810     END-IF
002820     ACCEPT WS-RUN-DATE FROM DATE
002830     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002840     ACCEPT WS-RUN-TIME FROM TIME
002850     SET SL-STARTUP-RECORD TO TRUE
002860     PERFORM 7000-WRITE-SYSLOG
002870         THRU 7000-EXIT
002880     WRITE BR-RECORD FROM WS-REPORT-HEADER-LINE
002890     MOVE WS-BACKOUT-RUN-ID TO RL-RUN-ID
002900     MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
002910     WRITE BR-RECORD FROM WS-RUN-ID-LINE.
002920 1000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------*
002950* 2000-COUNT-ENTRIES - POSITION THE JOURNAL AT THE RUN AND
002960* READ ITS ENTRIES FORWARD TO FIND THE HIGHEST SEQUENCE
002970* NUMBER, SO THE RESTORE CAN WALK BACK DOWN FROM IT.  A RUN
002980* WITH NO ENTRIES, OR WITH EVERY ENTRY ALREADY BACKED OUT,
002990* IS AN EXCEPTION AND NOTHING IS RESTORED.
003000*----------------------------------------------------------*
003010 2000-COUNT-ENTRIES.
003020     MOVE ZERO TO WS-HIGH-SEQUENCE
003030     MOVE WS-BACKOUT-RUN-ID TO CJ-RUN-ID
003040     MOVE ZERO TO CJ-SEQUENCE
003050     START JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
003060         INVALID KEY
003070             SET WS-JRNL-EOF-YES TO TRUE
003080     END-START
003090     PERFORM 2100-READ-NEXT-ENTRY
003100         THRU 2100-EXIT
003110         UNTIL WS-JRNL-EOF-YES
003120     IF WS-ENTRY-COUNT IS EQUAL TO ZERO
003130         MOVE "NO JOURNAL ENTRIES FOR RUN" TO WS-REJECT-REASON
003140         MOVE ZERO TO EL-SEQUENCE
003150         MOVE SPACES TO EL-DATE-VALUE
003160         PERFORM 3600-LOG-EXCEPTION
003170             THRU 3600-EXIT
003180         GO TO 2000-EXIT
003190     END-IF
003200     IF WS-SKIPPED-COUNT IS EQUAL TO WS-ENTRY-COUNT
003210         MOVE "RUN ALREADY BACKED OUT" TO WS-REJECT-REASON
003220         MOVE ZERO TO EL-SEQUENCE
003230         MOVE SPACES TO EL-DATE-VALUE
003240         PERFORM 3600-LOG-EXCEPTION
003250             THRU 3600-EXIT
003260         MOVE ZERO TO WS-HIGH-SEQUENCE
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------*
003310* 2100-READ-NEXT-ENTRY - READ THE NEXT JOURNAL ENTRY AND
003320* STOP AT THE END OF THE RUN OR THE FILE.
003330*----------------------------------------------------------*
003340 2100-READ-NEXT-ENTRY.
003350     READ JOURNAL-FILE NEXT RECORD
003360         AT END
003370             SET WS-JRNL-EOF-YES TO TRUE
003380             GO TO 2100-EXIT
003390     END-READ
003400     IF CJ-RUN-ID IS NOT EQUAL TO WS-BACKOUT-RUN-ID
003410         SET WS-JRNL-EOF-YES TO TRUE
003420         GO TO 2100-EXIT
003430     END-IF
003440     ADD 1 TO WS-ENTRY-COUNT
003450     IF CJ-BACKOUT-DATE IS NOT EQUAL TO ZERO
003460         ADD 1 TO WS-SKIPPED-COUNT
003470     END-IF
003480     MOVE CJ-SEQUENCE TO WS-HIGH-SEQUENCE.
003490 2100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------*
003520* 3000-RESTORE-ENTRY - READ ONE JOURNAL ENTRY BY ITS
003530* SEQUENCE NUMBER AND PUT ITS BEFORE IMAGE BACK ON THE
003540* CALENDAR MASTER, ADDING THE RECORD BACK WHEN IT HAS SINCE
003550* BEEN REMOVED.  THE RECORD IS THEN VERIFIED AND THE ENTRY
003560* MARKED BACKED OUT.  AN ENTRY ALREADY BACKED OUT (COUNTED
003570* BY THE FORWARD PASS) IS SKIPPED.
003580*----------------------------------------------------------*
003590 3000-RESTORE-ENTRY.
003600     MOVE WS-BACKOUT-RUN-ID TO CJ-RUN-ID
003610     MOVE WS-JRNL-SEQUENCE TO CJ-SEQUENCE
003620     READ JOURNAL-FILE
003630         INVALID KEY
003640             MOVE "JOURNAL ENTRY MISSING" TO WS-REJECT-REASON
003650             MOVE WS-JRNL-SEQUENCE TO EL-SEQUENCE
003660             MOVE SPACES TO EL-DATE-VALUE
003670             PERFORM 3600-LOG-EXCEPTION
003680                 THRU 3600-EXIT
003690             GO TO 3000-EXIT
003700     END-READ
003710     IF CJ-BACKOUT-DATE IS NOT EQUAL TO ZERO
003720         GO TO 3000-EXIT
003730     END-IF
003740     MOVE CJ-BEFORE-IMAGE TO WORK-CALENDAR-MASTER-RECORD
003750     MOVE CJ-BEFORE-IMAGE TO CALENDAR-MASTER-RECORD
003760     REWRITE CALENDAR-MASTER-RECORD
003770         INVALID KEY
003780             WRITE CALENDAR-MASTER-RECORD
003790     END-REWRITE
003800     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
003810         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
003820         MOVE FS-CALENDAR-MASTER TO WS-ABEND-STATUS
003830         PERFORM 9000-ABEND
003840             THRU 9000-EXIT
003850     END-IF
003860     ADD 1 TO WS-RESTORED-COUNT
003870     PERFORM 3100-VERIFY-RESTORE
003880         THRU 3100-EXIT
003890     PERFORM 3200-COUNT-YEAR
003900         THRU 3200-EXIT
003910     MOVE CJ-SEQUENCE TO DL-SEQUENCE
003920     MOVE WCM-GREGORIAN-DATE TO DL-GREGORIAN-DATE
003930     IF WS-VERIFY-OK
003940         MOVE "RESTORED - VERIFIED" TO DL-RESULT
003950     ELSE
003960         MOVE "RESTORED - MISMATCH" TO DL-RESULT
003970     END-IF
003980     WRITE BR-RECORD FROM WS-DETAIL-LINE
003990     MOVE WS-TODAY TO CJ-BACKOUT-DATE
004000     REWRITE CALENDAR-JOURNAL-RECORD
004010     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
004020         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
004030         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
004040         PERFORM 9000-ABEND
004050             THRU 9000-EXIT
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 3100-VERIFY-RESTORE - RE-READ THE RESTORED RECORD BY ITS
004110* KEY AND COMPARE ALL 100 BYTES WITH THE JOURNAL IMAGE.
004120*----------------------------------------------------------*
004130 3100-VERIFY-RESTORE.
004140     SET WS-VERIFY-OK TO TRUE
004150     MOVE WCM-KEY TO CM-KEY
004160     READ CALENDAR-MASTER
004170         INVALID KEY
004180             SET WS-VERIFY-FAILED TO TRUE
004190             MOVE "RESTORED RECORD NOT ON FILE"
004200                 TO WS-REJECT-REASON
004210     END-READ
004220     IF WS-VERIFY-OK
004230         IF CALENDAR-MASTER-RECORD IS EQUAL TO CJ-BEFORE-IMAGE
004240             ADD 1 TO WS-VERIFIED-COUNT
004250         ELSE
004260             SET WS-VERIFY-FAILED TO TRUE
004270             MOVE "RESTORED RECORD DOES NOT MATCH"
004280                 TO WS-REJECT-REASON
004290         END-IF
004300     END-IF
004310     IF WS-VERIFY-FAILED
004320         MOVE CJ-SEQUENCE TO EL-SEQUENCE
004330         MOVE WCM-GREGORIAN-DATE TO EL-DATE-VALUE
004340         PERFORM 3600-LOG-EXCEPTION
004350             THRU 3600-EXIT
004360     END-IF.
004370 3100-EXIT.
004380     EXIT.
004390*----------------------------------------------------------*
004400* 3200-COUNT-YEAR - ADD THE RESTORED RECORD TO ITS CALENDAR
004410* YEAR'S COUNTS FOR THE CHANGE-HISTORY RECORDS, OPENING A
004420* NEW TABLE SLOT THE FIRST TIME A YEAR IS SEEN.
004430*----------------------------------------------------------*
004440 3200-COUNT-YEAR.
004450     MOVE ZERO TO WS-YEAR-SLOT
004460     PERFORM 3250-FIND-YEAR
004470         THRU 3250-EXIT
004480         VARYING WS-YEAR-INDEX FROM 1 BY 1
004490         UNTIL WS-YEAR-INDEX IS GREATER THAN WS-YEAR-COUNT
004500             OR WS-YEAR-SLOT IS GREATER THAN ZERO
004510     IF WS-YEAR-SLOT IS EQUAL TO ZERO
004520         IF WS-YEAR-COUNT IS NOT LESS THAN 50
004530             MOVE "YEAR TABLE FULL - NOT LOGGED"
004540                 TO WS-REJECT-REASON
004550             MOVE CJ-SEQUENCE TO EL-SEQUENCE
004560             MOVE WCM-GREGORIAN-DATE TO EL-DATE-VALUE
004570             PERFORM 3600-LOG-EXCEPTION
004580                 THRU 3600-EXIT
004590             GO TO 3200-EXIT
004600         END-IF
004610         ADD 1 TO WS-YEAR-COUNT
004620         MOVE WS-YEAR-COUNT TO WS-YEAR-SLOT
004630         MOVE WCM-YEAR TO WS-YT-YEAR(WS-YEAR-SLOT)
004640         MOVE ZERO TO WS-YT-RESTORED(WS-YEAR-SLOT)
004650         MOVE ZERO TO WS-YT-MISMATCHED(WS-YEAR-SLOT)
004660     END-IF
004670     ADD 1 TO WS-YT-RESTORED(WS-YEAR-SLOT)
004680     IF WS-VERIFY-FAILED
004690         ADD 1 TO WS-YT-MISMATCHED(WS-YEAR-SLOT)
004700     END-IF.
004710 3200-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 3250-FIND-YEAR - CHECK ONE TABLE SLOT FOR THE RESTORED
004750* RECORD'S YEAR.
004760*----------------------------------------------------------*
004770 3250-FIND-YEAR.
004780     IF WS-YT-YEAR(WS-YEAR-INDEX) IS EQUAL TO WCM-YEAR
004790         MOVE WS-YEAR-INDEX TO WS-YEAR-SLOT
004800     END-IF.
004810 3250-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 3600-LOG-EXCEPTION - WRITE ONE EXCEPTION LINE WITH THE
004850* JOURNAL SEQUENCE AND DATE ALREADY MOVED BY THE CALLER.
004860*----------------------------------------------------------*
004870 3600-LOG-EXCEPTION.
004880     ADD 1 TO WS-EXCEPTION-COUNT
004890     MOVE WS-REJECT-REASON TO EL-REJECT-REASON
004900     WRITE ER-RECORD FROM WS-EXCEPTION-LINE.
004910 3600-EXIT.
004920     EXIT.
004930*----------------------------------------------------------*
004940* 4000-WRITE-HISTORY - RECORD THE BACKOUT OF ONE CALENDAR
004950* YEAR ON THE KEYED CHANGE-HISTORY FILE - THE RUN BACKED
004960* OUT, THE RECORDS RESTORED AND HOW MANY FAILED THEIR
004970* VERIFICATION, UNDER THE OPERATOR FROM THE PARM.
004980*----------------------------------------------------------*
004990 4000-WRITE-HISTORY.
005000     MOVE SPACES TO CHANGE-HISTORY-RECORD
005010     MOVE WS-YT-YEAR(WS-YEAR-INDEX) TO CH-YEAR-AFFECTED
005020     MOVE WS-RUN-DATE TO CH-LOG-DATE
005030     ACCEPT WS-RUN-TIME FROM TIME
005040     MOVE WS-RUN-TIME TO CH-LOG-TIME
005050     MOVE "CALBKO" TO CH-PROGRAM
005060     MOVE "BACKOUT" TO CH-ACTION
005070     MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
005080     MOVE WS-BACKOUT-RUN-ID TO HB-RUN-ID
005090     MOVE WS-HIST-BEFORE TO CH-BEFORE-IMAGE
005100     MOVE WS-YT-RESTORED(WS-YEAR-INDEX) TO HA-RESTORED
005110     MOVE WS-YT-MISMATCHED(WS-YEAR-INDEX) TO HA-MISMATCHED
005120     MOVE WS-HIST-AFTER TO CH-AFTER-IMAGE
005130     MOVE ZERO TO WS-HIST-SEQUENCE
005140     MOVE "N" TO WS-HIST-WRITTEN-SWITCH
005150     PERFORM 4050-WRITE-HISTORY-RECORD
005160         THRU 4050-EXIT
005170         UNTIL WS-HIST-WRITTEN
005180             OR WS-HIST-SEQUENCE IS GREATER THAN 999
005190     IF NOT WS-HIST-WRITTEN
005200         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
005210         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
005220         PERFORM 9000-ABEND
005230             THRU 9000-EXIT
005240     END-IF.
005250 4000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------*
005280* 4050-WRITE-HISTORY-RECORD - TRY THE WRITE AT THE CURRENT
005290* SEQUENCE NUMBER, STEPPING THE SEQUENCE PAST A DUPLICATE
005300* KEY FROM ANOTHER WRITE IN THE SAME CLOCK SECOND.
005310*----------------------------------------------------------*
005320 4050-WRITE-HISTORY-RECORD.
005330     MOVE WS-HIST-SEQUENCE TO CH-SEQUENCE
005340     WRITE CHANGE-HISTORY-RECORD
005350         INVALID KEY
005360             ADD 1 TO WS-HIST-SEQUENCE
005370         NOT INVALID KEY
005380             MOVE "Y" TO WS-HIST-WRITTEN-SWITCH
005390     END-WRITE
005400     IF FS-HISTORY-FILE IS NOT EQUAL TO "00"
005410             AND FS-HISTORY-FILE IS NOT EQUAL TO "22"
005420         MOVE "HISTORY-FILE" TO WS-ABEND-FILE-ID
005430         MOVE FS-HISTORY-FILE TO WS-ABEND-STATUS
005440         PERFORM 9000-ABEND
005450             THRU 9000-EXIT
005460     END-IF.
005470 4050-EXIT.
005480     EXIT.
005490*----------------------------------------------------------*
005500* 7000-WRITE-SYSLOG - APPEND A STARTUP OR COMPLETION RECORD
005510* FOR THIS RUN TO SYSLOG, THE SAME WAY THE STARTUP AND
005520* END-OF-JOB STEPS DO.  THE RECORD TYPE IS SET BY THE
005530* CALLER.
005540*----------------------------------------------------------*
005550 7000-WRITE-SYSLOG.
005560     MOVE "CALBKO" TO SL-JOB-NAME
005570     MOVE WS-RUN-DATE TO SL-LOG-DATE
005580     MOVE WS-RUN-TIME TO SL-LOG-TIME
005590     MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID
005600     MOVE WS-HIGHEST-RC TO SL-HIGHEST-RC
005610     WRITE SL-RECORD FROM SYSLOG-LOG-RECORD
005620     IF FS-SYSLOG-FILE IS NOT EQUAL TO "00"
005630         MOVE "SYSLOG-FILE" TO WS-ABEND-FILE-ID
005640         MOVE FS-SYSLOG-FILE TO WS-ABEND-STATUS
005650         PERFORM 9000-ABEND
005660             THRU 9000-EXIT
005670     END-IF.
005680 7000-EXIT.
005690     EXIT.
005700*----------------------------------------------------------*
005710* 8000-FINALIZE - WRITE THE RUN TOTALS, SET THE RETURN
005720* CODE, LOG THE COMPLETION TO SYSLOG AND CLOSE THE FILES.
005730*----------------------------------------------------------*
005740 8000-FINALIZE.
005750     MOVE WS-ENTRY-COUNT TO TL-ENTRY-COUNT
005760     WRITE BR-RECORD FROM WS-TOTAL-LINE-1
005770     MOVE WS-RESTORED-COUNT TO TL-RESTORED-COUNT
005780     WRITE BR-RECORD FROM WS-TOTAL-LINE-2
005790     MOVE WS-VERIFIED-COUNT TO TL-VERIFIED-COUNT
005800     WRITE BR-RECORD FROM WS-TOTAL-LINE-3
005810     MOVE WS-SKIPPED-COUNT TO TL-SKIPPED-COUNT
005820     WRITE BR-RECORD FROM WS-TOTAL-LINE-4
005830     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
005840     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
005850     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
005860         MOVE 8 TO WS-HIGHEST-RC
005870     END-IF
005880     ACCEPT WS-RUN-TIME FROM TIME
005890     SET SL-COMPLETION-RECORD TO TRUE
005900     PERFORM 7000-WRITE-SYSLOG
005910         THRU 7000-EXIT
005920     CLOSE JOURNAL-FILE
005930     CLOSE CALENDAR-MASTER
005940     CLOSE HISTORY-FILE
005950     CLOSE SYSLOG-FILE
005960     CLOSE BACKOUT-REPORT
005970     CLOSE EXCEPTION-REPORT
005980     MOVE WS-HIGHEST-RC TO RETURN-CODE.
005990 8000-EXIT.
006000     EXIT.
006010*----------------------------------------------------------*
006020* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
006030* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
006040* A FILE STATUS OTHER THAN "00" MEANS THE FILE COULD NOT BE
006050* OPENED OR WRITTEN AS EXPECTED AND THE RUN CANNOT BE
006060* TRUSTED TO CONTINUE.
006070*----------------------------------------------------------*
006080 9000-ABEND.
006090     DISPLAY "CALBKO ABEND - FILE " WS-ABEND-FILE-ID
006100         " STATUS " WS-ABEND-STATUS
006110     MOVE 16 TO RETURN-CODE
006120     STOP RUN.
006130 9000-EXIT.
006140     EXIT.
