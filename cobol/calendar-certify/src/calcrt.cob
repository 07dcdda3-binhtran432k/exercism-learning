000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCRT.
000030 AUTHOR. D-HARLAN.
000040 INSTALLATION. FISCAL-SYSTEMS-DEVELOPMENT.
000050 DATE-WRITTEN. 10/14/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090*
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  --------------------------------------
000120* 10/14/2026 DH    ORIGINAL PROGRAM.  FORWARD-YEAR CALENDAR
000130*                  READINESS CERTIFICATION, RUN BEFORE THE
000140*                  YEAR-END RELEASE INSTEAD OF WALKING THE
000150*                  SIX CONTROL REPORTS BY HAND.  FOR EACH
000160*                  YEAR IN THE EXEC PARM RANGE, CONFIRMS
000170*                  THAT THE HOLIDAY MASTER HAS HOLIDAYS OF
000180*                  EVERY CLASS THE RECURRING-RULE CARDS
000190*                  CALL FOR, THAT THE CALENDAR MASTER HAS
000200*                  THE WHOLE YEAR WITH HOLIDAY NAMES THAT
000210*                  AGREE WITH THE HOLIDAY MASTER, THAT
000220*                  EVERY DAY IS FISCAL-STAMPED FROM A
000230*                  MATCHING FISCAL-PERIOD CARD, THAT A
000240*                  53-WEEK CARD IS ON THE OVERRIDE FILE,
000250*                  THAT THE BILLING SCHEDULE HAS ALL TWELVE
000260*                  MONTHS OF EVERY CYCLE-RULE CYCLE, AND
000270*                  THAT THE DUE SCHEDULE AND ACCRUAL FACTOR
000280*                  FILES HAVE A RECORD FOR EVERY BILLING
000290*                  SCHEDULE KEY.  PRINTS A YEAR-BY-YEAR
000300*                  PASS/FAIL MATRIX, LISTS EVERY FINDING ON
000310*                  THE EXCEPTION REPORT, AND ENDS WITH
000320*                  RETURN CODE EIGHT WHEN ANY YEAR IS NOT
000330*                  READY SO THE RELEASE CAN BE HELD.
000340*----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HOLIDAY-RULE-INPUT ASSIGN TO HOLRULE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FS-HOLIDAY-RULE-INPUT.
000440     SELECT PERIOD-INPUT ASSIGN TO FISCPRD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FS-PERIOD-INPUT.
000470     SELECT CYCLE-RULE-INPUT ASSIGN TO CYCRULE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FS-CYCLE-RULE-INPUT.
000500     SELECT HOLIDAY-FILE ASSIGN TO HOLMSTR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HM-KEY
000540         FILE STATUS IS FS-HOLIDAY-FILE.
000550     SELECT CALENDAR-MASTER ASSIGN TO CALMSTR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-KEY
000590         FILE STATUS IS FS-CALENDAR-MASTER.
000600     SELECT OVERRIDE-FILE ASSIGN TO OVRDIN
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS OV-YEAR
000640         FILE STATUS IS FS-OVERRIDE-FILE.
000650     SELECT SCHEDULE-FILE ASSIGN TO BILSCHED
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS BS-KEY
000690         FILE STATUS IS FS-SCHEDULE-FILE.
000700     SELECT DUE-FILE ASSIGN TO DUESCHED
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS DD-KEY
000740         FILE STATUS IS FS-DUE-FILE.
000750     SELECT FACTOR-FILE ASSIGN TO ACRFCT
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS AF-KEY
000790         FILE STATUS IS FS-FACTOR-FILE.
000800     SELECT MATRIX-REPORT ASSIGN TO CERTRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS FS-MATRIX-REPORT.
000830     SELECT EXCEPTION-REPORT ASSIGN TO EXCPTOUT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-EXCEPTION-REPORT.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  HOLIDAY-RULE-INPUT
000890     RECORDING MODE IS F.
000900 COPY HOLRULE.
000910 FD  PERIOD-INPUT
000920     RECORDING MODE IS F.
000930 COPY FISCPRD.
000940 FD  CYCLE-RULE-INPUT
000950     RECORDING MODE IS F.
000960 COPY CYCRULE.
000970 FD  HOLIDAY-FILE.
000980 COPY HOLMSTR.
000990 FD  CALENDAR-MASTER.
001000 COPY CALMSTR.
001010 FD  OVERRIDE-FILE.
001020 COPY OVRRIDE.
001030 FD  SCHEDULE-FILE.
001040 COPY BILSCHD.
001050 FD  DUE-FILE.
001060 COPY DUESCHD.
001070 FD  FACTOR-FILE.
001080 COPY ACRFCT.
001090 FD  MATRIX-REPORT
001100     RECORDING MODE IS F.
001110 01  MR-RECORD                   PIC X(80).
001120 FD  EXCEPTION-REPORT
001130     RECORDING MODE IS F.
001140 01  ER-RECORD                   PIC X(80).
001150 WORKING-STORAGE SECTION.
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001180         88  WS-EOF-YES                     VALUE "Y".
001190         88  WS-EOF-NO                      VALUE "N".
001200     05  WS-SCAN-SWITCH          PIC X(01) VALUE "N".
001210         88  WS-SCAN-DONE                   VALUE "Y".
001220         88  WS-SCAN-MORE                   VALUE "N".
001230     05  WS-CARD-FOUND-SWITCH    PIC X(01) VALUE "N".
001240         88  WS-CARD-FOUND                  VALUE "Y".
001250         88  WS-CARD-NOT-FOUND              VALUE "N".
001260     05  WS-NEXT-CARD-SWITCH     PIC X(01) VALUE "N".
001270         88  WS-NEXT-CARD-FOUND             VALUE "Y".
001280         88  WS-NEXT-CARD-NOT-FOUND         VALUE "N".
001290     05  WS-GAP-SWITCH           PIC X(01) VALUE "N".
001300         88  WS-GAP-FOUND                   VALUE "Y".
001310         88  WS-GAP-NOT-FOUND               VALUE "N".
001320 01  WS-FILE-STATUSES.
001330     05  FS-HOLIDAY-RULE-INPUT   PIC X(02) VALUE "00".
001340     05  FS-PERIOD-INPUT         PIC X(02) VALUE "00".
001350     05  FS-CYCLE-RULE-INPUT     PIC X(02) VALUE "00".
001360     05  FS-HOLIDAY-FILE         PIC X(02) VALUE "00".
001370     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
001380     05  FS-OVERRIDE-FILE        PIC X(02) VALUE "00".
001390     05  FS-SCHEDULE-FILE        PIC X(02) VALUE "00".
001400     05  FS-DUE-FILE             PIC X(02) VALUE "00".
001410     05  FS-FACTOR-FILE          PIC X(02) VALUE "00".
001420     05  FS-MATRIX-REPORT        PIC X(02) VALUE "00".
001430     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
001440 01  WS-CONTROL-TOTALS.
001450     05  WS-YEARS-CERTIFIED      PIC 9(07) COMP VALUE ZERO.
001460     05  WS-YEARS-READY          PIC 9(07) COMP VALUE ZERO.
001470     05  WS-YEARS-NOT-READY      PIC 9(07) COMP VALUE ZERO.
001480     05  WS-FINDING-COUNT        PIC 9(07) COMP VALUE ZERO.
001490     05  WS-CARDS-SKIPPED        PIC 9(07) COMP VALUE ZERO.
001500 01  WS-YEAR-COUNTS.
001510     05  WS-DAYS-READ            PIC 9(05) COMP.
001520     05  WS-DAYS-EXPECTED        PIC 9(05) COMP.
001530     05  WS-EXPECTED-DAY         PIC 9(05) COMP.
001540     05  WS-UNSTAMPED-COUNT      PIC 9(05) COMP.
001550     05  WS-UNMATCHED-COUNT      PIC 9(05) COMP.
001560     05  WS-SCHEDULES-READ       PIC 9(05) COMP.
001570 01  WS-FROM-YEAR                PIC 9(04).
001580 01  WS-TO-YEAR                  PIC 9(04).
001590 01  WS-CERT-YEAR                PIC 9(04).
001600 01  WS-FIRST-GAP-DAY            PIC 9(03).
001610 01  WS-FIRST-UNSTAMPED-DATE     PIC 9(08).
001620 01  WS-FIRST-UNMATCHED-DATE     PIC 9(08).
001630 01  WS-EXPECTED-NAME            PIC X(19).
001640 01  WS-SEARCH-YEAR              PIC 9(04).
001650 01  WS-NEXT-START-DATE          PIC 9(08).
001660 01  WS-DATE-WORK                PIC 9(08).
001670 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001680     05  WS-DATE-WORK-YEAR       PIC 9(04).
001690     05  WS-DATE-WORK-MMDD       PIC 9(04).
001700*----------------------------------------------------------*
001710* HOLIDAY CLASSES IN MATRIX ORDER, WITH THE NUMBER OF RULE
001720* CARDS OF EACH CLASS AND THE NUMBER OF HOLIDAY MASTER DATES
001730* OF EACH CLASS FOUND IN THE YEAR BEING CERTIFIED.
001740*----------------------------------------------------------*
001750 01  WS-CLASS-CODE-LIST          PIC X(03) VALUE "FBC".
001760 01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODE-LIST.
001770     05  WS-CLASS-CODE           PIC X(01) OCCURS 3 TIMES.
001780 01  WS-CLASS-COUNT-TABLE.
001790     05  WS-CLASS-ENTRY          OCCURS 3 TIMES.
001800         10  CL-RULE-COUNT       PIC 9(05) COMP.
001810         10  CL-HOLIDAY-COUNT    PIC 9(05) COMP.
001820 01  WS-CLASS-INDEX              PIC 9(02) COMP.
001830*----------------------------------------------------------*
001840* FISCAL-PERIOD CARDS, IN THE ORDER READ.
001850*----------------------------------------------------------*
001860 01  WS-CARD-MAXIMUM             PIC 9(03) COMP VALUE 50.
001870 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
001880 01  WS-CARD-TABLE.
001890     05  WS-CARD-ENTRY           OCCURS 50 TIMES.
001900         10  FT-FISCAL-YEAR      PIC 9(04).
001910         10  FT-START-DATE       PIC 9(08).
001920         10  FT-WEEK-COUNT       PIC 9(02).
001930 01  WS-CARD-INDEX               PIC 9(03) COMP.
001940 01  WS-FOUND-CARD               PIC 9(03) COMP.
001950*----------------------------------------------------------*
001960* CYCLE-RULE CYCLES, AND THE BILLING SCHEDULE MONTHS ON
001970* FILE FOR EACH CYCLE IN THE YEAR BEING CERTIFIED.
001980*----------------------------------------------------------*
001990 01  WS-CYCLE-RULE-TABLE.
002000     05  WS-CYCLE-HAS-RULE       PIC X(01) OCCURS 20 TIMES.
002010 01  WS-SCHEDULE-TABLE.
002020     05  WS-SCHEDULE-MONTH-ENTRY OCCURS 12 TIMES.
002030         10  WS-SCHEDULE-ON-FILE PIC X(01) OCCURS 20 TIMES.
002040 01  WS-MONTH-INDEX              PIC 9(02) COMP.
002050 01  WS-CYCLE-INDEX              PIC 9(02) COMP.
002060*----------------------------------------------------------*
002070* ONE PASS/FAIL RESULT PER FILE FOR THE YEAR BEING
002080* CERTIFIED, IN MATRIX COLUMN ORDER - HOLMSTR, CALMSTR,
002090* FISCAL STAMPING, OVRRIDE, BILSCHD, DUESCHD, ACRFCT.
002100*----------------------------------------------------------*
002110 01  WS-YEAR-RESULTS.
002120     05  WS-HOLMSTR-RESULT       PIC X(01).
002130         88  WS-HOLMSTR-FAILED              VALUE "F".
002140     05  WS-CALMSTR-RESULT       PIC X(01).
002150         88  WS-CALMSTR-FAILED              VALUE "F".
002160     05  WS-FISCAL-RESULT        PIC X(01).
002170         88  WS-FISCAL-FAILED               VALUE "F".
002180     05  WS-OVRRIDE-RESULT       PIC X(01).
002190         88  WS-OVRRIDE-FAILED              VALUE "F".
002200     05  WS-BILSCHD-RESULT       PIC X(01).
002210         88  WS-BILSCHD-FAILED              VALUE "F".
002220     05  WS-DUESCHD-RESULT       PIC X(01).
002230         88  WS-DUESCHD-FAILED              VALUE "F".
002240     05  WS-ACRFCT-RESULT        PIC X(01).
002250         88  WS-ACRFCT-FAILED               VALUE "F".
002260 01  WS-YEAR-RESULT-TABLE REDEFINES WS-YEAR-RESULTS.
002270     05  WS-FILE-RESULT          PIC X(01) OCCURS 7 TIMES.
002280         88  WS-FILE-PASSED                 VALUE "P".
002290 01  WS-FILE-INDEX               PIC 9(02) COMP.
002300 01  WS-YEAR-FAILED-SWITCH       PIC X(01).
002310     88  WS-YEAR-FAILED                     VALUE "Y".
002320     88  WS-YEAR-PASSED                     VALUE "N".
002330 01  WS-FINDING-FILE             PIC X(07).
002340 01  WS-FINDING-TEXT             PIC X(30).
002350 01  WS-FINDING-KEY              PIC X(08).
002360 01  WS-FINDING-VALUE            PIC 9(05).
002370 01  WS-KEY-WORK.
002380     05  WS-KEY-MONTH            PIC 9(02).
002390     05  FILLER                  PIC X(01) VALUE "/".
002400     05  WS-KEY-CYCLE            PIC 9(02).
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420 01  WS-REPORT-HEADER-LINE.
002430     05  FILLER                  PIC X(38)
002440             VALUE "CALCRT CALENDAR READINESS - YEARS     ".
002450     05  RH-FROM-YEAR            PIC 9(04).
002460     05  FILLER                  PIC X(04) VALUE " TO ".
002470     05  RH-TO-YEAR              PIC 9(04).
002480     05  FILLER                  PIC X(30) VALUE SPACES.
002490 01  WS-MATRIX-HEADER-LINE.
002500     05  FILLER                  PIC X(06) VALUE "YEAR  ".
002510     05  FILLER                  PIC X(09) VALUE "HOLMSTR  ".
002520     05  FILLER                  PIC X(09) VALUE "CALMSTR  ".
002530     05  FILLER                  PIC X(09) VALUE "FISCAL   ".
002540     05  FILLER                  PIC X(09) VALUE "OVRRIDE  ".
002550     05  FILLER                  PIC X(09) VALUE "BILSCHD  ".
002560     05  FILLER                  PIC X(09) VALUE "DUESCHD  ".
002570     05  FILLER                  PIC X(09) VALUE "ACRFCT   ".
002580     05  FILLER                  PIC X(11) VALUE "RESULT".
002590 01  WS-MATRIX-LINE.
002600     05  ML-YEAR                 PIC 9(04).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  ML-FILE-ENTRY           OCCURS 7 TIMES.
002630         10  ML-FILE-RESULT      PIC X(04).
002640         10  FILLER              PIC X(05).
002650     05  ML-YEAR-RESULT          PIC X(09).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670 01  WS-FINDING-LINE.
002680     05  FILLER                  PIC X(05) VALUE "YEAR ".
002690     05  FL-YEAR                 PIC 9(04).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  FL-FILE                 PIC X(07).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FL-FINDING-TEXT         PIC X(30).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  FL-KEY                  PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  FL-VALUE                PIC X(05).
002780     05  FILLER                  PIC X(13) VALUE SPACES.
002790 01  WS-VALUE-EDIT               PIC ZZZZ9.
002800 01  WS-TOTAL-LINE-1.
002810     05  FILLER                  PIC X(16)
002820             VALUE "YEARS CERTIFIED-".
002830     05  TL-YEARS-CERTIFIED      PIC ZZZZZZ9.
002840     05  FILLER                  PIC X(57) VALUE SPACES.
002850 01  WS-TOTAL-LINE-2.
002860     05  FILLER                  PIC X(16)
002870             VALUE "YEARS READY    -".
002880     05  TL-YEARS-READY          PIC ZZZZZZ9.
002890     05  FILLER                  PIC X(57) VALUE SPACES.
002900 01  WS-TOTAL-LINE-3.
002910     05  FILLER                  PIC X(16)
002920             VALUE "YEARS NOT READY-".
002930     05  TL-YEARS-NOT-READY      PIC ZZZZZZ9.
002940     05  FILLER                  PIC X(57) VALUE SPACES.
002950 01  WS-TOTAL-LINE-4.
002960     05  FILLER                  PIC X(16)
002970             VALUE "CARDS SKIPPED  -".
002980     05  TL-CARDS-SKIPPED        PIC ZZZZZZ9.
002990     05  FILLER                  PIC X(57) VALUE SPACES.
003000 01  WS-EXCEPTION-TOTAL-LINE.
003010     05  FILLER                  PIC X(21)
003020             VALUE "FINDINGS LISTED     -".
003030     05  ETL-FINDING-COUNT       PIC ZZZZZZ9.
003040     05  FILLER                  PIC X(52) VALUE SPACES.
003050 01  WS-ABEND-FIELDS.
003060     05  WS-ABEND-FILE-ID        PIC X(20).
003070     05  WS-ABEND-STATUS         PIC X(02).
003080 LINKAGE SECTION.
003090 01  LK-PARM-AREA.
003100     05  LK-PARM-LENGTH          PIC S9(04) COMP.
003110     05  LK-PARM-TEXT            PIC X(80).
003120 PROCEDURE DIVISION USING LK-PARM-AREA.
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-EXIT
003160     SET WS-EOF-NO TO TRUE
003170     PERFORM 1100-LOAD-HOLIDAY-RULE
003180         THRU 1100-EXIT
003190         UNTIL WS-EOF-YES
003200     SET WS-EOF-NO TO TRUE
003210     PERFORM 1200-LOAD-PERIOD-CARD
003220         THRU 1200-EXIT
003230         UNTIL WS-EOF-YES
003240     SET WS-EOF-NO TO TRUE
003250     PERFORM 1300-LOAD-CYCLE-RULE
003260         THRU 1300-EXIT
003270         UNTIL WS-EOF-YES
003280     PERFORM 2000-CERTIFY-YEAR
003290         THRU 2000-EXIT
003300         VARYING WS-CERT-YEAR FROM WS-FROM-YEAR BY 1
003310         UNTIL WS-CERT-YEAR IS GREATER THAN WS-TO-YEAR
003320     PERFORM 8000-FINALIZE
003330         THRU 8000-EXIT
003340     STOP RUN.
003350*----------------------------------------------------------*
003360* 1000-INITIALIZE - EDIT THE PARM YEAR RANGE (FROM-YEAR IN
003370* COLUMNS 1-4, TO-YEAR IN 6-9, DEFAULTING TO THE FROM-YEAR
003380* WHEN OMITTED), OPEN THE FILES, CLEAR THE RULE TABLES AND
003390* WRITE THE REPORT HEADERS.
003400*----------------------------------------------------------*
003410 1000-INITIALIZE.
003420     IF LK-PARM-LENGTH IS LESS THAN 4
003430             OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
003440         MOVE "CALCRT-PARM" TO WS-ABEND-FILE-ID
003450         MOVE "90" TO WS-ABEND-STATUS
003460         PERFORM 9000-ABEND
003470             THRU 9000-EXIT
003480     END-IF
003490     MOVE LK-PARM-TEXT(1:4) TO WS-FROM-YEAR
003500     IF LK-PARM-LENGTH IS NOT LESS THAN 9
003510             AND LK-PARM-TEXT(6:4) IS NUMERIC
003520         MOVE LK-PARM-TEXT(6:4) TO WS-TO-YEAR
003530     ELSE
003540         MOVE WS-FROM-YEAR TO WS-TO-YEAR
003550     END-IF
003560     IF WS-TO-YEAR IS LESS THAN WS-FROM-YEAR
003570         MOVE "CALCRT-PARM" TO WS-ABEND-FILE-ID
003580         MOVE "90" TO WS-ABEND-STATUS
003590         PERFORM 9000-ABEND
003600             THRU 9000-EXIT
003610     END-IF
003620     OPEN INPUT HOLIDAY-RULE-INPUT
003630     IF FS-HOLIDAY-RULE-INPUT IS NOT EQUAL TO "00"
003640         MOVE "HOLIDAY-RULE-INPUT" TO WS-ABEND-FILE-ID
003650         MOVE FS-HOLIDAY-RULE-INPUT TO WS-ABEND-STATUS
003660         PERFORM 9000-ABEND
003670             THRU 9000-EXIT
003680     END-IF
003690     OPEN INPUT PERIOD-INPUT
003700     IF FS-PERIOD-INPUT IS NOT EQUAL TO "00"
003710         MOVE "PERIOD-INPUT" TO WS-ABEND-FILE-ID
003720         MOVE FS-PERIOD-INPUT TO WS-ABEND-STATUS
003730         PERFORM 9000-ABEND
003740             THRU 9000-EXIT
003750     END-IF
003760     OPEN INPUT CYCLE-RULE-INPUT
003770     IF FS-CYCLE-RULE-INPUT IS NOT EQUAL TO "00"
003780         MOVE "CYCLE-RULE-INPUT" TO WS-ABEND-FILE-ID
003790         MOVE FS-CYCLE-RULE-INPUT TO WS-ABEND-STATUS
003800         PERFORM 9000-ABEND
003810             THRU 9000-EXIT
003820     END-IF
003830     OPEN INPUT HOLIDAY-FILE
003840     IF FS-HOLIDAY-FILE IS NOT EQUAL TO "00"
003850         MOVE "HOLIDAY-FILE" TO WS-ABEND-FILE-ID
003860         MOVE FS-HOLIDAY-FILE TO WS-ABEND-STATUS
003870         PERFORM 9000-ABEND
003880             THRU 9000-EXIT
003890     END-IF
003900     OPEN INPUT CALENDAR-MASTER
003910     IF FS-CALENDAR-MASTER IS NOT EQUAL TO "00"
003920         MOVE "CALENDAR-MASTER" TO WS-ABEND-FILE-ID
003930         MOVE FS-CALENDAR-MASTER TO WS-ABEND-STATUS
003940         PERFORM 9000-ABEND
003950             THRU 9000-EXIT
003960     END-IF
003970     OPEN INPUT OVERRIDE-FILE
003980     IF FS-OVERRIDE-FILE IS NOT EQUAL TO "00"
003990         MOVE "OVERRIDE-FILE" TO WS-ABEND-FILE-ID
004000         MOVE FS-OVERRIDE-FILE TO WS-ABEND-STATUS
004010         PERFORM 9000-ABEND
004020             THRU 9000-EXIT
004030     END-IF
004040     OPEN INPUT SCHEDULE-FILE
004050     IF FS-SCHEDULE-FILE IS NOT EQUAL TO "00"
004060         MOVE "SCHEDULE-FILE" TO WS-ABEND-FILE-ID
004070         MOVE FS-SCHEDULE-FILE TO WS-ABEND-STATUS
004080         PERFORM 9000-ABEND
004090             THRU 9000-EXIT
004100     END-IF
004110     OPEN INPUT DUE-FILE
004120     IF FS-DUE-FILE IS NOT EQUAL TO "00"
004130         MOVE "DUE-FILE" TO WS-ABEND-FILE-ID
004140         MOVE FS-DUE-FILE TO WS-ABEND-STATUS
004150         PERFORM 9000-ABEND
004160             THRU 9000-EXIT
004170     END-IF
004180     OPEN INPUT FACTOR-FILE
004190     IF FS-FACTOR-FILE IS NOT EQUAL TO "00"
004200         MOVE "FACTOR-FILE" TO WS-ABEND-FILE-ID
004210         MOVE FS-FACTOR-FILE TO WS-ABEND-STATUS
004220         PERFORM 9000-ABEND
004230             THRU 9000-EXIT
004240     END-IF
004250     OPEN OUTPUT MATRIX-REPORT
004260     IF FS-MATRIX-REPORT IS NOT EQUAL TO "00"
004270         MOVE "MATRIX-REPORT" TO WS-ABEND-FILE-ID
004280         MOVE FS-MATRIX-REPORT TO WS-ABEND-STATUS
004290         PERFORM 9000-ABEND
004300             THRU 9000-EXIT
004310     END-IF
004320     OPEN OUTPUT EXCEPTION-REPORT
004330     IF FS-EXCEPTION-REPORT IS NOT EQUAL TO "00"
004340         MOVE "EXCEPTION-REPORT" TO WS-ABEND-FILE-ID
004350         MOVE FS-EXCEPTION-REPORT TO WS-ABEND-STATUS
004360         PERFORM 9000-ABEND
004370             THRU 9000-EXIT
004380     END-IF
004390     MOVE ZERO TO CL-RULE-COUNT(1)
004400     MOVE ZERO TO CL-RULE-COUNT(2)
004410     MOVE ZERO TO CL-RULE-COUNT(3)
004420     MOVE SPACES TO WS-CYCLE-RULE-TABLE
004430     MOVE WS-FROM-YEAR TO RH-FROM-YEAR
004440     MOVE WS-TO-YEAR TO RH-TO-YEAR
004450     WRITE MR-RECORD FROM WS-REPORT-HEADER-LINE
004460     WRITE MR-RECORD FROM WS-MATRIX-HEADER-LINE
004470     WRITE ER-RECORD FROM WS-REPORT-HEADER-LINE.
004480 1000-EXIT.
004490     EXIT.
004500*----------------------------------------------------------*
004510* 1100-LOAD-HOLIDAY-RULE - READ ONE RECURRING-HOLIDAY RULE
004520* CARD AND COUNT IT UNDER ITS CLASS.  A CARD WITH A CLASS
004530* OTHER THAN F/B/C IS ONE HOLMNT REJECTS, SO IT CALLS FOR
004540* NOTHING AND IS ONLY COUNTED AS SKIPPED.
004550*----------------------------------------------------------*
004560 1100-LOAD-HOLIDAY-RULE.
004570     READ HOLIDAY-RULE-INPUT
004580         AT END
004590             SET WS-EOF-YES TO TRUE
004600             GO TO 1100-EXIT
004610     END-READ
004620     PERFORM 1110-COUNT-RULE-CLASS
004630         THRU 1110-EXIT
004640         VARYING WS-CLASS-INDEX FROM 1 BY 1
004650         UNTIL WS-CLASS-INDEX IS GREATER THAN 3
004660     IF NOT HR-IS-FEDERAL
004670             AND NOT HR-IS-BANK
004680             AND NOT HR-IS-COMPANY
004690         ADD 1 TO WS-CARDS-SKIPPED
004700     END-IF.
004710 1100-EXIT.
004720     EXIT.
004730*----------------------------------------------------------*
004740* 1110-COUNT-RULE-CLASS - COUNT THE CARD UNDER ONE CLASS
004750* WHEN IT IS THAT CLASS.
004760*----------------------------------------------------------*
004770 1110-COUNT-RULE-CLASS.
004780     IF HR-CLASS IS EQUAL TO WS-CLASS-CODE(WS-CLASS-INDEX)
004790         ADD 1 TO CL-RULE-COUNT(WS-CLASS-INDEX)
004800     END-IF.
004810 1110-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 1200-LOAD-PERIOD-CARD - READ ONE FISCAL-PERIOD CARD INTO
004850* THE CARD TABLE.  A CARD FISCBLD WOULD REJECT (NON-NUMERIC
004860* YEAR OR START DATE, WEEK COUNT NOT 52 OR 53), OR ONE PAST
004870* THE TABLE, IS SKIPPED AND CANNOT MATCH A STAMPED DAY.
004880*----------------------------------------------------------*
004890 1200-LOAD-PERIOD-CARD.
004900     READ PERIOD-INPUT
004910         AT END
004920             SET WS-EOF-YES TO TRUE
004930             GO TO 1200-EXIT
004940     END-READ
004950     IF FP-FISCAL-YEAR IS NOT NUMERIC
004960             OR FP-START-DATE IS NOT NUMERIC
004970             OR FP-WEEK-COUNT IS NOT NUMERIC
004980         ADD 1 TO WS-CARDS-SKIPPED
004990         GO TO 1200-EXIT
005000     END-IF
005010     IF NOT FP-52-WEEK-YEAR
005020             AND NOT FP-53-WEEK-YEAR
005030         ADD 1 TO WS-CARDS-SKIPPED
005040         GO TO 1200-EXIT
005050     END-IF
005060     IF WS-CARD-COUNT IS NOT LESS THAN WS-CARD-MAXIMUM
005070         ADD 1 TO WS-CARDS-SKIPPED
005080         GO TO 1200-EXIT
005090     END-IF
005100     ADD 1 TO WS-CARD-COUNT
005110     MOVE FP-FISCAL-YEAR TO FT-FISCAL-YEAR(WS-CARD-COUNT)
005120     MOVE FP-START-DATE TO FT-START-DATE(WS-CARD-COUNT)
005130     MOVE FP-WEEK-COUNT TO FT-WEEK-COUNT(WS-CARD-COUNT).
005140 1200-EXIT.
005150     EXIT.
005160*----------------------------------------------------------*
005170* 1300-LOAD-CYCLE-RULE - READ ONE BILLING-CYCLE RULE CARD
005180* AND MARK ITS CYCLE AS ONE THE BILLING SCHEDULE MUST
005190* CARRY.  A CYCLE NUMBER BILSCH WOULD REJECT IS SKIPPED.
005200*----------------------------------------------------------*
005210 1300-LOAD-CYCLE-RULE.
005220     READ CYCLE-RULE-INPUT
005230         AT END
005240             SET WS-EOF-YES TO TRUE
005250             GO TO 1300-EXIT
005260     END-READ
005270     IF CY-CYCLE-NUMBER IS NOT NUMERIC
005280         ADD 1 TO WS-CARDS-SKIPPED
005290         GO TO 1300-EXIT
005300     END-IF
005310     IF CY-CYCLE-NUMBER IS LESS THAN 1
005320             OR CY-CYCLE-NUMBER IS GREATER THAN 20
005330         ADD 1 TO WS-CARDS-SKIPPED
005340         GO TO 1300-EXIT
005350     END-IF
005360     MOVE "Y" TO WS-CYCLE-HAS-RULE(CY-CYCLE-NUMBER).
005370 1300-EXIT.
005380     EXIT.
005390*----------------------------------------------------------*
005400* 2000-CERTIFY-YEAR - RUN EVERY CHECK FOR ONE YEAR OF THE
005410* RANGE AND PRINT ITS ROW OF THE MATRIX.  THE YEAR IS READY
005420* ONLY WHEN EVERY FILE PASSES.
005430*----------------------------------------------------------*
005440 2000-CERTIFY-YEAR.
005445     MOVE SPACES TO WS-MATRIX-LINE
005450     ADD 1 TO WS-YEARS-CERTIFIED
005460     MOVE "PPPPPPP" TO WS-YEAR-RESULTS
005470     PERFORM 2100-CHECK-HOLMSTR
005480         THRU 2100-EXIT
005490     PERFORM 2200-CHECK-CALMSTR
005500         THRU 2200-EXIT
005510     PERFORM 2400-CHECK-OVRRIDE
005520         THRU 2400-EXIT
005530     PERFORM 2500-CHECK-BILSCHD
005540         THRU 2500-EXIT
005550     SET WS-YEAR-PASSED TO TRUE
005560     MOVE WS-CERT-YEAR TO ML-YEAR
005570     PERFORM 2050-SET-MATRIX-COLUMN
005580         THRU 2050-EXIT
005590         VARYING WS-FILE-INDEX FROM 1 BY 1
005600         UNTIL WS-FILE-INDEX IS GREATER THAN 7
005610     IF WS-YEAR-FAILED
005620         ADD 1 TO WS-YEARS-NOT-READY
005630         MOVE "NOT READY" TO ML-YEAR-RESULT
005640     ELSE
005650         ADD 1 TO WS-YEARS-READY
005660         MOVE "READY" TO ML-YEAR-RESULT
005670     END-IF
005680     WRITE MR-RECORD FROM WS-MATRIX-LINE.
005690 2000-EXIT.
005700     EXIT.
005710*----------------------------------------------------------*
005720* 2050-SET-MATRIX-COLUMN - PRINT ONE FILE'S PASS OR FAIL
005730* AND CARRY A FAILURE TO THE YEAR'S RESULT.
005740*----------------------------------------------------------*
005750 2050-SET-MATRIX-COLUMN.
005760     IF WS-FILE-PASSED(WS-FILE-INDEX)
005770         MOVE "PASS" TO ML-FILE-RESULT(WS-FILE-INDEX)
005780     ELSE
005790         MOVE "FAIL" TO ML-FILE-RESULT(WS-FILE-INDEX)
005800         SET WS-YEAR-FAILED TO TRUE
005810     END-IF.
005820 2050-EXIT.
005830     EXIT.
005840*----------------------------------------------------------*
005850* 2100-CHECK-HOLMSTR - COUNT THE YEAR'S HOLIDAY MASTER
005860* DATES BY CLASS, THEN FAIL THE FILE FOR EVERY CLASS THE
005870* RULE CARDS CALL FOR THAT HAS NO DATE IN THE YEAR.
005880*----------------------------------------------------------*
005890 2100-CHECK-HOLMSTR.
005900     MOVE ZERO TO CL-HOLIDAY-COUNT(1)
005910     MOVE ZERO TO CL-HOLIDAY-COUNT(2)
005920     MOVE ZERO TO CL-HOLIDAY-COUNT(3)
005930     MOVE WS-CERT-YEAR TO WS-DATE-WORK-YEAR
005940     MOVE 0101 TO WS-DATE-WORK-MMDD
005950     MOVE WS-DATE-WORK TO HM-GREGORIAN-DATE
005960     SET WS-SCAN-MORE TO TRUE
005970     START HOLIDAY-FILE KEY IS NOT LESS THAN HM-KEY
005980         INVALID KEY
005990             SET WS-SCAN-DONE TO TRUE
006000     END-START
006010     PERFORM 2110-COUNT-HOLIDAY
006020         THRU 2110-EXIT
006030         UNTIL WS-SCAN-DONE
006040     PERFORM 2120-CHECK-CLASS
006050         THRU 2120-EXIT
006060         VARYING WS-CLASS-INDEX FROM 1 BY 1
006070         UNTIL WS-CLASS-INDEX IS GREATER THAN 3.
006080 2100-EXIT.
006090     EXIT.
006100*----------------------------------------------------------*
006110* 2110-COUNT-HOLIDAY - READ THE NEXT HOLIDAY MASTER DATE
006120* AND COUNT IT UNDER ITS CLASS.  A DATE IN A LATER YEAR
006130* ENDS THE SCAN.
006140*----------------------------------------------------------*
006150 2110-COUNT-HOLIDAY.
006160     READ HOLIDAY-FILE NEXT RECORD
006170         AT END
006180             SET WS-SCAN-DONE TO TRUE
006190             GO TO 2110-EXIT
006200     END-READ
006210     MOVE HM-GREGORIAN-DATE TO WS-DATE-WORK
006220     IF WS-DATE-WORK-YEAR IS NOT EQUAL TO WS-CERT-YEAR
006230         SET WS-SCAN-DONE TO TRUE
006240         GO TO 2110-EXIT
006250     END-IF
006260     PERFORM 2115-COUNT-HOLIDAY-CLASS
006270         THRU 2115-EXIT
006280         VARYING WS-CLASS-INDEX FROM 1 BY 1
006290         UNTIL WS-CLASS-INDEX IS GREATER THAN 3.
006300 2110-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* 2115-COUNT-HOLIDAY-CLASS - COUNT THE DATE UNDER ONE CLASS
006340* WHEN IT IS THAT CLASS.
006350*----------------------------------------------------------*
006360 2115-COUNT-HOLIDAY-CLASS.
006370     IF HM-CLASS IS EQUAL TO WS-CLASS-CODE(WS-CLASS-INDEX)
006380         ADD 1 TO CL-HOLIDAY-COUNT(WS-CLASS-INDEX)
006390     END-IF.
006400 2115-EXIT.
006410     EXIT.
006420*----------------------------------------------------------*
006430* 2120-CHECK-CLASS - FAIL THE HOLIDAY MASTER WHEN ONE CLASS
006440* HAS RULE CARDS BUT NO DATES IN THE YEAR.  THE FINDING
006450* CARRIES THE CLASS AND ITS RULE-CARD COUNT.
006460*----------------------------------------------------------*
006470 2120-CHECK-CLASS.
006480     IF CL-RULE-COUNT(WS-CLASS-INDEX) IS EQUAL TO ZERO
006490             OR CL-HOLIDAY-COUNT(WS-CLASS-INDEX)
006500                 IS GREATER THAN ZERO
006510         GO TO 2120-EXIT
006520     END-IF
006530     MOVE "F" TO WS-HOLMSTR-RESULT
006540     MOVE "HOLMSTR" TO WS-FINDING-FILE
006550     MOVE "NO HOLIDAYS OF RULE CLASS" TO WS-FINDING-TEXT
006560     MOVE SPACES TO WS-FINDING-KEY
006570     MOVE WS-CLASS-CODE(WS-CLASS-INDEX) TO WS-FINDING-KEY
006580     MOVE CL-RULE-COUNT(WS-CLASS-INDEX) TO WS-FINDING-VALUE
006590     PERFORM 6000-WRITE-FINDING
006600         THRU 6000-EXIT.
006610 2120-EXIT.
006620     EXIT.
006630*----------------------------------------------------------*
006640* 2200-CHECK-CALMSTR - READ THE YEAR'S CALENDAR MASTER DAYS
006650* IN KEY ORDER.  THE YEAR IS COMPLETE WHEN THE DAY NUMBERS
006660* RUN UNBROKEN FROM 1 TO THE 365 OR 366 DAYS ITS OWN LEAP
006670* FLAG CALLS FOR.  EACH DAY'S HOLIDAY NAME AND FISCAL STAMP
006680* ARE CHECKED AS IT IS READ; UNSTAMPED AND UNMATCHED DAYS
006690* ARE REPORTED ONCE PER YEAR WITH THE FIRST DATE AND COUNT.
006700*----------------------------------------------------------*
006710 2200-CHECK-CALMSTR.
006720     MOVE ZERO TO WS-DAYS-READ
006730     MOVE ZERO TO WS-DAYS-EXPECTED
006740     MOVE ZERO TO WS-EXPECTED-DAY
006750     MOVE ZERO TO WS-UNSTAMPED-COUNT
006760     MOVE ZERO TO WS-UNMATCHED-COUNT
006770     MOVE ZERO TO WS-FIRST-GAP-DAY
006780     MOVE ZERO TO WS-FIRST-UNSTAMPED-DATE
006790     MOVE ZERO TO WS-FIRST-UNMATCHED-DATE
006800     SET WS-GAP-NOT-FOUND TO TRUE
006810     MOVE WS-CERT-YEAR TO CM-YEAR
006820     MOVE 1 TO CM-DAY-OF-YEAR
006830     SET WS-SCAN-MORE TO TRUE
006840     START CALENDAR-MASTER KEY IS NOT LESS THAN CM-KEY
006850         INVALID KEY
006860             SET WS-SCAN-DONE TO TRUE
006870     END-START
006880     PERFORM 2210-CHECK-DAY
006890         THRU 2210-EXIT
006900         UNTIL WS-SCAN-DONE
006910     IF WS-DAYS-READ IS EQUAL TO ZERO
006920         MOVE "F" TO WS-CALMSTR-RESULT
006930         MOVE "F" TO WS-FISCAL-RESULT
006940         MOVE "CALMSTR" TO WS-FINDING-FILE
006950         MOVE "YEAR NOT ON CALMSTR" TO WS-FINDING-TEXT
006960         MOVE SPACES TO WS-FINDING-KEY
006970         MOVE ZERO TO WS-FINDING-VALUE
006980         PERFORM 6000-WRITE-FINDING
006990             THRU 6000-EXIT
007000         GO TO 2200-EXIT
007010     END-IF
007020     IF WS-GAP-FOUND
007030             OR WS-DAYS-READ IS NOT EQUAL TO WS-DAYS-EXPECTED
007040         MOVE "F" TO WS-CALMSTR-RESULT
007050         MOVE "CALMSTR" TO WS-FINDING-FILE
007060         MOVE "YEAR INCOMPLETE - DAYS ON FILE" TO WS-FINDING-TEXT
007070         MOVE SPACES TO WS-FINDING-KEY
007080         IF WS-GAP-FOUND
007090             MOVE WS-FIRST-GAP-DAY TO WS-FINDING-KEY
007100         END-IF
007110         MOVE WS-DAYS-READ TO WS-FINDING-VALUE
007120         PERFORM 6000-WRITE-FINDING
007130             THRU 6000-EXIT
007140     END-IF
007150     IF WS-UNSTAMPED-COUNT IS GREATER THAN ZERO
007160         MOVE "F" TO WS-FISCAL-RESULT
007170         MOVE "FISCAL" TO WS-FINDING-FILE
007180         MOVE "DAYS NOT FISCAL-STAMPED" TO WS-FINDING-TEXT
007190         MOVE WS-FIRST-UNSTAMPED-DATE TO WS-FINDING-KEY
007200         MOVE WS-UNSTAMPED-COUNT TO WS-FINDING-VALUE
007210         PERFORM 6000-WRITE-FINDING
007220             THRU 6000-EXIT
007230     END-IF
007240     IF WS-UNMATCHED-COUNT IS GREATER THAN ZERO
007250         MOVE "F" TO WS-FISCAL-RESULT
007260         MOVE "FISCAL" TO WS-FINDING-FILE
007270         MOVE "DAYS WITH NO MATCHING FISCPRD" TO WS-FINDING-TEXT
007280         MOVE WS-FIRST-UNMATCHED-DATE TO WS-FINDING-KEY
007290         MOVE WS-UNMATCHED-COUNT TO WS-FINDING-VALUE
007300         PERFORM 6000-WRITE-FINDING
007310             THRU 6000-EXIT
007320     END-IF.
007330 2200-EXIT.
007340     EXIT.
007350*----------------------------------------------------------*
007360* 2210-CHECK-DAY - READ THE NEXT CALENDAR MASTER DAY, NOTE
007370* THE FIRST BREAK IN THE DAY NUMBERS, AND CHECK THE DAY'S
007380* HOLIDAY NAME AND FISCAL STAMP.  A DAY OF A LATER YEAR
007390* ENDS THE SCAN.
007400*----------------------------------------------------------*
007410 2210-CHECK-DAY.
007420     READ CALENDAR-MASTER NEXT RECORD
007430         AT END
007440             SET WS-SCAN-DONE TO TRUE
007450             GO TO 2210-EXIT
007460     END-READ
007470     IF CM-YEAR IS NOT EQUAL TO WS-CERT-YEAR
007480         SET WS-SCAN-DONE TO TRUE
007490         GO TO 2210-EXIT
007500     END-IF
007510     ADD 1 TO WS-DAYS-READ
007520     ADD 1 TO WS-EXPECTED-DAY
007530     IF WS-DAYS-READ IS EQUAL TO 1
007540         IF CM-IS-LEAP-YEAR
007550             MOVE 366 TO WS-DAYS-EXPECTED
007560         ELSE
007570             MOVE 365 TO WS-DAYS-EXPECTED
007580         END-IF
007590     END-IF
007600     IF CM-DAY-OF-YEAR IS NOT EQUAL TO WS-EXPECTED-DAY
007610         IF WS-GAP-NOT-FOUND
007620             SET WS-GAP-FOUND TO TRUE
007630             MOVE WS-EXPECTED-DAY TO WS-FIRST-GAP-DAY
007640         END-IF
007650         MOVE CM-DAY-OF-YEAR TO WS-EXPECTED-DAY
007660     END-IF
007670     PERFORM 2220-CHECK-HOLIDAY-NAME
007680         THRU 2220-EXIT
007690     PERFORM 2300-CHECK-FISCAL-STAMP
007700         THRU 2300-EXIT.
007710 2210-EXIT.
007720     EXIT.
007730*----------------------------------------------------------*
007740* 2220-CHECK-HOLIDAY-NAME - THE DAY'S HOLIDAY NAME MUST BE
007750* THE HOLIDAY MASTER'S NAME FOR THE DATE, OR SPACES WHEN
007760* THE DATE IS NOT A HOLIDAY - THE SAME RULE CALGEN STAMPS
007770* BY.
007780*----------------------------------------------------------*
007790 2220-CHECK-HOLIDAY-NAME.
007800     MOVE CM-GREGORIAN-DATE TO HM-GREGORIAN-DATE
007810     READ HOLIDAY-FILE
007820         INVALID KEY
007830             MOVE SPACES TO WS-EXPECTED-NAME
007840         NOT INVALID KEY
007850             MOVE HM-HOLIDAY-NAME TO WS-EXPECTED-NAME
007860     END-READ
007870     IF CM-HOLIDAY-NAME IS NOT EQUAL TO WS-EXPECTED-NAME
007880         MOVE "F" TO WS-CALMSTR-RESULT
007890         MOVE "CALMSTR" TO WS-FINDING-FILE
007900         MOVE "HOLIDAY NAME DIFFERS - HOLMSTR" TO WS-FINDING-TEXT
007910         MOVE CM-GREGORIAN-DATE TO WS-FINDING-KEY
007920         MOVE ZERO TO WS-FINDING-VALUE
007930         PERFORM 6000-WRITE-FINDING
007940             THRU 6000-EXIT
007950     END-IF.
007960 2220-EXIT.
007970     EXIT.
007980*----------------------------------------------------------*
007990* 2300-CHECK-FISCAL-STAMP - A STAMPED DAY MATCHES WHEN ITS
008000* FISCAL YEAR HAS A CARD, THE DATE IS ON OR AFTER THE
008010* CARD'S START DATE AND BEFORE THE NEXT FISCAL YEAR'S
008020* START DATE (WHEN THAT CARD IS PRESENT), AND ITS FISCAL
008030* WEEK IS WITHIN THE CARD'S WEEK COUNT.
008040*----------------------------------------------------------*
008050 2300-CHECK-FISCAL-STAMP.
008060     IF CM-FISCAL-YEAR IS EQUAL TO ZERO
008070         ADD 1 TO WS-UNSTAMPED-COUNT
008080         IF WS-UNSTAMPED-COUNT IS EQUAL TO 1
008090             MOVE CM-GREGORIAN-DATE TO WS-FIRST-UNSTAMPED-DATE
008100         END-IF
008110         GO TO 2300-EXIT
008120     END-IF
008130     MOVE CM-FISCAL-YEAR TO WS-SEARCH-YEAR
008140     PERFORM 2350-FIND-CARD
008150         THRU 2350-EXIT
008160     IF WS-CARD-NOT-FOUND
008170         GO TO 2300-UNMATCHED
008180     END-IF
008190     IF CM-GREGORIAN-DATE IS LESS THAN
008200             FT-START-DATE(WS-FOUND-CARD)
008210         GO TO 2300-UNMATCHED
008220     END-IF
008230     IF CM-FISCAL-WEEK IS GREATER THAN
008240             FT-WEEK-COUNT(WS-FOUND-CARD)
008250         GO TO 2300-UNMATCHED
008260     END-IF
008270     IF WS-NEXT-CARD-FOUND
008280             AND CM-GREGORIAN-DATE IS NOT LESS THAN
008290                 WS-NEXT-START-DATE
008300         GO TO 2300-UNMATCHED
008310     END-IF
008320     GO TO 2300-EXIT.
008330 2300-UNMATCHED.
008340     ADD 1 TO WS-UNMATCHED-COUNT
008350     IF WS-UNMATCHED-COUNT IS EQUAL TO 1
008360         MOVE CM-GREGORIAN-DATE TO WS-FIRST-UNMATCHED-DATE
008370     END-IF.
008380 2300-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410* 2350-FIND-CARD - FIND THE CARD FOR WS-SEARCH-YEAR AND THE
008420* START DATE OF THE CARD FOR THE FISCAL YEAR AFTER IT.  THE
008430* FIRST CARD READ FOR A YEAR WINS, AS IT DOES IN FISCBLD.
008440*----------------------------------------------------------*
008450 2350-FIND-CARD.
008460     SET WS-CARD-NOT-FOUND TO TRUE
008470     SET WS-NEXT-CARD-NOT-FOUND TO TRUE
008480     MOVE ZERO TO WS-FOUND-CARD
008490     MOVE ZERO TO WS-NEXT-START-DATE
008500     PERFORM 2360-CHECK-CARD
008510         THRU 2360-EXIT
008520         VARYING WS-CARD-INDEX FROM 1 BY 1
008530         UNTIL WS-CARD-INDEX IS GREATER THAN WS-CARD-COUNT.
008540 2350-EXIT.
008550     EXIT.
008560*----------------------------------------------------------*
008570* 2360-CHECK-CARD - TEST ONE TABLE ENTRY AGAINST THE
008580* SEARCH YEAR AND THE YEAR AFTER IT.
008590*----------------------------------------------------------*
008600 2360-CHECK-CARD.
008610     IF FT-FISCAL-YEAR(WS-CARD-INDEX) IS EQUAL TO WS-SEARCH-YEAR
008620             AND WS-CARD-NOT-FOUND
008630         SET WS-CARD-FOUND TO TRUE
008640         MOVE WS-CARD-INDEX TO WS-FOUND-CARD
008650     END-IF
008660     IF FT-FISCAL-YEAR(WS-CARD-INDEX) IS EQUAL TO
008670             WS-SEARCH-YEAR + 1
008680             AND WS-NEXT-CARD-NOT-FOUND
008690         SET WS-NEXT-CARD-FOUND TO TRUE
008700         MOVE FT-START-DATE(WS-CARD-INDEX) TO WS-NEXT-START-DATE
008710     END-IF.
008720 2360-EXIT.
008730     EXIT.
008740*----------------------------------------------------------*
008750* 2400-CHECK-OVRRIDE - THE FISCAL YEAR MUST HAVE A CARD,
008760* AND A 53-WEEK CARD IS ONLY VALID FOR A YEAR THE OVERRIDE
008770* FILE ACKNOWLEDGES, SO ITS YEAR MUST BE ON THE OVERRIDE
008780* FILE.  A 52-WEEK CARD HAS NOTHING TO AGREE WITH.
008790*----------------------------------------------------------*
008800 2400-CHECK-OVRRIDE.
008810     MOVE WS-CERT-YEAR TO WS-SEARCH-YEAR
008820     PERFORM 2350-FIND-CARD
008830         THRU 2350-EXIT
008840     IF WS-CARD-NOT-FOUND
008850         MOVE "F" TO WS-FISCAL-RESULT
008860         MOVE "FISCAL" TO WS-FINDING-FILE
008870         MOVE "NO FISCPRD CARD FOR YEAR" TO WS-FINDING-TEXT
008880         MOVE SPACES TO WS-FINDING-KEY
008890         MOVE ZERO TO WS-FINDING-VALUE
008900         PERFORM 6000-WRITE-FINDING
008910             THRU 6000-EXIT
008920         GO TO 2400-EXIT
008930     END-IF
008940     IF FT-WEEK-COUNT(WS-FOUND-CARD) IS NOT EQUAL TO 53
008950         GO TO 2400-EXIT
008960     END-IF
008970     MOVE WS-CERT-YEAR TO OV-YEAR
008980     READ OVERRIDE-FILE
008990         INVALID KEY
009000             MOVE "F" TO WS-OVRRIDE-RESULT
009010             MOVE "OVRRIDE" TO WS-FINDING-FILE
009020             MOVE "53-WEEK CARD NOT ON OVRRIDE"
009030                 TO WS-FINDING-TEXT
009040             MOVE FT-START-DATE(WS-FOUND-CARD)
009050                 TO WS-FINDING-KEY
009060             MOVE 53 TO WS-FINDING-VALUE
009070             PERFORM 6000-WRITE-FINDING
009080                 THRU 6000-EXIT
009090     END-READ.
009100 2400-EXIT.
009110     EXIT.
009120*----------------------------------------------------------*
009130* 2500-CHECK-BILSCHD - READ THE YEAR'S BILLING SCHEDULE IN
009140* KEY ORDER, CHECKING EACH KEY AGAINST THE DUE SCHEDULE AND
009150* THE ACCRUAL FACTOR FILE, THEN CHECK THAT EVERY RULE CYCLE
009160* HAS ALL TWELVE MONTHS.  A YEAR WITH NO BILLING SCHEDULE
009170* AT ALL FAILS ALL THREE FILES WITH ONE FINDING.
009180*----------------------------------------------------------*
009190 2500-CHECK-BILSCHD.
009200     MOVE ZERO TO WS-SCHEDULES-READ
009210     MOVE SPACES TO WS-SCHEDULE-TABLE
009220     MOVE WS-CERT-YEAR TO BS-YEAR
009230     MOVE ZERO TO BS-MONTH
009240     MOVE ZERO TO BS-CYCLE
009250     SET WS-SCAN-MORE TO TRUE
009260     START SCHEDULE-FILE KEY IS NOT LESS THAN BS-KEY
009270         INVALID KEY
009280             SET WS-SCAN-DONE TO TRUE
009290     END-START
009300     PERFORM 2510-CHECK-SCHEDULE
009310         THRU 2510-EXIT
009320         UNTIL WS-SCAN-DONE
009330     IF WS-SCHEDULES-READ IS EQUAL TO ZERO
009340         MOVE "F" TO WS-BILSCHD-RESULT
009350         MOVE "F" TO WS-DUESCHD-RESULT
009360         MOVE "F" TO WS-ACRFCT-RESULT
009370         MOVE "BILSCHD" TO WS-FINDING-FILE
009380         MOVE "YEAR NOT ON BILSCHD" TO WS-FINDING-TEXT
009390         MOVE SPACES TO WS-FINDING-KEY
009400         MOVE ZERO TO WS-FINDING-VALUE
009410         PERFORM 6000-WRITE-FINDING
009420             THRU 6000-EXIT
009430         GO TO 2500-EXIT
009440     END-IF
009450     PERFORM 2550-CHECK-RULE-CYCLE
009460         THRU 2550-EXIT
009470         VARYING WS-CYCLE-INDEX FROM 1 BY 1
009480         UNTIL WS-CYCLE-INDEX IS GREATER THAN 20.
009490 2500-EXIT.
009500     EXIT.
009510*----------------------------------------------------------*
009520* 2510-CHECK-SCHEDULE - READ THE NEXT BILLING SCHEDULE
009530* RECORD, NOTE ITS MONTH AND CYCLE, AND FAIL THE DUE
009540* SCHEDULE OR ACCRUAL FACTOR FILE WHEN EITHER HAS NO
009550* RECORD UNDER THE SAME KEY.  A RECORD OF A LATER YEAR
009560* ENDS THE SCAN.
009570*----------------------------------------------------------*
009580 2510-CHECK-SCHEDULE.
009590     READ SCHEDULE-FILE NEXT RECORD
009600         AT END
009610             SET WS-SCAN-DONE TO TRUE
009620             GO TO 2510-EXIT
009630     END-READ
009640     IF BS-YEAR IS NOT EQUAL TO WS-CERT-YEAR
009650         SET WS-SCAN-DONE TO TRUE
009660         GO TO 2510-EXIT
009670     END-IF
009680     ADD 1 TO WS-SCHEDULES-READ
009690     IF BS-MONTH IS NOT LESS THAN 1
009700             AND BS-MONTH IS NOT GREATER THAN 12
009710             AND BS-CYCLE IS NOT LESS THAN 1
009720             AND BS-CYCLE IS NOT GREATER THAN 20
009730         MOVE "Y" TO WS-SCHEDULE-ON-FILE(BS-MONTH, BS-CYCLE)
009740     END-IF
009750     MOVE BS-MONTH TO WS-KEY-MONTH
009760     MOVE BS-CYCLE TO WS-KEY-CYCLE
009770     MOVE BS-KEY TO DD-KEY
009780     READ DUE-FILE
009790         INVALID KEY
009800             MOVE "F" TO WS-DUESCHD-RESULT
009810             MOVE "DUESCHD" TO WS-FINDING-FILE
009820             MOVE "NO RECORD FOR BILSCHD KEY"
009830                 TO WS-FINDING-TEXT
009840             MOVE WS-KEY-WORK TO WS-FINDING-KEY
009850             MOVE ZERO TO WS-FINDING-VALUE
009860             PERFORM 6000-WRITE-FINDING
009870                 THRU 6000-EXIT
009880     END-READ
009890     MOVE BS-KEY TO AF-KEY
009900     READ FACTOR-FILE
009910         INVALID KEY
009920             MOVE "F" TO WS-ACRFCT-RESULT
009930             MOVE "ACRFCT" TO WS-FINDING-FILE
009940             MOVE "NO RECORD FOR BILSCHD KEY"
009950                 TO WS-FINDING-TEXT
009960             MOVE WS-KEY-WORK TO WS-FINDING-KEY
009970             MOVE ZERO TO WS-FINDING-VALUE
009980             PERFORM 6000-WRITE-FINDING
009990                 THRU 6000-EXIT
010000     END-READ.
010010 2510-EXIT.
010020     EXIT.
010030*----------------------------------------------------------*
010040* 2550-CHECK-RULE-CYCLE - FOR ONE CYCLE ON THE RULE CARDS,
010050* FAIL THE BILLING SCHEDULE FOR EVERY MONTH IT DOES NOT
010060* CARRY.
010070*----------------------------------------------------------*
010080 2550-CHECK-RULE-CYCLE.
010090     IF WS-CYCLE-HAS-RULE(WS-CYCLE-INDEX) IS NOT EQUAL TO "Y"
010100         GO TO 2550-EXIT
010110     END-IF
010120     PERFORM 2560-CHECK-RULE-MONTH
010130         THRU 2560-EXIT
010140         VARYING WS-MONTH-INDEX FROM 1 BY 1
010150         UNTIL WS-MONTH-INDEX IS GREATER THAN 12.
010160 2550-EXIT.
010170     EXIT.
010180*----------------------------------------------------------*
010190* 2560-CHECK-RULE-MONTH - FAIL THE BILLING SCHEDULE WHEN
010200* ONE MONTH OF A RULE CYCLE IS MISSING.
010210*----------------------------------------------------------*
010220 2560-CHECK-RULE-MONTH.
010230     IF WS-SCHEDULE-ON-FILE(WS-MONTH-INDEX, WS-CYCLE-INDEX)
010240             IS EQUAL TO "Y"
010250         GO TO 2560-EXIT
010260     END-IF
010270     MOVE "F" TO WS-BILSCHD-RESULT
010280     MOVE "BILSCHD" TO WS-FINDING-FILE
010290     MOVE "RULE CYCLE MONTH MISSING" TO WS-FINDING-TEXT
010300     MOVE WS-MONTH-INDEX TO WS-KEY-MONTH
010310     MOVE WS-CYCLE-INDEX TO WS-KEY-CYCLE
010320     MOVE WS-KEY-WORK TO WS-FINDING-KEY
010330     MOVE ZERO TO WS-FINDING-VALUE
010340     PERFORM 6000-WRITE-FINDING
010350         THRU 6000-EXIT.
010360 2560-EXIT.
010370     EXIT.
010380*----------------------------------------------------------*
010390* 6000-WRITE-FINDING - LIST ONE FINDING ON THE EXCEPTION
010400* REPORT UNDER THE YEAR AND FILE AND COUNT IT.  THE KEY IS
010410* A DATE, A DAY NUMBER, A CLASS OR A MONTH/CYCLE; A ZERO
010420* VALUE PRINTS BLANK.
010430*----------------------------------------------------------*
010440 6000-WRITE-FINDING.
010450     ADD 1 TO WS-FINDING-COUNT
010460     MOVE WS-CERT-YEAR TO FL-YEAR
010470     MOVE WS-FINDING-FILE TO FL-FILE
010480     MOVE WS-FINDING-TEXT TO FL-FINDING-TEXT
010490     MOVE WS-FINDING-KEY TO FL-KEY
010500     MOVE SPACES TO FL-VALUE
010510     IF WS-FINDING-VALUE IS NOT EQUAL TO ZERO
010520         MOVE WS-FINDING-VALUE TO WS-VALUE-EDIT
010530         MOVE WS-VALUE-EDIT TO FL-VALUE
010540     END-IF
010550     WRITE ER-RECORD FROM WS-FINDING-LINE.
010560 6000-EXIT.
010570     EXIT.
010580*----------------------------------------------------------*
010590* 8000-FINALIZE - WRITE THE CONTROL TOTALS, CLOSE THE
010600* FILES AND SET THE GATING RETURN CODE.  EIGHT HOLDS THE
010610* YEAR-END RELEASE; ZERO CERTIFIES EVERY YEAR IN THE RANGE.
010620*----------------------------------------------------------*
010630 8000-FINALIZE.
010640     MOVE WS-YEARS-CERTIFIED TO TL-YEARS-CERTIFIED
010650     WRITE MR-RECORD FROM WS-TOTAL-LINE-1
010660     MOVE WS-YEARS-READY TO TL-YEARS-READY
010670     WRITE MR-RECORD FROM WS-TOTAL-LINE-2
010680     MOVE WS-YEARS-NOT-READY TO TL-YEARS-NOT-READY
010690     WRITE MR-RECORD FROM WS-TOTAL-LINE-3
010700     MOVE WS-CARDS-SKIPPED TO TL-CARDS-SKIPPED
010710     WRITE MR-RECORD FROM WS-TOTAL-LINE-4
010720     MOVE WS-FINDING-COUNT TO ETL-FINDING-COUNT
010730     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
010740     CLOSE HOLIDAY-RULE-INPUT
010750     CLOSE PERIOD-INPUT
010760     CLOSE CYCLE-RULE-INPUT
010770     CLOSE HOLIDAY-FILE
010780     CLOSE CALENDAR-MASTER
010790     CLOSE OVERRIDE-FILE
010800     CLOSE SCHEDULE-FILE
010810     CLOSE DUE-FILE
010820     CLOSE FACTOR-FILE
010830     CLOSE MATRIX-REPORT
010840     CLOSE EXCEPTION-REPORT
010850     IF WS-YEARS-NOT-READY IS GREATER THAN ZERO
010860         MOVE 8 TO RETURN-CODE
010870     END-IF.
010880 8000-EXIT.
010890     EXIT.
010900*----------------------------------------------------------*
010910* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
010920* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
010930*----------------------------------------------------------*
010940 9000-ABEND.
010950     DISPLAY "CALCRT ABEND - FILE " WS-ABEND-FILE-ID
010960         " STATUS " WS-ABEND-STATUS
010970     MOVE 16 TO RETURN-CODE
010980     STOP RUN.
010990 9000-EXIT.
011000     EXIT.
