000275*                  RUN DATE/TIME) SO AUDIT CAN SEE WHEN A
000276*                  YEAR'S FISCAL FIELDS WERE BUILT WITHOUT
000277*                  DIGGING THROUGH THE PAPER REPORTS.
000278* 10/15/2026 DH    EVERY DAY STAMPED NOW HAS ITS FULL
000279*                  100-BYTE BEFORE IMAGE WRITTEN TO THE
000280*                  CALJRNL JOURNAL FIRST, UNDER A RUN ID
000281*                  PRINTED ON THE CONTROL REPORT, SO CALBKO
000282*                  CAN BACK OUT A BUILD THAT ABENDS PART
000283*                  WAY THROUGH A FISCAL YEAR.
000284*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000486         ACCESS MODE IS RANDOM
000487         RECORD KEY IS CH-KEY
000488         FILE STATUS IS FS-HISTORY-FILE.
000489     SELECT JOURNAL-FILE ASSIGN TO CALJRNL
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS RANDOM
000492         RECORD KEY IS CJ-KEY
000493         FILE STATUS IS FS-JOURNAL-FILE.
000494 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PERIOD-INPUT
000520     RECORDING MODE IS F.
000610 01  ER-RECORD                   PIC X(80).
000612 FD  HISTORY-FILE.
000614 COPY CHGHIST.
000616 FD  JOURNAL-FILE.
000618 COPY CALJRNL.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000840     05  FS-CONTROL-REPORT       PIC X(02) VALUE "00".
000850     05  FS-EXCEPTION-REPORT     PIC X(02) VALUE "00".
000852     05  FS-HISTORY-FILE         PIC X(02) VALUE "00".
000856     05  FS-JOURNAL-FILE         PIC X(02) VALUE "00".
000860 01  WS-CONTROL-TOTALS.
000870     05  WS-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
000880     05  WS-DEF-APPLIED-COUNT    PIC 9(07) COMP VALUE ZERO.
000890     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
000900     05  WS-DAYS-STAMPED-COUNT   PIC 9(09) COMP VALUE ZERO.
000910     05  WS-YEAR-DAY-COUNT       PIC 9(05) COMP VALUE ZERO.
000915     05  WS-JOURNAL-COUNT        PIC 9(07) COMP VALUE ZERO.
000920 01  WS-WORK-DATE                PIC 9(08).
000930 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000940     05  WS-WORK-YEAR            PIC 9(04).
001261 01  WS-RUN-DATE                 PIC 9(06).
001262 01  WS-RUN-TIME                 PIC 9(08).
001263 01  WS-HIST-SEQUENCE            PIC 9(05) COMP.
001264 01  WS-JOURNAL-RUN-ID.
001265     05  WS-JRNL-PROGRAM         PIC X(08) VALUE "FISCBLD".
001266     05  WS-JRNL-DATE            PIC 9(08).
001267     05  WS-JRNL-TIME            PIC 9(08).
001268 01  WS-HIST-AFTER.
001269     05  FILLER                  PIC X(06) VALUE "START=".
001270     05  HA-START-DATE           PIC 9(08).
001271     05  FILLER                  PIC X(05) VALUE " PAT=".
001272     05  HA-PATTERN              PIC X(03).
001273     05  FILLER                  PIC X(07) VALUE " WEEKS=".
001274     05  HA-WEEK-COUNT           PIC 9(02).
001275     05  FILLER                  PIC X(09) VALUE SPACES.
001276 01  WS-REPORT-HEADER-LINE.
001280     05  FILLER                  PIC X(27)
001290             VALUE "FISCBLD FISCAL BUILD REPORT".
001300     05  FILLER                  PIC X(53) VALUE SPACES.
001301 01  WS-RUN-ID-LINE.
001302     05  FILLER                  PIC X(17)
001303             VALUE "JOURNAL RUN ID - ".
001304     05  RL-RUN-ID               PIC X(24).
001305     05  FILLER                  PIC X(39) VALUE SPACES.
001310 01  WS-DEFINITION-LINE.
001320     05  FILLER                  PIC X(12)
001330             VALUE "FISCAL YEAR ".
001560             VALUE "DAYS STAMPED   -".
001570     05  TL-DAYS-STAMPED         PIC ZZZZZZZZ9.
001580     05  FILLER                  PIC X(55) VALUE SPACES.
001581 01  WS-TOTAL-LINE-4.
001582     05  FILLER                  PIC X(16)
001583             VALUE "DAYS JOURNALED -".
001584     05  TL-JOURNAL-COUNT        PIC ZZZZZZ9.
001585     05  FILLER                  PIC X(57) VALUE SPACES.
001590 01  WS-EXCEPTION-LINE.
001600     05  EL-LITERAL              PIC X(16)
001610             VALUE "INVALID DEFN - R".
002186         PERFORM 9000-ABEND
002187             THRU 9000-EXIT
002188     END-IF
002189     OPEN I-O JOURNAL-FILE
002190     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
002191         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
002192         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
002193         PERFORM 9000-ABEND
002194             THRU 9000-EXIT
002195     END-IF
002196     ACCEPT WS-RUN-DATE FROM DATE
002197     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
002198     ACCEPT WS-JRNL-TIME FROM TIME
002199     WRITE CR-RECORD FROM WS-REPORT-HEADER-LINE
002200     MOVE WS-JOURNAL-RUN-ID TO RL-RUN-ID
002201     WRITE CR-RECORD FROM WS-RUN-ID-LINE
002202     MOVE 31 TO WS-DAYS-IN-MONTH(1)
002210     MOVE 28 TO WS-DAYS-IN-MONTH(2)
002220     MOVE 31 TO WS-DAYS-IN-MONTH(3)
002230     MOVE 30 TO WS-DAYS-IN-MONTH(4)
005720 5100-EXIT.
005730     EXIT.
005740*----------------------------------------------------------*
005750* 5200-STAMP-DAY - RE-READ ONE COLLECTED DAY BY ITS KEY,
005760* JOURNAL ITS BEFORE IMAGE AND REWRITE IT WITH THE FISCAL
005770* YEAR, PERIOD, WEEK AND WEEK-ENDING DATE.
005780*----------------------------------------------------------*
005790 5200-STAMP-DAY.
005800     MOVE WS-WEEK-KEY-YEAR(WS-DAY-INDEX) TO WS-TARGET-YEAR
005860         SET WS-BUILD-FAILED TO TRUE
005870         GO TO 5200-EXIT
005880     END-IF
005883     PERFORM 7600-WRITE-JOURNAL
005886         THRU 7600-EXIT
005890     MOVE FP-FISCAL-YEAR TO CM-FISCAL-YEAR
005900     MOVE WS-CURR-PERIOD TO CM-FISCAL-PERIOD
005910     MOVE WS-FISCAL-WEEK TO CM-FISCAL-WEEK
006055 7550-EXIT.
006056     EXIT.
006057*----------------------------------------------------------*
006058* 7600-WRITE-JOURNAL - WRITE THE FULL BEFORE IMAGE OF THE
006059* CALENDAR MASTER RECORD IN THE FILE AREA TO THE JOURNAL,
006060* UNDER THIS RUN'S ID AT THE NEXT SEQUENCE NUMBER, BEFORE
006061* THE DAY IS STAMPED AND REWRITTEN.
006062*----------------------------------------------------------*
006063 7600-WRITE-JOURNAL.
006064     ADD 1 TO WS-JOURNAL-COUNT
006065     MOVE SPACES TO CALENDAR-JOURNAL-RECORD
006066     MOVE WS-JOURNAL-RUN-ID TO CJ-RUN-ID
006067     MOVE WS-JOURNAL-COUNT TO CJ-SEQUENCE
006068     ACCEPT WS-RUN-TIME FROM TIME
006069     MOVE WS-RUN-TIME TO CJ-JOURNAL-TIME
006070     MOVE CALENDAR-MASTER-RECORD TO CJ-BEFORE-IMAGE
006071     MOVE ZERO TO CJ-BACKOUT-DATE
006072     WRITE CALENDAR-JOURNAL-RECORD
006073     IF FS-JOURNAL-FILE IS NOT EQUAL TO "00"
006074         MOVE "JOURNAL-FILE" TO WS-ABEND-FILE-ID
006075         MOVE FS-JOURNAL-FILE TO WS-ABEND-STATUS
006076         PERFORM 9000-ABEND
006077             THRU 9000-EXIT
006078     END-IF.
006079 7600-EXIT.
006080     EXIT.
006081*----------------------------------------------------------*
006082* 8000-FINALIZE - WRITE THE CONTROL TOTALS AND CLOSE THE
006083* FILES.
006084*----------------------------------------------------------*
006085 8000-FINALIZE.
006086     MOVE WS-RECORD-NUMBER TO TL-RECORDS-IN
006087     WRITE CR-RECORD FROM WS-TOTAL-LINE-1
006088     MOVE WS-DEF-APPLIED-COUNT TO TL-DEF-APPLIED
006090     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
006100     MOVE WS-DAYS-STAMPED-COUNT TO TL-DAYS-STAMPED
006110     WRITE CR-RECORD FROM WS-TOTAL-LINE-3
006113     MOVE WS-JOURNAL-COUNT TO TL-JOURNAL-COUNT
006116     WRITE CR-RECORD FROM WS-TOTAL-LINE-4
006120     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
006130     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
006140     CLOSE PERIOD-INPUT
006150     CLOSE CALENDAR-MASTER
006152     CLOSE HISTORY-FILE
006156     CLOSE JOURNAL-FILE
006160     CLOSE CONTROL-REPORT
006170     CLOSE EXCEPTION-REPORT.
006180 8000-EXIT.
