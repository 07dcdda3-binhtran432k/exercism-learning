000240*                  CAN NO LONGER RUN AGAINST A HALF-
000250*                  GENERATED CALENDAR BECAUSE A HAND-
000260*                  MAINTAINED SCHEDULER SEQUENCE SLIPPED.
000261* 10/15/2026 DH    LOOK EACH PREDECESSOR UP IN THE KEYED
000262*                  RUN-HISTORY FILE INSTEAD OF SCANNING THE
000263*                  WHOLE SYSLOG FILE, WHICH IS NOW PURGED
000264*                  BY THE NIGHTLY JOBLOAD STEP.  JOBEND
000265*                  POSTS EACH COMPLETION TO THE HISTORY AS
000266*                  IT HAPPENS, SO THE SAME-DAY RULE STILL
000267*                  SEES TODAY'S RUNS.  RUN DATE IS NOW
000268*                  CCYYMMDD.
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000340     SELECT PREREQ-INPUT ASSIGN TO PREREQIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS FS-PREREQ-INPUT.
000370     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000380         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000386         RECORD KEY IS RH-KEY
000390         FILE STATUS IS FS-RUN-HISTORY.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PREREQ-INPUT
000500     05  FILLER                  PIC X(01).
000510     05  PQ-SAME-DAY             PIC X(01).
000520     05  FILLER                  PIC X(56).
000530 FD  RUN-HISTORY.
000540 COPY RUNHIST.
000560 WORKING-STORAGE SECTION.
000570 01  WS-SWITCHES.
000580     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000590         88  WS-EOF-YES                     VALUE "Y".
000600     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
000610         88  WS-HIST-EOF-YES                 VALUE "Y".
000615         88  WS-HIST-EOF-NO                  VALUE "N".
000620     05  WS-GATE-SWITCH          PIC X(01) VALUE "Y".
000630         88  WS-GATE-OPEN                    VALUE "Y".
000640         88  WS-GATE-HELD                    VALUE "N".
000650 01  WS-FILE-STATUSES.
000660     05  FS-PREREQ-INPUT         PIC X(02) VALUE "00".
000670     05  FS-RUN-HISTORY          PIC X(02) VALUE "00".
000680 01  WS-CONTROL-TOTALS.
000690     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
000700     05  WS-HIST-RECORDS-READ    PIC 9(07) COMP VALUE ZERO.
000710 01  WS-TABLE-LIMITS.
000720     05  WS-TABLE-MAXIMUM        PIC 9(05) COMP VALUE 20.
000730 01  WS-PREREQ-TABLE.
000790         10  PC-SAME-DAY         PIC X(01).
000800         10  PC-VALID-FLAG       PIC X(01).
000810         10  PC-FOUND-FLAG       PIC X(01).
000820         10  PC-BEST-DATE        PIC 9(08).
000830         10  PC-BEST-TIME        PIC 9(08).
000840         10  PC-BEST-RC          PIC 9(04).
000850 01  WS-PREREQ-INDEX             PIC 9(05) COMP.
000860 01  WS-RUN-DATE                 PIC 9(08).
000862 01  WS-ABEND-FIELDS.
000864     05  WS-ABEND-FILE-ID        PIC X(20).
000866     05  WS-ABEND-STATUS         PIC X(02).
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE
000920     PERFORM 2000-LOAD-CARD
000930         THRU 2000-EXIT
000940         UNTIL WS-EOF-YES
000950     PERFORM 3000-LOOKUP-HISTORY
000960         THRU 3000-EXIT
000965         VARYING WS-PREREQ-INDEX FROM 1 BY 1
000970         UNTIL WS-PREREQ-INDEX IS GREATER THAN
000975             WS-PREREQ-COUNT
000980     PERFORM 4000-EVALUATE-CARD
000990         THRU 4000-EXIT
001000         VARYING WS-PREREQ-INDEX FROM 1 BY 1
001090* TO GATE ON AND THE STEP PASSES.
001100*----------------------------------------------------------*
001110 1000-INITIALIZE.
001120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001130     OPEN INPUT PREREQ-INPUT
001140     IF FS-PREREQ-INPUT IS NOT EQUAL TO "00"
001150         MOVE "PREREQ-INPUT" TO WS-ABEND-FILE-ID
001170         PERFORM 9000-ABEND
001180             THRU 9000-EXIT
001190     END-IF
001200     OPEN INPUT RUN-HISTORY
001210     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
001220         MOVE "RUN-HISTORY" TO WS-ABEND-FILE-ID
001230         MOVE FS-RUN-HISTORY TO WS-ABEND-STATUS
001240         PERFORM 9000-ABEND
001250             THRU 9000-EXIT
001260     END-IF
001780 2100-EXIT.
001790     EXIT.
001800*----------------------------------------------------------*
001810* 3000-LOOKUP-HISTORY - POSITION AT THE CARD'S PREDECESSOR
001820* IN THE RUN-HISTORY FILE AND READ ITS RUNS.  A BAD CARD IS
001823* NOT LOOKED UP, AND A PREDECESSOR WITH NO RUNS ON FILE IS
001826* LEFT NOT FOUND.
001830*----------------------------------------------------------*
001840 3000-LOOKUP-HISTORY.
001849     IF PC-VALID-FLAG(WS-PREREQ-INDEX) IS NOT EQUAL TO "Y"
001858         GO TO 3000-EXIT
001867     END-IF
001876     MOVE PC-PRED-NAME(WS-PREREQ-INDEX) TO RH-JOB-NAME
001885     MOVE ZERO TO RH-RUN-DATE
001894     MOVE ZERO TO RH-START-TIME
001903     START RUN-HISTORY
001912         KEY IS NOT LESS THAN RH-KEY
001921         INVALID KEY
001930             GO TO 3000-EXIT
001939     END-START
001948     SET WS-HIST-EOF-NO TO TRUE
001957     PERFORM 3100-MATCH-COMPLETION
001966         THRU 3100-EXIT
001975         UNTIL WS-HIST-EOF-YES.
001990 3000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------*
002020* 3100-MATCH-COMPLETION - READ THE NEXT RUN OF THE CARD'S
002025* PREDECESSOR AND KEEP ITS LATEST COMPLETION, JUDGED BY END
002030* DATE THEN END CLOCK TIME.  THE FIRST RECORD OF ANOTHER
002035* JOB ENDS THE LOOKUP.
002040*----------------------------------------------------------*
002050 3100-MATCH-COMPLETION.
002051     READ RUN-HISTORY NEXT RECORD
002052         AT END
002053             SET WS-HIST-EOF-YES TO TRUE
002054             GO TO 3100-EXIT
002055     END-READ
002060     IF RH-JOB-NAME IS NOT EQUAL TO
002070             PC-PRED-NAME(WS-PREREQ-INDEX)
002075         SET WS-HIST-EOF-YES TO TRUE
002080         GO TO 3100-EXIT
002090     END-IF
002095     ADD 1 TO WS-HIST-RECORDS-READ
002100     IF RH-END-DATE IS NOT NUMERIC
002110             OR RH-HIGHEST-RC IS NOT NUMERIC
002120         GO TO 3100-EXIT
002130     END-IF
002140     IF RH-END-DATE IS GREATER THAN
002150             PC-BEST-DATE(WS-PREREQ-INDEX)
002160             OR (RH-END-DATE IS EQUAL TO
002170             PC-BEST-DATE(WS-PREREQ-INDEX)
002180             AND RH-END-TIME IS NOT LESS THAN
002190             PC-BEST-TIME(WS-PREREQ-INDEX))
002200         MOVE "Y" TO PC-FOUND-FLAG(WS-PREREQ-INDEX)
002210         MOVE RH-END-DATE TO PC-BEST-DATE(WS-PREREQ-INDEX)
002220         MOVE RH-END-TIME TO PC-BEST-TIME(WS-PREREQ-INDEX)
002230         MOVE RH-HIGHEST-RC TO PC-BEST-RC(WS-PREREQ-INDEX)
002240     END-IF.
002250 3100-EXIT.
002260     EXIT.
002730*----------------------------------------------------------*
002740 8000-FINALIZE.
002750     CLOSE PREREQ-INPUT
002760     CLOSE RUN-HISTORY
002770     IF WS-GATE-HELD
002780         MOVE 8 TO RETURN-CODE
002790     END-IF.
