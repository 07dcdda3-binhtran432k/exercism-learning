000240*                  THROUGH THE DATESRV MODULE; THE CYCLES
000250*                  COME FROM A KEYED READ OF THE BILLING
000260*                  SCHEDULE.
000262* 10/14/2026 DH    THE RUN LOG NOW ENDS WITH THE
000264*                  DATESRV CALL STATISTICS - CALLS BY
000266*                  FUNCTION CODE, YEAR-CACHE HITS AND
000268*                  MISSES AND PHYSICAL READS.
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000710 COPY DATESRV.
000720 COPY CALMSTR REPLACING LEADING ==CM== BY ==WCM==
000730     LEADING ==CALENDAR== BY ==WORK-CALENDAR==.
000731 01  WS-STAT-INDEX               PIC 9(02) COMP.
000732 01  WS-DATESRV-CALL-LINE.
000733     05  FILLER                  PIC X(14)
000734             VALUE "DATESRV CALLS ".
000735     05  SL-FUNCTION-CODE        PIC X(02).
000736     05  FILLER                  PIC X(03) VALUE " - ".
000737     05  SL-CALL-COUNT           PIC ZZZZZZZZ9.
000738     05  FILLER                  PIC X(52) VALUE SPACES.
000739 01  WS-DATESRV-CACHE-LINE.
000740     05  FILLER                  PIC X(19)
000741             VALUE "DATESRV CACHE HITS ".
000742     05  SL-CACHE-HITS           PIC ZZZZZZZZ9.
000743     05  FILLER                  PIC X(08) VALUE " MISSES ".
000744     05  SL-CACHE-MISSES         PIC ZZZZZZZZ9.
000745     05  FILLER                  PIC X(07) VALUE " READS ".
000746     05  SL-PHYSICAL-READS       PIC ZZZZZZZZ9.
000747     05  FILLER                  PIC X(19) VALUE SPACES.
000748 01  WS-ABEND-FIELDS.
000750     05  WS-ABEND-FILE-ID        PIC X(20).
000760     05  WS-ABEND-STATUS         PIC X(02).
000770 PROCEDURE DIVISION.
002510     DISPLAY "----------------------------------------"
002520     DISPLAY "CALINQ - " WS-RECORD-NUMBER " INQUIRIES READ, "
002530         WS-ANSWERED-COUNT " ANSWERED"
002533     PERFORM 8500-PRINT-DATESRV-STATS
002536         THRU 8500-EXIT
002540     CLOSE INQUIRY-INPUT
002550     IF WS-SCHED-IS-OPEN
002560         CLOSE SCHEDULE-FILE
002570     END-IF.
002580 8000-EXIT.
002590     EXIT.
002591*----------------------------------------------------------*
002592* 8500-PRINT-DATESRV-STATS - ASK DATESRV FOR THE RUN'S CALL
002593* STATISTICS AND PRINT THE CALL COUNT OF EVERY FUNCTION
002594* CODE USED, THEN THE YEAR-CACHE HITS AND MISSES AND THE
002595* PHYSICAL CALENDAR MASTER READS, ON THE RUN LOG.
002596*----------------------------------------------------------*
002597 8500-PRINT-DATESRV-STATS.
002598     MOVE "ST" TO DS-FUNCTION-CODE
002599     CALL "DATESRV" USING DATE-SERVICES-PARMS
002600     PERFORM 8550-PRINT-CALL-COUNT
002601         THRU 8550-EXIT
002602         VARYING WS-STAT-INDEX FROM 1 BY 1
002603         UNTIL WS-STAT-INDEX IS GREATER THAN 12
002604     IF DS-STAT-OTHER-CALLS IS GREATER THAN ZERO
002605         MOVE "??" TO SL-FUNCTION-CODE
002606         MOVE DS-STAT-OTHER-CALLS TO SL-CALL-COUNT
002607         DISPLAY WS-DATESRV-CALL-LINE
002608     END-IF
002609     MOVE DS-STAT-CACHE-HITS TO SL-CACHE-HITS
002610     MOVE DS-STAT-CACHE-MISSES TO SL-CACHE-MISSES
002611     MOVE DS-STAT-PHYSICAL-READS TO SL-PHYSICAL-READS
002612     DISPLAY WS-DATESRV-CACHE-LINE.
002613 8500-EXIT.
002614     EXIT.
002615*----------------------------------------------------------*
002616* 8550-PRINT-CALL-COUNT - PRINT ONE FUNCTION CODE'S CALL
002617* COUNT WHEN THE RUN USED IT.
002618*----------------------------------------------------------*
002619 8550-PRINT-CALL-COUNT.
002620     IF DS-STAT-CALL-COUNT(WS-STAT-INDEX) IS GREATER THAN ZERO
002621         MOVE DS-STAT-FUNCTION-CODE(WS-STAT-INDEX)
002622             TO SL-FUNCTION-CODE
002623         MOVE DS-STAT-CALL-COUNT(WS-STAT-INDEX)
002624             TO SL-CALL-COUNT
002625         DISPLAY WS-DATESRV-CALL-LINE
002626     END-IF.
002627 8550-EXIT.
002628     EXIT.
002629*----------------------------------------------------------*
002630* 9000-ABEND - DISPLAY THE FAILING FILE AND ITS STATUS CODE
002631* AND END THE RUN WITH A NON-ZERO RETURN CODE.
002632*----------------------------------------------------------*
002640 9000-ABEND.
002650     DISPLAY "CALINQ ABEND - FILE " WS-ABEND-FILE-ID
002660         " STATUS " WS-ABEND-STATUS
