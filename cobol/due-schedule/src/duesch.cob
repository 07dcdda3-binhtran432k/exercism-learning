000260*                  CALENDAR CANNOT ANSWER FOR GOES TO THE
000270*                  EXCEPTION REPORT AND DOES NOT ABEND THE
000280*                  RUN.
000282* 10/14/2026 DH    THE CONTROL REPORT NOW ENDS WITH THE
000284*                  DATESRV CALL STATISTICS - CALLS BY
000286*                  FUNCTION CODE, YEAR-CACHE HITS AND
000288*                  MISSES AND PHYSICAL READS.
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001340             VALUE "EXCEPTIONS REJECTED -".
001350     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001360     05  FILLER                  PIC X(52) VALUE SPACES.
001361 01  WS-STAT-INDEX               PIC 9(02) COMP.
001362 01  WS-DATESRV-CALL-LINE.
001363     05  FILLER                  PIC X(14)
001364             VALUE "DATESRV CALLS ".
001365     05  SL-FUNCTION-CODE        PIC X(02).
001366     05  FILLER                  PIC X(03) VALUE " - ".
001367     05  SL-CALL-COUNT           PIC ZZZZZZZZ9.
001368     05  FILLER                  PIC X(52) VALUE SPACES.
001369 01  WS-DATESRV-CACHE-LINE.
001370     05  FILLER                  PIC X(19)
001371             VALUE "DATESRV CACHE HITS ".
001372     05  SL-CACHE-HITS           PIC ZZZZZZZZ9.
001373     05  FILLER                  PIC X(08) VALUE " MISSES ".
001374     05  SL-CACHE-MISSES         PIC ZZZZZZZZ9.
001375     05  FILLER                  PIC X(07) VALUE " READS ".
001376     05  SL-PHYSICAL-READS       PIC ZZZZZZZZ9.
001377     05  FILLER                  PIC X(19) VALUE SPACES.
001378 01  WS-ABEND-FIELDS.
001380     05  WS-ABEND-FILE-ID        PIC X(20).
001390     05  WS-ABEND-STATUS         PIC X(02).
001400 LINKAGE SECTION.
003910     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
003920     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
003930     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
003933     PERFORM 8500-PRINT-DATESRV-STATS
003936         THRU 8500-EXIT
003940     CLOSE SCHEDULE-FILE
003950     CLOSE DUE-FILE
003960     CLOSE CONTROL-REPORT
003970     CLOSE EXCEPTION-REPORT.
003980 8000-EXIT.
003990     EXIT.
003991*----------------------------------------------------------*
003992* 8500-PRINT-DATESRV-STATS - ASK DATESRV FOR THE RUN'S CALL
003993* STATISTICS AND PRINT THE CALL COUNT OF EVERY FUNCTION
003994* CODE USED, THEN THE YEAR-CACHE HITS AND MISSES AND THE
003995* PHYSICAL CALENDAR MASTER READS, ON THE CONTROL REPORT.
003996*----------------------------------------------------------*
003997 8500-PRINT-DATESRV-STATS.
003998     MOVE "ST" TO DS-FUNCTION-CODE
003999     CALL "DATESRV" USING DATE-SERVICES-PARMS
004000     PERFORM 8550-PRINT-CALL-COUNT
004001         THRU 8550-EXIT
004002         VARYING WS-STAT-INDEX FROM 1 BY 1
004003         UNTIL WS-STAT-INDEX IS GREATER THAN 12
004004     IF DS-STAT-OTHER-CALLS IS GREATER THAN ZERO
004005         MOVE "??" TO SL-FUNCTION-CODE
004006         MOVE DS-STAT-OTHER-CALLS TO SL-CALL-COUNT
004007         WRITE CR-RECORD FROM WS-DATESRV-CALL-LINE
004008     END-IF
004009     MOVE DS-STAT-CACHE-HITS TO SL-CACHE-HITS
004010     MOVE DS-STAT-CACHE-MISSES TO SL-CACHE-MISSES
004011     MOVE DS-STAT-PHYSICAL-READS TO SL-PHYSICAL-READS
004012     WRITE CR-RECORD FROM WS-DATESRV-CACHE-LINE.
004013 8500-EXIT.
004014     EXIT.
004015*----------------------------------------------------------*
004016* 8550-PRINT-CALL-COUNT - PRINT ONE FUNCTION CODE'S CALL
004017* COUNT WHEN THE RUN USED IT.
004018*----------------------------------------------------------*
004019 8550-PRINT-CALL-COUNT.
004020     IF DS-STAT-CALL-COUNT(WS-STAT-INDEX) IS GREATER THAN ZERO
004021         MOVE DS-STAT-FUNCTION-CODE(WS-STAT-INDEX)
004022             TO SL-FUNCTION-CODE
004023         MOVE DS-STAT-CALL-COUNT(WS-STAT-INDEX)
004024             TO SL-CALL-COUNT
004025         WRITE CR-RECORD FROM WS-DATESRV-CALL-LINE
004026     END-IF.
004027 8550-EXIT.
004028     EXIT.
004029*----------------------------------------------------------*
004030* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
004031* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
004032*----------------------------------------------------------*
004040 9000-ABEND.
004050     DISPLAY "DUESCH ABEND - FILE " WS-ABEND-FILE-ID
004060         " STATUS " WS-ABEND-STATUS
