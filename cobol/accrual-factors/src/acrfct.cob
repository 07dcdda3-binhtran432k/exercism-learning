000260*                  WITH NO PRIOR-MONTH DATE ON FILE GOES TO
000270*                  THE EXCEPTION REPORT AND DOES NOT ABEND
000280*                  THE RUN.
000282* 10/14/2026 DH    THE CONTROL REPORT NOW ENDS WITH THE
000284*                  DATESRV CALL STATISTICS - CALLS BY
000286*                  FUNCTION CODE, YEAR-CACHE HITS AND
000288*                  MISSES AND PHYSICAL READS.
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001470             VALUE "EXCEPTIONS REJECTED -".
001480     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001490     05  FILLER                  PIC X(52) VALUE SPACES.
001491 01  WS-STAT-INDEX               PIC 9(02) COMP.
001492 01  WS-DATESRV-CALL-LINE.
001493     05  FILLER                  PIC X(14)
001494             VALUE "DATESRV CALLS ".
001495     05  SL-FUNCTION-CODE        PIC X(02).
001496     05  FILLER                  PIC X(03) VALUE " - ".
001497     05  SL-CALL-COUNT           PIC ZZZZZZZZ9.
001498     05  FILLER                  PIC X(52) VALUE SPACES.
001499 01  WS-DATESRV-CACHE-LINE.
001500     05  FILLER                  PIC X(19)
001501             VALUE "DATESRV CACHE HITS ".
001502     05  SL-CACHE-HITS           PIC ZZZZZZZZ9.
001503     05  FILLER                  PIC X(08) VALUE " MISSES ".
001504     05  SL-CACHE-MISSES         PIC ZZZZZZZZ9.
001505     05  FILLER                  PIC X(07) VALUE " READS ".
001506     05  SL-PHYSICAL-READS       PIC ZZZZZZZZ9.
001507     05  FILLER                  PIC X(19) VALUE SPACES.
001508 01  WS-ABEND-FIELDS.
001510     05  WS-ABEND-FILE-ID        PIC X(20).
001520     05  WS-ABEND-STATUS         PIC X(02).
001530 LINKAGE SECTION.
004120     WRITE CR-RECORD FROM WS-TOTAL-LINE-2
004130     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
004140     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
004143     PERFORM 8500-PRINT-DATESRV-STATS
004146         THRU 8500-EXIT
004150     CLOSE SCHEDULE-FILE
004160     CLOSE FACTOR-FILE
004170     CLOSE CONTROL-REPORT
004180     CLOSE EXCEPTION-REPORT.
004190 8000-EXIT.
004200     EXIT.
004201*----------------------------------------------------------*
004202* 8500-PRINT-DATESRV-STATS - ASK DATESRV FOR THE RUN'S CALL
004203* STATISTICS AND PRINT THE CALL COUNT OF EVERY FUNCTION
004204* CODE USED, THEN THE YEAR-CACHE HITS AND MISSES AND THE
004205* PHYSICAL CALENDAR MASTER READS, ON THE CONTROL REPORT.
004206*----------------------------------------------------------*
004207 8500-PRINT-DATESRV-STATS.
004208     MOVE "ST" TO DS-FUNCTION-CODE
004209     CALL "DATESRV" USING DATE-SERVICES-PARMS
004210     PERFORM 8550-PRINT-CALL-COUNT
004211         THRU 8550-EXIT
004212         VARYING WS-STAT-INDEX FROM 1 BY 1
004213         UNTIL WS-STAT-INDEX IS GREATER THAN 12
004214     IF DS-STAT-OTHER-CALLS IS GREATER THAN ZERO
004215         MOVE "??" TO SL-FUNCTION-CODE
004216         MOVE DS-STAT-OTHER-CALLS TO SL-CALL-COUNT
004217         WRITE CR-RECORD FROM WS-DATESRV-CALL-LINE
004218     END-IF
004219     MOVE DS-STAT-CACHE-HITS TO SL-CACHE-HITS
004220     MOVE DS-STAT-CACHE-MISSES TO SL-CACHE-MISSES
004221     MOVE DS-STAT-PHYSICAL-READS TO SL-PHYSICAL-READS
004222     WRITE CR-RECORD FROM WS-DATESRV-CACHE-LINE.
004223 8500-EXIT.
004224     EXIT.
004225*----------------------------------------------------------*
004226* 8550-PRINT-CALL-COUNT - PRINT ONE FUNCTION CODE'S CALL
004227* COUNT WHEN THE RUN USED IT.
004228*----------------------------------------------------------*
004229 8550-PRINT-CALL-COUNT.
004230     IF DS-STAT-CALL-COUNT(WS-STAT-INDEX) IS GREATER THAN ZERO
004231         MOVE DS-STAT-FUNCTION-CODE(WS-STAT-INDEX)
004232             TO SL-FUNCTION-CODE
004233         MOVE DS-STAT-CALL-COUNT(WS-STAT-INDEX)
004234             TO SL-CALL-COUNT
004235         WRITE CR-RECORD FROM WS-DATESRV-CALL-LINE
004236     END-IF.
004237 8550-EXIT.
004238     EXIT.
004239*----------------------------------------------------------*
004240* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
004241* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
004242*----------------------------------------------------------*
004250 9000-ABEND.
004260     DISPLAY "ACRFCT ABEND - FILE " WS-ABEND-FILE-ID
004270         " STATUS " WS-ABEND-STATUS
