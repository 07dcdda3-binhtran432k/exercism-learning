000230*                  BINDER, SO THE BILLING JOBS STOP
000240*                  COMPUTING THEIR OWN CYCLE DATES AND
000250*                  CYCLE 15 STOPS LANDING ON THANKSGIVING.
000252* 10/14/2026 DH    THE SCHEDULE REPORT NOW ENDS WITH THE
000254*                  DATESRV CALL STATISTICS - CALLS BY
000256*                  FUNCTION CODE, YEAR-CACHE HITS AND
000258*                  MISSES AND PHYSICAL READS.
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
001570             VALUE "EXCEPTIONS REJECTED -".
001580     05  ETL-EXCEPTION-COUNT     PIC ZZZZZZ9.
001590     05  FILLER                  PIC X(52) VALUE SPACES.
001591 01  WS-STAT-INDEX               PIC 9(02) COMP.
001592 01  WS-DATESRV-CALL-LINE.
001593     05  FILLER                  PIC X(14)
001594             VALUE "DATESRV CALLS ".
001595     05  SL-FUNCTION-CODE        PIC X(02).
001596     05  FILLER                  PIC X(03) VALUE " - ".
001597     05  SL-CALL-COUNT           PIC ZZZZZZZZ9.
001598     05  FILLER                  PIC X(52) VALUE SPACES.
001599 01  WS-DATESRV-CACHE-LINE.
001600     05  FILLER                  PIC X(19)
001601             VALUE "DATESRV CACHE HITS ".
001602     05  SL-CACHE-HITS           PIC ZZZZZZZZ9.
001603     05  FILLER                  PIC X(08) VALUE " MISSES ".
001604     05  SL-CACHE-MISSES         PIC ZZZZZZZZ9.
001605     05  FILLER                  PIC X(07) VALUE " READS ".
001606     05  SL-PHYSICAL-READS       PIC ZZZZZZZZ9.
001607     05  FILLER                  PIC X(19) VALUE SPACES.
001608 01  WS-ABEND-FIELDS.
001610     05  WS-ABEND-FILE-ID        PIC X(20).
001620     05  WS-ABEND-STATUS         PIC X(02).
001630 LINKAGE SECTION.
005090     WRITE SR-RECORD FROM WS-TOTAL-LINE-3
005100     MOVE WS-EXCEPTION-COUNT TO ETL-EXCEPTION-COUNT
005110     WRITE ER-RECORD FROM WS-EXCEPTION-TOTAL-LINE
005113     PERFORM 8500-PRINT-DATESRV-STATS
005116         THRU 8500-EXIT
005120     CLOSE RULE-INPUT
005130     CLOSE SCHEDULE-FILE
005140     CLOSE SCHEDULE-REPORT
005150     CLOSE EXCEPTION-REPORT.
005160 8000-EXIT.
005170     EXIT.
005171*----------------------------------------------------------*
005172* 8500-PRINT-DATESRV-STATS - ASK DATESRV FOR THE RUN'S CALL
005173* STATISTICS AND PRINT THE CALL COUNT OF EVERY FUNCTION
005174* CODE USED, THEN THE YEAR-CACHE HITS AND MISSES AND THE
005175* PHYSICAL CALENDAR MASTER READS, ON THE SCHEDULE REPORT.
005176*----------------------------------------------------------*
005177 8500-PRINT-DATESRV-STATS.
005178     MOVE "ST" TO DS-FUNCTION-CODE
005179     CALL "DATESRV" USING DATE-SERVICES-PARMS
005180     PERFORM 8550-PRINT-CALL-COUNT
005181         THRU 8550-EXIT
005182         VARYING WS-STAT-INDEX FROM 1 BY 1
005183         UNTIL WS-STAT-INDEX IS GREATER THAN 12
005184     IF DS-STAT-OTHER-CALLS IS GREATER THAN ZERO
005185         MOVE "??" TO SL-FUNCTION-CODE
005186         MOVE DS-STAT-OTHER-CALLS TO SL-CALL-COUNT
005187         WRITE SR-RECORD FROM WS-DATESRV-CALL-LINE
005188     END-IF
005189     MOVE DS-STAT-CACHE-HITS TO SL-CACHE-HITS
005190     MOVE DS-STAT-CACHE-MISSES TO SL-CACHE-MISSES
005191     MOVE DS-STAT-PHYSICAL-READS TO SL-PHYSICAL-READS
005192     WRITE SR-RECORD FROM WS-DATESRV-CACHE-LINE.
005193 8500-EXIT.
005194     EXIT.
005195*----------------------------------------------------------*
005196* 8550-PRINT-CALL-COUNT - PRINT ONE FUNCTION CODE'S CALL
005197* COUNT WHEN THE RUN USED IT.
005198*----------------------------------------------------------*
005199 8550-PRINT-CALL-COUNT.
005200     IF DS-STAT-CALL-COUNT(WS-STAT-INDEX) IS GREATER THAN ZERO
005201         MOVE DS-STAT-FUNCTION-CODE(WS-STAT-INDEX)
005202             TO SL-FUNCTION-CODE
005203         MOVE DS-STAT-CALL-COUNT(WS-STAT-INDEX)
005204             TO SL-CALL-COUNT
005205         WRITE SR-RECORD FROM WS-DATESRV-CALL-LINE
005206     END-IF.
005207 8550-EXIT.
005208     EXIT.
005209*----------------------------------------------------------*
005210* 9000-ABEND - DISPLAY THE FAILING FILE OR PARM AND ITS
005211* STATUS CODE AND END THE RUN WITH A NON-ZERO RETURN CODE.
005212*----------------------------------------------------------*
005220 9000-ABEND.
005230     DISPLAY "BILSCH ABEND - FILE " WS-ABEND-FILE-ID
005240         " STATUS " WS-ABEND-STATUS
