000289*                  SO ACH SETTLEMENT AND PAYROLL DATING GET
000290*                  CLASS-CORRECT ANSWERS FROM THE SAME
000291*                  FUNCTION CODES.
000292* 10/14/2026 DH    CALENDAR MASTER DAYS ARE NOW SERVED FROM AN
000293*                  IN-MEMORY TABLE OF THE FOUR MOST RECENTLY
000294*                  USED YEARS, EACH LOADED WITH ONE PASS OF
000295*                  THE FILE, SO A JOB WALKING THE SAME YEAR
000296*                  THOUSANDS OF TIMES STOPS PAYING A KEYED
000297*                  READ PER DAY.  EVERY ANSWER, RETURN CODE
000298*                  AND RESULT RECORD IS THE SAME AS BEFORE.
000299*                  ADDED FUNCTION "ST" - CALL COUNTS BY
000300*                  FUNCTION CODE, CACHE HITS AND MISSES AND
000301*                  PHYSICAL READS - FOR THE CALLERS' CONTROL
000302*                  REPORTS.
000303*----------------------------------------------------------*
000304 ENVIRONMENT DIVISION.
000305 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000567     05  WS-CLASS-DAY-SWITCH     PIC X(01) VALUE "N".
000568         88  WS-CLASS-DAY-YES                VALUE "Y".
000569         88  WS-CLASS-DAY-NO                 VALUE "N".
000570     05  WS-CACHE-LOAD-SWITCH    PIC X(01) VALUE "N".
000571         88  WS-CACHE-LOAD-DONE              VALUE "Y".
000572         88  WS-CACHE-LOAD-NOT-DONE          VALUE "N".
000573     05  WS-FUNCTION-FOUND-SWITCH
000574                                 PIC X(01) VALUE "N".
000575         88  WS-FUNCTION-FOUND               VALUE "Y".
000576         88  WS-FUNCTION-NOT-FOUND           VALUE "N".
000577 01  WS-FILE-STATUSES.
000580     05  FS-CALENDAR-MASTER      PIC X(02) VALUE "00".
000590     05  WS-OPEN-STATUS          PIC X(02) VALUE "00".
000600 01  WS-WORK-DATE                PIC 9(08).
000860 01  WS-HOLD-KEY.
000862     05  WS-HOLD-YEAR            PIC 9(04).
000864     05  WS-HOLD-DAY-OF-YEAR     PIC 9(03).
000865 01  WS-TABLE-LIMITS.
000866     05  WS-CACHE-MAXIMUM        PIC 9(02) COMP VALUE 4.
000867     05  WS-FUNCTION-MAXIMUM     PIC 9(02) COMP VALUE 12.
000868 01  WS-CACHE-CLOCK              PIC 9(09) COMP VALUE ZERO.
000869 01  WS-CACHE-INDEX              PIC 9(02) COMP.
000870 01  WS-CACHE-SLOT               PIC 9(02) COMP.
000871 01  WS-CACHE-YEAR               PIC 9(04).
000872 01  WS-CACHE-DAY                PIC 9(03) COMP.
000873 01  WS-CACHE-SAVE-RECORD        PIC X(100).
000874 01  WS-CACHE-TABLE.
000875     05  WS-CACHE-ENTRY          OCCURS 4 TIMES.
000876         10  CC-YEAR             PIC 9(04).
000877         10  CC-LAST-USED        PIC 9(09) COMP.
000878         10  CC-FILE-SCAN-FLAG   PIC X(01).
000879             88  CC-SCAN-FROM-FILE       VALUE "Y".
000880         10  CC-DAY-TABLE.
000881             15  CC-DAY-ENTRY    OCCURS 366 TIMES.
000882                 20  CC-DAY-FLAG PIC X(01).
000883                     88  CC-DAY-ON-FILE  VALUE "Y".
000884                 20  CC-DAY-RECORD
000885                                 PIC X(100).
000886 01  WS-STATISTICS.
000887     05  WS-FUNCTION-CODE-LIST   PIC X(24)
000888             VALUE "LUACABDCDBNBPBPSPEWEBRLY".
000889     05  WS-FUNCTION-CODE-TABLE REDEFINES
000890             WS-FUNCTION-CODE-LIST.
000891         10  WS-FUNCTION-CODE    PIC X(02) OCCURS 12 TIMES.
000892     05  WS-CALL-COUNT           PIC 9(09) COMP
000893                                 OCCURS 12 TIMES.
000894     05  WS-OTHER-CALLS          PIC 9(09) COMP VALUE ZERO.
000895     05  WS-CACHE-HITS           PIC 9(09) COMP VALUE ZERO.
000896     05  WS-CACHE-MISSES         PIC 9(09) COMP VALUE ZERO.
000897     05  WS-PHYSICAL-READS       PIC 9(09) COMP VALUE ZERO.
000898 01  WS-STAT-INDEX               PIC 9(02) COMP.
000899 LINKAGE SECTION.
000900 COPY DATESRV.
000901 PROCEDURE DIVISION USING DATE-SERVICES-PARMS.
000902 0000-MAINLINE.
000903     IF WS-FIRST-CALL
000910         PERFORM 1000-FIRST-CALL-OPEN
000920             THRU 1000-EXIT
000930     END-IF
000940     MOVE "00" TO DS-RETURN-CODE
000941     IF DS-FUNC-STATISTICS
000942         PERFORM 4950-FUNC-STATISTICS
000943             THRU 4950-EXIT
000944         GOBACK
000945     END-IF
000946     PERFORM 3800-COUNT-CALL
000947         THRU 3800-EXIT
000950     IF WS-OPEN-STATUS IS NOT EQUAL TO "00"
000960         MOVE "30" TO DS-RETURN-CODE
000970         GOBACK
001260* 1000-FIRST-CALL-OPEN - OPEN THE CALENDAR MASTER AND LOAD
001270* THE DAYS-IN-MONTH TABLE ON THE FIRST CALL ONLY.  THE FILE
001280* STAYS OPEN ACROSS CALLS FOR THE LIFE OF THE RUN UNIT.
001285* THE YEAR CACHE STARTS EMPTY AND THE CALL COUNTS AT ZERO.
001290*----------------------------------------------------------*
001300 1000-FIRST-CALL-OPEN.
001310     MOVE "N" TO WS-FIRST-CALL-SWITCH
001420     MOVE 30 TO WS-DAYS-IN-MONTH(9)
001430     MOVE 31 TO WS-DAYS-IN-MONTH(10)
001440     MOVE 30 TO WS-DAYS-IN-MONTH(11)
001450     MOVE 31 TO WS-DAYS-IN-MONTH(12)
001451     PERFORM 1100-CLEAR-CACHE-SLOT
001452         THRU 1100-EXIT
001453         VARYING WS-CACHE-INDEX FROM 1 BY 1
001454         UNTIL WS-CACHE-INDEX IS GREATER THAN WS-CACHE-MAXIMUM
001455     PERFORM 1200-CLEAR-CALL-COUNT
001456         THRU 1200-EXIT
001457         VARYING WS-STAT-INDEX FROM 1 BY 1
001458         UNTIL WS-STAT-INDEX IS GREATER THAN
001459             WS-FUNCTION-MAXIMUM.
001460 1000-EXIT.
001470     EXIT.
001471*----------------------------------------------------------*
001472* 1100-CLEAR-CACHE-SLOT - MARK ONE YEAR-CACHE SLOT EMPTY
001473* AND NEVER USED, SO IT IS THE FIRST PICKED FOR A LOAD.
001474*----------------------------------------------------------*
001475 1100-CLEAR-CACHE-SLOT.
001476     MOVE ZERO TO CC-YEAR(WS-CACHE-INDEX)
001477     MOVE ZERO TO CC-LAST-USED(WS-CACHE-INDEX)
001478     MOVE "N" TO CC-FILE-SCAN-FLAG(WS-CACHE-INDEX)
001479     MOVE SPACES TO CC-DAY-TABLE(WS-CACHE-INDEX).
001480 1100-EXIT.
001481     EXIT.
001482*----------------------------------------------------------*
001483* 1200-CLEAR-CALL-COUNT - ZERO ONE FUNCTION CODE'S COUNT.
001484*----------------------------------------------------------*
001485 1200-CLEAR-CALL-COUNT.
001486     MOVE ZERO TO WS-CALL-COUNT(WS-STAT-INDEX).
001487 1200-EXIT.
001488     EXIT.
001489*----------------------------------------------------------*
001490* 3000-CONVERT-DATE-TO-KEY - EDIT THE GREGORIAN DATE IN
001500* WS-WORK-DATE AND DERIVE ITS DAY OF YEAR, CALLING LEAP TO
001510* ADJUST FEBRUARY, SO THE DATE CAN BE READ DIRECTLY BY
002160*----------------------------------------------------------*
002170* 3100-READ-BY-KEY - READ THE CALENDAR MASTER RECORD FOR
002180* THE KEY IN WS-TARGET-KEY.
002181* THE RECORD COMES FROM THE YEAR CACHE, LOADING THE YEAR
002182* FIRST WHEN IT IS NOT THERE.  A DAY NUMBER NO TABLE SLOT
002183* CAN HOLD IS READ FROM THE FILE AS BEFORE.  EITHER WAY
002184* THE RECORD AREA ENDS UP EXACTLY AS A KEYED READ LEAVES
002185* IT - THE RECORD WHEN FOUND, ONLY THE KEY MOVED WHEN NOT.
002190*----------------------------------------------------------*
002200 3100-READ-BY-KEY.
002201     IF WS-TARGET-DAY-OF-YEAR IS LESS THAN 1
002202             OR WS-TARGET-DAY-OF-YEAR IS GREATER THAN 366
002203         PERFORM 3190-READ-FROM-FILE
002204             THRU 3190-EXIT
002205         GO TO 3100-EXIT
002206     END-IF
002207     MOVE WS-TARGET-YEAR TO WS-CACHE-YEAR
002208     PERFORM 3110-FIND-CACHE-YEAR
002209         THRU 3110-EXIT
002210     MOVE WS-TARGET-YEAR TO CM-YEAR
002220     MOVE WS-TARGET-DAY-OF-YEAR TO CM-DAY-OF-YEAR
002227     MOVE WS-TARGET-DAY-OF-YEAR TO WS-CACHE-DAY
002234     IF CC-DAY-ON-FILE(WS-CACHE-SLOT, WS-CACHE-DAY)
002241         MOVE CC-DAY-RECORD(WS-CACHE-SLOT, WS-CACHE-DAY)
002248             TO CALENDAR-MASTER-RECORD
002255         SET WS-RECORD-FOUND TO TRUE
002262     ELSE
002269         SET WS-RECORD-NOT-FOUND TO TRUE
002276     END-IF.
002290 3100-EXIT.
002300     EXIT.
002301*----------------------------------------------------------*
002302* 3110-FIND-CACHE-YEAR - POINT WS-CACHE-SLOT AT THE SLOT
002303* HOLDING WS-CACHE-YEAR, LOADING THE YEAR INTO THE LEAST
002304* RECENTLY USED SLOT ON A MISS, AND STAMP THE SLOT AS THE
002305* MOST RECENTLY USED.
002306*----------------------------------------------------------*
002307 3110-FIND-CACHE-YEAR.
002308     ADD 1 TO WS-CACHE-CLOCK
002309     MOVE ZERO TO WS-CACHE-SLOT
002310     PERFORM 3115-CHECK-CACHE-SLOT
002311         THRU 3115-EXIT
002312         VARYING WS-CACHE-INDEX FROM 1 BY 1
002313         UNTIL WS-CACHE-INDEX IS GREATER THAN WS-CACHE-MAXIMUM
002314     IF WS-CACHE-SLOT IS EQUAL TO ZERO
002315         ADD 1 TO WS-CACHE-MISSES
002316         PERFORM 3120-LOAD-CACHE-YEAR
002317             THRU 3120-EXIT
002318     ELSE
002319         ADD 1 TO WS-CACHE-HITS
002320     END-IF
002321     MOVE WS-CACHE-CLOCK TO CC-LAST-USED(WS-CACHE-SLOT).
002322 3110-EXIT.
002323     EXIT.
002324*----------------------------------------------------------*
002325* 3115-CHECK-CACHE-SLOT - TAKE THE SLOT WHEN IT HOLDS THE
002326* YEAR WANTED.
002327*----------------------------------------------------------*
002328 3115-CHECK-CACHE-SLOT.
002329     IF CC-LAST-USED(WS-CACHE-INDEX) IS GREATER THAN ZERO
002330             AND CC-YEAR(WS-CACHE-INDEX) IS EQUAL TO
002331                 WS-CACHE-YEAR
002332         MOVE WS-CACHE-INDEX TO WS-CACHE-SLOT
002333     END-IF.
002334 3115-EXIT.
002335     EXIT.
002336*----------------------------------------------------------*
002337* 3120-LOAD-CACHE-YEAR - PICK THE LEAST RECENTLY USED SLOT
002338* (AN EMPTY SLOT NEVER USED COMES FIRST) AND FILL IT WITH
002339* ONE SEQUENTIAL PASS OF THE YEAR'S RECORDS.  A YEAR NOT
002340* ON THE FILE LOADS AS ALL DAYS MISSING, WHICH IS WHAT THE
002341* KEYED READS WOULD HAVE SAID.  THE CALLER'S RECORD AREA
002342* IS PUT BACK AFTERWARD.
002343*----------------------------------------------------------*
002344 3120-LOAD-CACHE-YEAR.
002345     MOVE 1 TO WS-CACHE-SLOT
002346     PERFORM 3125-CHECK-LEAST-USED
002347         THRU 3125-EXIT
002348         VARYING WS-CACHE-INDEX FROM 2 BY 1
002349         UNTIL WS-CACHE-INDEX IS GREATER THAN WS-CACHE-MAXIMUM
002350     MOVE CALENDAR-MASTER-RECORD TO WS-CACHE-SAVE-RECORD
002351     MOVE WS-CACHE-YEAR TO CC-YEAR(WS-CACHE-SLOT)
002352     MOVE "N" TO CC-FILE-SCAN-FLAG(WS-CACHE-SLOT)
002353     MOVE SPACES TO CC-DAY-TABLE(WS-CACHE-SLOT)
002354     MOVE WS-CACHE-YEAR TO CM-YEAR
002355     MOVE 1 TO CM-DAY-OF-YEAR
002356     SET WS-CACHE-LOAD-NOT-DONE TO TRUE
002357     START CALENDAR-MASTER KEY IS NOT LESS THAN CM-KEY
002358         INVALID KEY
002359             SET WS-CACHE-LOAD-DONE TO TRUE
002360     END-START
002361     PERFORM 3130-LOAD-CACHE-DAY
002362         THRU 3130-EXIT
002363         UNTIL WS-CACHE-LOAD-DONE
002364     MOVE WS-CACHE-SAVE-RECORD TO CALENDAR-MASTER-RECORD.
002365 3120-EXIT.
002366     EXIT.
002367*----------------------------------------------------------*
002368* 3125-CHECK-LEAST-USED - TAKE THE SLOT WHEN IT WAS USED
002369* LESS RECENTLY THAN THE ONE PICKED SO FAR.
002370*----------------------------------------------------------*
002371 3125-CHECK-LEAST-USED.
002372     IF CC-LAST-USED(WS-CACHE-INDEX) IS LESS THAN
002373             CC-LAST-USED(WS-CACHE-SLOT)
002374         MOVE WS-CACHE-INDEX TO WS-CACHE-SLOT
002375     END-IF.
002376 3125-EXIT.
002377     EXIT.
002378*----------------------------------------------------------*
002379* 3130-LOAD-CACHE-DAY - READ THE NEXT RECORD OF THE YEAR
002380* INTO ITS DAY-OF-YEAR SLOT.  A DAY NUMBER OUTSIDE 1-366
002381* CANNOT BE HELD, SO THE YEAR'S DATE SCANS GO TO THE FILE.
002382*----------------------------------------------------------*
002383 3130-LOAD-CACHE-DAY.
002384     READ CALENDAR-MASTER NEXT RECORD
002385         AT END
002386             SET WS-CACHE-LOAD-DONE TO TRUE
002387             GO TO 3130-EXIT
002388     END-READ
002389     ADD 1 TO WS-PHYSICAL-READS
002390     IF CM-YEAR IS NOT EQUAL TO WS-CACHE-YEAR
002391         SET WS-CACHE-LOAD-DONE TO TRUE
002392         GO TO 3130-EXIT
002393     END-IF
002394     IF CM-DAY-OF-YEAR IS LESS THAN 1
002395             OR CM-DAY-OF-YEAR IS GREATER THAN 366
002396         MOVE "Y" TO CC-FILE-SCAN-FLAG(WS-CACHE-SLOT)
002397         GO TO 3130-EXIT
002398     END-IF
002399     MOVE CM-DAY-OF-YEAR TO WS-CACHE-DAY
002400     MOVE "Y" TO CC-DAY-FLAG(WS-CACHE-SLOT, WS-CACHE-DAY)
002401     MOVE CALENDAR-MASTER-RECORD
002402         TO CC-DAY-RECORD(WS-CACHE-SLOT, WS-CACHE-DAY).
002403 3130-EXIT.
002404     EXIT.
002405*----------------------------------------------------------*
002406* 3150-READ-WORK-DATE - CONVERT THE WORK DATE AND READ ITS
002407* CALENDAR MASTER RECORD, COMBINING THE EDIT AND THE KEYED
002408* READ EVERY FUNCTION STARTS WITH.
002409*----------------------------------------------------------*
002410 3150-READ-WORK-DATE.
002411     PERFORM 3000-CONVERT-DATE-TO-KEY
002412         THRU 3000-EXIT
002413     IF WS-DATE-IS-INVALID
002414         PERFORM 3070-EDIT-DATE-SHAPE
002415             THRU 3070-EXIT
002420         IF WS-DATE-IS-VALID
002430             PERFORM 3160-SCAN-YEAR-FOR-DATE
002440                 THRU 3160-EXIT
002720* FEBRUARY 29, THE DAY EDIT ITSELF CAN FAIL EVEN THOUGH
002730* THE DAY IS ON THE MASTER.  FALL BACK TO READING THE YEAR
002740* FROM ITS FIRST DAY UNTIL THE GREGORIAN DATE MATCHES OR
002750* THE YEAR RUNS OUT.  THE SCAN RUNS OVER THE YEAR CACHE
002753* UNLESS THE YEAR HOLDS A DAY NUMBER THE CACHE CANNOT, IN
002756* WHICH CASE IT READS THE FILE.
002760*----------------------------------------------------------*
002770 3160-SCAN-YEAR-FOR-DATE.
002771     MOVE WS-WORK-YEAR TO WS-CACHE-YEAR
002772     PERFORM 3110-FIND-CACHE-YEAR
002773         THRU 3110-EXIT
002774     IF NOT CC-SCAN-FROM-FILE(WS-CACHE-SLOT)
002775         SET WS-RECORD-NOT-FOUND TO TRUE
002776         PERFORM 3180-SCAN-CACHE-DAY
002777             THRU 3180-EXIT
002778             VARYING WS-CACHE-DAY FROM 1 BY 1
002779             UNTIL WS-CACHE-DAY IS GREATER THAN 366
002780                 OR WS-RECORD-FOUND
002781         GO TO 3160-EXIT
002782     END-IF
002783     MOVE WS-WORK-YEAR TO CM-YEAR
002790     MOVE 1 TO CM-DAY-OF-YEAR
002800     START CALENDAR-MASTER KEY IS NOT LESS THAN CM-KEY
002810         INVALID KEY
003020             SET WS-STEP-FAILED TO TRUE
003030     END-READ
003040     IF WS-STEP-OK
003045         ADD 1 TO WS-PHYSICAL-READS
003050         IF CM-YEAR IS NOT EQUAL TO WS-WORK-YEAR
003060             SET WS-STEP-FAILED TO TRUE
003070         ELSE
003120     END-IF.
003130 3170-EXIT.
003140     EXIT.
003141*----------------------------------------------------------*
003142* 3180-SCAN-CACHE-DAY - TEST ONE CACHED DAY OF THE YEAR
003143* AGAINST THE WORK DATE, IN THE SAME DAY-OF-YEAR ORDER THE
003144* FILE SCAN READS THEM, AND TAKE IT ON A MATCH.
003145*----------------------------------------------------------*
003146 3180-SCAN-CACHE-DAY.
003147     IF CC-DAY-ON-FILE(WS-CACHE-SLOT, WS-CACHE-DAY)
003148         MOVE CC-DAY-RECORD(WS-CACHE-SLOT, WS-CACHE-DAY)
003149             TO CALENDAR-MASTER-RECORD
003150         IF CM-GREGORIAN-DATE IS EQUAL TO WS-WORK-DATE
003151             SET WS-RECORD-FOUND TO TRUE
003152         END-IF
003153     END-IF.
003154 3180-EXIT.
003155     EXIT.
003156*----------------------------------------------------------*
003157* 3190-READ-FROM-FILE - KEYED READ OF THE CALENDAR MASTER
003158* FOR A KEY THE YEAR CACHE CANNOT HOLD.
003159*----------------------------------------------------------*
003160 3190-READ-FROM-FILE.
003161     MOVE WS-TARGET-YEAR TO CM-YEAR
003162     MOVE WS-TARGET-DAY-OF-YEAR TO CM-DAY-OF-YEAR
003163     READ CALENDAR-MASTER
003164         INVALID KEY
003165             SET WS-RECORD-NOT-FOUND TO TRUE
003166         NOT INVALID KEY
003167             SET WS-RECORD-FOUND TO TRUE
003168             ADD 1 TO WS-PHYSICAL-READS
003169     END-READ.
003170 3190-EXIT.
003171     EXIT.
003172*----------------------------------------------------------*
003173* 3200-COMPUTE-ABS-DAYS-1 - COUNT THE DAYS FROM THE
003174* PROLEPTIC GREGORIAN EPOCH THROUGH THE WORK DATE, USING
003180* THE SAME RULE THE CALENDAR GENERATOR USES FOR DAY OF
003190* WEEK, SO TWO DATES SUBTRACT DIRECTLY.
003200*----------------------------------------------------------*
003930     MOVE CALENDAR-MASTER-RECORD TO DS-RESULT-RECORD.
003940 3700-EXIT.
003950     EXIT.
003951*----------------------------------------------------------*
003952* 3800-COUNT-CALL - COUNT THE CALL UNDER ITS FUNCTION CODE,
003953* OR AS AN OTHER CALL WHEN THE CODE IS NOT ONE OF OURS.
003954*----------------------------------------------------------*
003955 3800-COUNT-CALL.
003956     SET WS-FUNCTION-NOT-FOUND TO TRUE
003957     PERFORM 3810-MATCH-FUNCTION-CODE
003958         THRU 3810-EXIT
003959         VARYING WS-STAT-INDEX FROM 1 BY 1
003960         UNTIL WS-STAT-INDEX IS GREATER THAN
003961             WS-FUNCTION-MAXIMUM
003962             OR WS-FUNCTION-FOUND
003963     IF WS-FUNCTION-NOT-FOUND
003964         ADD 1 TO WS-OTHER-CALLS
003965     END-IF.
003966 3800-EXIT.
003967     EXIT.
003968*----------------------------------------------------------*
003969* 3810-MATCH-FUNCTION-CODE - COUNT THE CALL AGAINST ONE
003970* ENTRY OF THE FUNCTION CODE LIST WHEN IT MATCHES.
003971*----------------------------------------------------------*
003972 3810-MATCH-FUNCTION-CODE.
003973     IF WS-FUNCTION-CODE(WS-STAT-INDEX) IS EQUAL TO
003974             DS-FUNCTION-CODE
003975         ADD 1 TO WS-CALL-COUNT(WS-STAT-INDEX)
003976         SET WS-FUNCTION-FOUND TO TRUE
003977     END-IF.
003978 3810-EXIT.
003979     EXIT.
003980*----------------------------------------------------------*
003981* 4000-FUNC-LOOKUP - DATE-TO-RECORD LOOKUP.
003982*----------------------------------------------------------*
003990 4000-FUNC-LOOKUP.
004000     MOVE DS-GREGORIAN-DATE TO WS-WORK-DATE
004010     PERFORM 3150-READ-WORK-DATE
009470     END-IF.
009480 4900-EXIT.
009490     EXIT.
009500*----------------------------------------------------------*
009510* 4950-FUNC-STATISTICS - RETURN THE RUN UNIT'S CALL COUNTS
009520* BY FUNCTION CODE, THE YEAR-CACHE HITS AND MISSES AND THE
009530* PHYSICAL CALENDAR MASTER READS IN DS-STATISTICS.
009540*----------------------------------------------------------*
009550 4950-FUNC-STATISTICS.
009560     PERFORM 4960-RETURN-CALL-COUNT
009570         THRU 4960-EXIT
009580         VARYING WS-STAT-INDEX FROM 1 BY 1
009590         UNTIL WS-STAT-INDEX IS GREATER THAN
009600             WS-FUNCTION-MAXIMUM
009610     MOVE WS-OTHER-CALLS TO DS-STAT-OTHER-CALLS
009620     MOVE WS-CACHE-HITS TO DS-STAT-CACHE-HITS
009630     MOVE WS-CACHE-MISSES TO DS-STAT-CACHE-MISSES
009640     MOVE WS-PHYSICAL-READS TO DS-STAT-PHYSICAL-READS.
009650 4950-EXIT.
009660     EXIT.
009670*----------------------------------------------------------*
009680* 4960-RETURN-CALL-COUNT - RETURN ONE FUNCTION CODE AND
009690* ITS CALL COUNT.
009700*----------------------------------------------------------*
009710 4960-RETURN-CALL-COUNT.
009720     MOVE WS-FUNCTION-CODE(WS-STAT-INDEX)
009730         TO DS-STAT-FUNCTION-CODE(WS-STAT-INDEX)
009740     MOVE WS-CALL-COUNT(WS-STAT-INDEX)
009750         TO DS-STAT-CALL-COUNT(WS-STAT-INDEX).
009760 4960-EXIT.
009770     EXIT.
