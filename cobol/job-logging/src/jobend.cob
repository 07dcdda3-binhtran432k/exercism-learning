000200*                  STARTUPS WITH COMPLETIONS INSTEAD OF
000210*                  OPERATIONS GREPPING SYSOUT WHEN THE
000220*                  NIGHT STREAM DIES.
000221* 10/15/2026 DH    ALSO POST THE COMPLETION TO THE KEYED
000222*                  RUN-HISTORY FILE AS A COMPLETION-ONLY
000223*                  RECORD, SO JOBCHK SEES IT BEFORE THE
000224*                  NIGHTLY JOBLOAD STEP PAIRS IT WITH ITS
000225*                  STARTUP.  THE HISTORY FILE IS OPENED
000226*                  ONLY AFTER THE SYSLOG RECORD IS WRITTEN,
000227*                  AND A FAILURE THERE IS A WARNING (RETURN
000228*                  CODE 4), NOT AN ABEND - THE NIGHTLY LOAD
000229*                  STILL PICKS THE RUN UP FROM SYSLOG.
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000300     SELECT SYSLOG-FILE ASSIGN TO SYSLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS FS-SYSLOG-FILE.
000321     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS RH-KEY
000325         FILE STATUS IS FS-RUN-HISTORY.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  SYSLOG-FILE
000360     RECORDING MODE IS F.
000370 01  SL-RECORD                   PIC X(80).
000373 FD  RUN-HISTORY.
000376 COPY RUNHIST.
000380 WORKING-STORAGE SECTION.
000390 01  WS-FILE-STATUSES.
000400     05  FS-SYSLOG-FILE          PIC X(02) VALUE "00".
000405     05  FS-RUN-HISTORY          PIC X(02) VALUE "00".
000410 01  WS-ABEND-FIELDS.
000420     05  WS-ABEND-FILE-ID        PIC X(20).
000430     05  WS-ABEND-STATUS         PIC X(02).
000560         THRU 1000-EXIT
000570     PERFORM 2000-LOG-COMPLETION
000580         THRU 2000-EXIT
000583     PERFORM 2100-POST-HISTORY
000586         THRU 2100-EXIT
000590     PERFORM 8000-FINALIZE
000600         THRU 8000-EXIT
000610     STOP RUN.
001160     END-IF.
001170 2000-EXIT.
001180     EXIT.
001181*----------------------------------------------------------*
001182* 2100-POST-HISTORY - WRITE THE COMPLETION TO THE RUN-
001183* HISTORY FILE AS A TYPE "E" RECORD KEYED ON THE END DATE
001184* AND TIME.  THE NIGHTLY LOAD REPLACES IT WITH THE PAIRED
001185* RUN.  A DUPLICATE KEY MEANS THE SAME COMPLETION IS ON
001186* FILE ALREADY AND IS NOT AN ERROR.  THE COMPLETION IS
001187* ALREADY SAFE ON SYSLOG, SO A HISTORY FILE THAT CANNOT BE
001188* OPENED OR WRITTEN ONLY WARNS AND SETS RETURN CODE 4 -
001189* JOBCHK WILL NOT SEE THE RUN UNTIL THE NIGHTLY LOAD.  A
001190* STATUS OF "05" IS A HISTORY FILE NOT YET CREATED AND IS
001191* OPENED AS NORMAL.
001192*----------------------------------------------------------*
001193 2100-POST-HISTORY.
001194     OPEN I-O RUN-HISTORY
001195     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
001196             AND FS-RUN-HISTORY IS NOT EQUAL TO "05"
001197         DISPLAY "JOBEND - RUN HISTORY NOT POSTED, OPEN "
001198             "STATUS " FS-RUN-HISTORY
001199         MOVE 4 TO RETURN-CODE
001200         GO TO 2100-EXIT
001201     END-IF
001202     MOVE SPACES TO RUN-HISTORY-RECORD
001203     MOVE WS-JOB-NAME TO RH-JOB-NAME
001204     COMPUTE RH-RUN-DATE = 20000000 + WS-RUN-DATE
001205     MOVE WS-RUN-TIME TO RH-START-TIME
001206     SET RH-COMPLETION-ONLY TO TRUE
001207     MOVE RH-RUN-DATE TO RH-END-DATE
001208     MOVE WS-RUN-TIME TO RH-END-TIME
001209     MOVE ZERO TO RH-ELAPSED-SECONDS
001210     MOVE WS-HIGHEST-RC TO RH-HIGHEST-RC
001211     MOVE SPACES TO RH-OPERATOR-ID
001212     MOVE ZERO TO RH-LOAD-DATE
001213     WRITE RUN-HISTORY-RECORD
001214         INVALID KEY
001215             CONTINUE
001216     END-WRITE
001217     IF FS-RUN-HISTORY IS NOT EQUAL TO "00"
001218             AND FS-RUN-HISTORY IS NOT EQUAL TO "22"
001219         DISPLAY "JOBEND - RUN HISTORY NOT POSTED, WRITE "
001220             "STATUS " FS-RUN-HISTORY
001221         MOVE 4 TO RETURN-CODE
001222     END-IF
001223     CLOSE RUN-HISTORY.
001224 2100-EXIT.
001225     EXIT.
001226*----------------------------------------------------------*
001227* 8000-FINALIZE - CLOSE THE RUN LOG.
001228*----------------------------------------------------------*
001229 8000-FINALIZE.
001230     CLOSE SYSLOG-FILE.
001240 8000-EXIT.
001250     EXIT.
