000210*                  AFFECTED, SO THE REPORT POSITIONS
000220*                  DIRECTLY AT THE RANGE AND READS IN
000230*                  DATE/TIME ORDER WITHIN EACH YEAR.
000232* 10/14/2026 DH    THE DETAIL LINE NOW SHOWS THE OPERATOR
000234*                  WHO APPROVED A MAINTENANCE TRANSACTION
000236*                  NEXT TO THE ONE WHO SUBMITTED IT, AND
000238*                  HOLMNT'S APPLIED TRANSACTIONS NOW APPEAR.
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000730     05  DL-ACTION               PIC X(08).
000740     05  FILLER                  PIC X(01) VALUE SPACES.
000750     05  DL-OPERATOR             PIC X(08).
000753     05  FILLER                  PIC X(01) VALUE SPACES.
000756     05  DL-APPROVER             PIC X(08).
000760     05  FILLER                  PIC X(22) VALUE SPACES.
000770 01  WS-BEFORE-LINE.
000780     05  FILLER                  PIC X(09)
000790             VALUE "  BEFORE ".
001750     MOVE CH-PROGRAM TO DL-PROGRAM
001760     MOVE CH-ACTION TO DL-ACTION
001770     MOVE CH-OPERATOR-ID TO DL-OPERATOR
001775     MOVE CH-APPROVER-ID TO DL-APPROVER
001780     WRITE HR-RECORD FROM WS-DETAIL-LINE
001790     IF CH-BEFORE-IMAGE IS NOT EQUAL TO SPACES
001800         MOVE CH-BEFORE-IMAGE TO BL-IMAGE
