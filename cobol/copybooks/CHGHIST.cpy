000140* CARRIES A BLANK BEFORE IMAGE.  SCHEDULED RUNS CARRY A
000150* BLANK OPERATOR; MAINTENANCE TRANSACTIONS CARRY THE
000160* OPERATOR ID KEYED ON THE TRANSACTION CARD.
000162* MAINTENANCE TRANSACTIONS ARE APPLIED ONLY ONCE A SECOND
000164* OPERATOR HAS APPROVED THEM ON THE PENDING-TRANSACTION
000166* FILE, SO THEY ALSO CARRY THAT APPROVER'S ID; HOLMNT
000168* WRITES ITS APPLIED TRANSACTIONS HERE AS WELL.
000169* A CALBKO BACKOUT OF A CALUPD OR FISCBLD RUN WRITES ONE
000170* "BACKOUT" RECORD PER CALENDAR YEAR IT RESTORED, WITH THE
000171* RUN ID IN THE BEFORE IMAGE AND THE COUNTS IN THE AFTER.
000172*----------------------------------------------------------*
000180 01  CHANGE-HISTORY-RECORD.
000190     05  CH-KEY.
000200         10  CH-YEAR-AFFECTED    PIC 9(04).
000260     05  CH-OPERATOR-ID          PIC X(08).
000270     05  CH-BEFORE-IMAGE         PIC X(40).
000280     05  CH-AFTER-IMAGE          PIC X(40).
000285     05  CH-APPROVER-ID          PIC X(08).
000290     05  FILLER                  PIC X(27).
