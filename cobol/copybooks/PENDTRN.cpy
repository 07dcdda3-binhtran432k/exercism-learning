000010*----------------------------------------------------------*
000020* PENDTRN - PENDING CALENDAR-MAINTENANCE TRANSACTION RECORD
000030* LAYOUT.
000040*
000050* ONE OCCURRENCE PER TRANSACTION CARD STAGED BY OVRMNT,
000060* HOLMNT OR CALUPD UNDER THE OPERATOR WHO SUBMITTED IT.  THE
000070* CARD IS NOT APPLIED UNTIL A SECOND OPERATOR APPROVES IT
000080* THROUGH THE PNDAPR APPROVAL RUN; THE OWNING PROGRAM'S NEXT
000090* RUN THEN APPLIES EVERY APPROVED ITEM AND MARKS IT APPLIED
000100* (OR FAILED, WHEN THE CARD NO LONGER PASSES ITS EDITS
000110* AGAINST THE FILE AS IT STANDS).  PT-KEY IS THE VSAM
000120* RECORD KEY - OWNING PROGRAM, THEN THE SUBMISSION DATE AND
000130* TIME - SO EACH PROGRAM READS ITS OWN ITEMS BY POSITIONING
000140* AT ITS NAME, IN THE ORDER THEY WERE SUBMITTED.  THE
000150* SEQUENCE NUMBER SEPARATES CARDS STAGED IN THE SAME CLOCK
000160* TIME.  PT-CARD-IMAGE IS THE 80-BYTE TRANSACTION CARD
000170* EXACTLY AS KEYED.  PT-NOTE CARRIES THE CHECKER'S REJECT
000180* REASON OR THE REASON AN APPROVED CARD FAILED TO APPLY.
000190*----------------------------------------------------------*
000200 01  PENDING-TRANS-RECORD.
000210     05  PT-KEY.
000220         10  PT-PROGRAM          PIC X(08).
000230         10  PT-SUBMIT-DATE      PIC 9(08).
000240         10  PT-SUBMIT-TIME      PIC 9(08).
000250         10  PT-SEQUENCE         PIC 9(03).
000260     05  PT-STATUS               PIC X(01).
000270         88  PT-IS-PENDING           VALUE "P".
000280         88  PT-IS-APPROVED          VALUE "A".
000290         88  PT-IS-REJECTED          VALUE "R".
000300         88  PT-IS-APPLIED           VALUE "X".
000310         88  PT-IS-FAILED            VALUE "F".
000320     05  PT-SUBMITTER-ID         PIC X(08).
000330     05  PT-APPROVER-ID          PIC X(08).
000340     05  PT-DECISION-DATE        PIC 9(08).
000350     05  PT-APPLIED-DATE         PIC 9(08).
000360     05  PT-CARD-IMAGE           PIC X(80).
000370     05  PT-NOTE                 PIC X(25).
000380     05  FILLER                  PIC X(35).
