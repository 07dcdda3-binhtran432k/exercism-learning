000010*----------------------------------------------------------*
000020* PRDCLS - FISCAL PERIOD-END ACCRUED-UNBILLED CUT-OFF
000030* RECORD LAYOUT.
000040*
000050* ONE OCCURRENCE PER FISCAL YEAR/PERIOD/CYCLE, GENERATED BY
000060* THE PRDCLS PROGRAM FROM THE CALENDAR MASTER, THE BILLING
000070* SCHEDULE AND THE FISCAL PERIOD ENDS, AND READ BY THE
000080* FINANCIAL CLOSE FOR THE ACCRUED-BUT-UNBILLED ENTRIES.
000090* THE LAST BILLED DATE IS THE CYCLE'S LAST SCHEDULED DATE
000100* ON OR BEFORE THE PERIOD END AND THE NEXT SCHEDULED DATE
000110* THE ONE AFTER IT.  THE ACCRUED COUNTS AND FACTORS COVER
000120* THE LAST BILLED DATE (EXCLUSIVE) THROUGH THE PERIOD END
000130* (INCLUSIVE) UNDER THE SAME CONVENTIONS AS THE ACRFCT
000140* FACTOR FILE, AND PC-FOLLOWING-DAYS IS THE CALENDAR DAYS
000150* FROM THE PERIOD END THROUGH THE NEXT SCHEDULED DATE, SO
000160* THE TWO SUM TO THE BILLED PERIOD'S AF-CALENDAR-DAYS.
000170*----------------------------------------------------------*
000180 01  PERIOD-CLOSE-RECORD.
000190     05  PC-KEY.
000200         10  PC-FISCAL-YEAR      PIC 9(04).
000210         10  PC-FISCAL-PERIOD    PIC 9(02).
000220         10  PC-CYCLE            PIC 9(02).
000230     05  PC-PERIOD-END-DATE      PIC 9(08).
000240     05  PC-LAST-BILLED-DATE     PIC 9(08).
000250     05  PC-NEXT-SCHED-DATE      PIC 9(08).
000260     05  PC-CALENDAR-DAYS        PIC 9(03).
000270     05  PC-BUSINESS-DAYS        PIC 9(03).
000280     05  PC-DAYS-30-360          PIC 9(03).
000290     05  PC-FACTOR-30-360        PIC 9(01)V9(08).
000300     05  PC-FACTOR-ACT-ACT       PIC 9(01)V9(08).
000310     05  PC-FOLLOWING-DAYS       PIC 9(03).
000320     05  FILLER                  PIC X(18).
