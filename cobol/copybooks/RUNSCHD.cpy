000010*----------------------------------------------------------*
000020* RUNSCHD - JOB RUN-SCHEDULE RECORD LAYOUT.
000030*
000040* ONE OCCURRENCE PER JOB PER DATE THE JOB IS DUE TO RUN,
000050* GENERATED BY RUNCAL FROM THE RUN-RULE CARDS AND THE
000060* CALENDAR MASTER, AND READ BY THE DAILY RUN
000070* RECONCILIATION (RUNREC).  RS-KEY IS THE VSAM RECORD KEY -
000080* RUN DATE FOLLOWED BY JOB NAME - SO ONE DAY'S SCHEDULE IS
000090* READ BY POSITIONING AT THE DATE.  WHEN MORE THAN ONE RULE
000100* PUTS A JOB ON THE SAME DATE THE FIRST RULE'S TYPE IS
000110* KEPT.  THE BUSINESS-DAY AND FISCAL FIELDS ARE COPIED FROM
000120* THE CALENDAR MASTER DAY SO A READER NEED NOT LOOK IT UP.
000130*----------------------------------------------------------*
000140 01  RUN-SCHEDULE-RECORD.
000150     05  RS-KEY.
000160         10  RS-RUN-DATE         PIC 9(08).
000170         10  RS-RUN-DATE-PARTS REDEFINES RS-RUN-DATE.
000180             15  RS-RUN-YEAR     PIC 9(04).
000190             15  RS-RUN-MONTH    PIC 9(02).
000200             15  RS-RUN-DAY      PIC 9(02).
000210         10  RS-JOB-NAME         PIC X(08).
000220     05  RS-RULE-TYPE            PIC X(01).
000230     05  RS-BUS-DAY-NUMBER       PIC 9(02).
000240     05  RS-DAY-OF-WEEK-NAME     PIC X(09).
000250     05  RS-BUSINESS-DAY-FLAG    PIC X(01).
000260         88  RS-IS-BUSINESS-DAY      VALUE "Y".
000270     05  RS-FISCAL-YEAR          PIC 9(04).
000280     05  RS-FISCAL-PERIOD        PIC 9(02).
000290     05  RS-FISCAL-WEEK          PIC 9(02).
000300     05  FILLER                  PIC X(43).
