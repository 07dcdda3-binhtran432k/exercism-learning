000010*----------------------------------------------------------*
000020* RUNRULE - JOB RUN-RULE RECORD LAYOUT.
000030*
000040* ONE CARD PER JOB RUN RULE, MAINTAINED BY OPERATIONS AND
000050* READ BY THE RUN-CALENDAR GENERATOR (RUNCAL).  A JOB MAY
000060* CARRY MORE THAN ONE CARD (A DAILY JOB THAT ALSO RUNS AT
000070* FISCAL PERIOD END).  THE RULE TYPE SAYS WHICH CALENDAR
000080* MASTER DAYS THE JOB IS DUE ON - EVERY BUSINESS DAY, THE
000090* NTH BUSINESS DAY OF THE MONTH (CM-BUS-DAY-OF-MONTH EQUAL
000100* TO RR-BUS-DAY-NUMBER), THE LAST BUSINESS DAY OF THE
000110* MONTH, THE LAST DAY OF EACH FISCAL PERIOD, OR EACH FISCAL
000120* WEEK-ENDING DATE.  THE FISCAL RULES RUN ON THE FISCAL
000130* DATE ITSELF, WEEKEND OR NOT.  RR-BUS-DAY-NUMBER IS USED
000140* ONLY BY THE NTH-BUSINESS-DAY RULE.
000150*----------------------------------------------------------*
000160 01  RUN-RULE-RECORD.
000170     05  RR-JOB-NAME             PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  RR-RULE-TYPE            PIC X(01).
000200         88  RR-EVERY-BUS-DAY        VALUE "D".
000210         88  RR-NTH-BUS-DAY          VALUE "N".
000220         88  RR-LAST-BUS-DAY         VALUE "L".
000230         88  RR-FISCAL-PERIOD-END    VALUE "P".
000240         88  RR-FISCAL-WEEK-END      VALUE "W".
000250     05  FILLER                  PIC X(01).
000260     05  RR-BUS-DAY-NUMBER       PIC 9(02).
000270     05  FILLER                  PIC X(67).
