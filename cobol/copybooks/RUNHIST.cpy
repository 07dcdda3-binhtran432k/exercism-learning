000010*----------------------------------------------------------*
000020* RUNHIST - KEYED JOB RUN-HISTORY RECORD LAYOUT.
000030*
000040* ONE OCCURRENCE PER JOB RUN.  THE NIGHTLY JOBLOAD STEP
000050* PAIRS THE STARTUP AND COMPLETION RECORDS ON THE SEQUENTIAL
000060* SYSLOG FILE THE SAME WAY JOBRPT DOES AND WRITES EACH PAIRED
000070* RUN HERE WITH ITS START AND END, ELAPSED TIME AND HIGHEST
000080* RETURN CODE, SO THE LOG ITSELF CAN BE PURGED AFTER ITS
000090* RETENTION PERIOD.  RH-KEY IS THE VSAM RECORD KEY - JOB
000100* NAME, THEN THE DATE AND TIME THE RUN STARTED - SO JOBCHK
000110* AND THE JOBTRND TREND REPORT POSITION DIRECTLY AT ONE JOB
000120* AND READ ITS RUNS IN THE ORDER THEY RAN.
000130*
000140* JOBEND ALSO WRITES A COMPLETION-ONLY RECORD (TYPE "E",
000150* KEYED ON THE END DATE AND TIME, ELAPSED ZERO) AS EACH JOB
000160* ENDS, SO THE PREREQUISITE GATE SEES TODAY'S COMPLETIONS
000170* BEFORE THE NIGHTLY LOAD HAS RUN.  THE LOAD REPLACES IT
000180* WITH THE PAIRED RUN ONCE THE STARTUP IS FOUND; A
000190* COMPLETION THAT NEVER HAD A STARTUP STAYS AS TYPE "E".
000200* DATES ARE CCYYMMDD - THE TWO-DIGIT SYSLOG YEAR IS TAKEN
000210* AS 20YY.
000220*----------------------------------------------------------*
000230 01  RUN-HISTORY-RECORD.
000240     05  RH-KEY.
000250         10  RH-JOB-NAME         PIC X(08).
000260         10  RH-RUN-DATE         PIC 9(08).
000270         10  RH-START-TIME       PIC 9(08).
000280     05  RH-RECORD-TYPE          PIC X(01).
000290         88  RH-PAIRED-RUN           VALUE "P".
000300         88  RH-COMPLETION-ONLY      VALUE "E".
000310     05  RH-END-DATE             PIC 9(08).
000320     05  RH-END-TIME             PIC 9(08).
000330     05  RH-ELAPSED-SECONDS      PIC 9(07).
000340     05  RH-HIGHEST-RC           PIC 9(04).
000350     05  RH-OPERATOR-ID          PIC X(08).
000360     05  RH-LOAD-DATE            PIC 9(08).
000370     05  FILLER                  PIC X(12).
