000010*----------------------------------------------------------*
000020* JOBSLA - JOB BATCH-WINDOW SERVICE-LEVEL RECORD LAYOUT.
000030*
000040* ONE OCCURRENCE PER JOB WITH A SERVICE LEVEL, MAINTAINED BY
000050* OPERATIONS AS CARD IMAGES AND LOADED TO THE KEYED SLA FILE
000060* (JS-JOB-NAME IS THE VSAM RECORD KEY).  JS-MAX-ELAPSED IS
000070* THE LONGEST THE JOB MAY RUN (HHMMSS, ZERO WHEN THERE IS NO
000080* ELAPSED LIMIT).  JS-LATEST-END-TIME IS THE CLOCK TIME
000090* (HHMM) THE JOB MUST HAVE ENDED BY, ON THE DAY
000100* JS-END-DAY-OFFSET DAYS AFTER THE DAY IT STARTED - A NIGHT
000110* JOB THAT MUST BE DONE BY 06:00 THE NEXT MORNING CARRIES
000120* 0600 AND 1.  A BLANK END TIME MEANS THERE IS NO END-TIME
000130* LIMIT.  THE JOBTRND TREND REPORT CHECKS EVERY RUN AGAINST
000140* BOTH LIMITS.
000150*----------------------------------------------------------*
000160 01  JOB-SLA-RECORD.
000170     05  JS-JOB-NAME             PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  JS-MAX-ELAPSED.
000200         10  JS-MAX-HH           PIC 9(02).
000210         10  JS-MAX-MM           PIC 9(02).
000220         10  JS-MAX-SS           PIC 9(02).
000230     05  FILLER                  PIC X(01).
000240     05  JS-LATEST-END-TIME      PIC X(04).
000250     05  JS-LATEST-END-PARTS REDEFINES JS-LATEST-END-TIME.
000260         10  JS-LATEST-END-HH    PIC 9(02).
000270         10  JS-LATEST-END-MM    PIC 9(02).
000280     05  FILLER                  PIC X(01).
000290     05  JS-END-DAY-OFFSET       PIC 9(01).
000300     05  FILLER                  PIC X(01).
000310     05  JS-DESCRIPTION          PIC X(30).
000320     05  FILLER                  PIC X(27).
