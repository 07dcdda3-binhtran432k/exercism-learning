000124* ANY OTHER VALUE, INCLUDING THE SPACES AN OLDER CALLER
000125* LEAVES THERE, MEANS THE OVERALL FLAG, SO EXISTING
000126* CALLERS ARE UNCHANGED.
000127*
000128* FUNCTION "ST" RETURNS THE RUN UNIT'S CALL STATISTICS IN
000129* DS-STATISTICS - CALLS BY FUNCTION CODE (CALLS WITH AN
000130* UNKNOWN CODE IN DS-STAT-OTHER-CALLS), YEAR-CACHE HITS AND
000131* MISSES, AND PHYSICAL CALENDAR MASTER READS - FOR THE
000132* CALLER'S CONTROL REPORT.  "ST" CALLS ARE NOT COUNTED AND
000133* DO NOT TOUCH THE OTHER FIELDS.
000134*----------------------------------------------------------*
000135 01  DATE-SERVICES-PARMS.
000140     05  DS-FUNCTION-CODE        PIC X(02).
000150         88  DS-FUNC-LOOKUP                  VALUE "LU".
000160         88  DS-FUNC-ADD-CAL-DAYS            VALUE "AC".
000216         88  DS-FUNC-WEEK-END-DATE           VALUE "WE".
000218         88  DS-FUNC-BUS-REMAIN-PERIOD       VALUE "BR".
000219         88  DS-FUNC-SAME-DAY-LAST-YEAR      VALUE "LY".
000222         88  DS-FUNC-STATISTICS              VALUE "ST".
000225     05  DS-GREGORIAN-DATE       PIC 9(08).
000230     05  DS-GREGORIAN-DATE-2     PIC 9(08).
000240     05  DS-DAY-COUNT            PIC S9(05).
000250     05  DS-RETURN-CODE          PIC X(02).
000350     05  DS-DAY-CLASS            PIC X(01).
000360         88  DS-CLASS-BANK                   VALUE "B".
000370         88  DS-CLASS-COMPANY                VALUE "C".
000380     05  DS-STATISTICS.
000390         10  DS-STAT-FUNCTION-ENTRY      OCCURS 12 TIMES.
000400             15  DS-STAT-FUNCTION-CODE   PIC X(02).
000410             15  DS-STAT-CALL-COUNT      PIC 9(09) COMP.
000420         10  DS-STAT-OTHER-CALLS         PIC 9(09) COMP.
000430         10  DS-STAT-CACHE-HITS          PIC 9(09) COMP.
000440         10  DS-STAT-CACHE-MISSES        PIC 9(09) COMP.
000450         10  DS-STAT-PHYSICAL-READS      PIC 9(09) COMP.
