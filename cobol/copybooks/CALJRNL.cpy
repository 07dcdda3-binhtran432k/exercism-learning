000010*----------------------------------------------------------*
000020* CALJRNL - CALENDAR MASTER BEFORE-IMAGE JOURNAL RECORD
000030* LAYOUT.
000040*
000050* ONE OCCURRENCE PER CALENDAR MASTER RECORD REWRITTEN IN
000060* PLACE BY CALUPD OR FISCBLD, WRITTEN JUST BEFORE THE
000070* REWRITE WITH THE FULL 100-BYTE RECORD AS IT STOOD.  THE
000080* RUN ID - PROGRAM, THEN THE DATE AND TIME THE RUN STARTED -
000090* IS PRINTED ON THAT RUN'S REPORT, AND CJ-KEY IS THE VSAM
000100* RECORD KEY, SO THE CALBKO BACKOUT UTILITY CAN POSITION AT
000110* ONE RUN AND PUT EVERY RECORD BACK IN REVERSE SEQUENCE,
000120* LEAVING A DAY REWRITTEN MORE THAN ONCE IN THE RUN WITH ITS
000130* EARLIEST IMAGE.  THE SEQUENCE NUMBER RUNS FROM 1 WITHOUT
000140* GAPS WITHIN A RUN.  CJ-BACKOUT-DATE IS ZERO UNTIL THE
000150* ENTRY HAS BEEN RESTORED, SO A RUN CANNOT BE BACKED OUT
000160* TWICE.
000170*----------------------------------------------------------*
000180 01  CALENDAR-JOURNAL-RECORD.
000190     05  CJ-KEY.
000200         10  CJ-RUN-ID.
000210             15  CJ-RUN-PROGRAM  PIC X(08).
000220             15  CJ-RUN-DATE     PIC 9(08).
000230             15  CJ-RUN-TIME     PIC 9(08).
000240         10  CJ-SEQUENCE         PIC 9(07).
000250     05  CJ-JOURNAL-TIME         PIC 9(08).
000260     05  CJ-BEFORE-IMAGE         PIC X(100).
000270     05  CJ-BACKOUT-DATE         PIC 9(08).
000280     05  FILLER                  PIC X(13).
