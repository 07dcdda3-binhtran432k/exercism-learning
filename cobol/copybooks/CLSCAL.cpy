000010*----------------------------------------------------------*
000020* CLSCAL - FINANCIAL CLOSE CALENDAR RECORD LAYOUT.
000030*
000040* ONE OCCURRENCE PER CLOSE TASK PER FISCAL PERIOD, WRITTEN
000050* BY CLSCAL FROM THE CLOSE TASK TEMPLATE (CLSTASK) AND THE
000060* FISCAL PERIODS STAMPED ON THE CALENDAR MASTER, AND READ
000070* BY ACCOUNTING FOR THE MONTH-END CLOSE CHECKLIST.  CC-KEY
000080* IS THE VSAM RECORD KEY - FISCAL YEAR, THE PERIOD BEING
000090* CLOSED, THEN THE DUE DATE AND TASK - SO A PERIOD'S TASKS
000100* READ BACK IN THE ORDER THEY FALL DUE.  THE ANCHOR, OFFSET
000110* AND DAY CLASS ARE CARRIED FROM THE TEMPLATE CARD, AND
000120* CC-ANCHOR-DATE IS THE PERIOD START OR END THE DUE DATE
000130* WAS COUNTED FROM.
000140*----------------------------------------------------------*
000150 01  CLOSE-CALENDAR-RECORD.
000160     05  CC-KEY.
000170         10  CC-FISCAL-YEAR      PIC 9(04).
000180         10  CC-FISCAL-PERIOD    PIC 9(02).
000190         10  CC-DUE-DATE         PIC 9(08).
000200         10  CC-TASK-ID          PIC X(08).
000210     05  CC-DAY-OF-WEEK-NAME     PIC X(09).
000220     05  CC-OWNER-GROUP          PIC X(08).
000230     05  CC-ANCHOR               PIC X(02).
000240     05  CC-ANCHOR-DATE          PIC 9(08).
000250     05  CC-BUS-DAY-OFFSET       PIC S9(03).
000260     05  CC-DAY-CLASS            PIC X(01).
000270     05  CC-TASK-DESC            PIC X(30).
000280     05  FILLER                  PIC X(17).
