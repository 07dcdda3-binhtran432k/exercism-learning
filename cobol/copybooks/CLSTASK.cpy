000010*----------------------------------------------------------*
000020* CLSTASK - FINANCIAL CLOSE TASK TEMPLATE CARD LAYOUT.
000030*
000040* ONE CARD PER MONTH-END CLOSE CHECKLIST TASK, MAINTAINED
000050* BY ACCOUNTING AND EXPANDED BY CLSCAL INTO DATED TASKS FOR
000060* EVERY FISCAL PERIOD OF A YEAR.  THE ANCHOR NAMES THE DATE
000070* THE TASK IS DATED FROM - PS THE START OF THE PERIOD AFTER
000080* THE ONE BEING CLOSED, PE THE END OF THE PERIOD BEING
000090* CLOSED, QE AND YE THE SAME PERIOD END BUT ONLY IN THE
000100* QUARTER-END (3, 6, 9, 12) OR YEAR-END (12) PERIOD CLOSE.
000110* THE OFFSET IS A SIGNED COUNT OF BUSINESS DAYS OF THE
000120* CARD'S DAY CLASS - B FOR THE BANK FLAG, C FOR THE COMPANY
000130* FLAG.  FROM PS, +N (OR ZERO) IS BUSINESS DAY N (DAY 1) OF
000140* THE NEW PERIOD; FROM AN END ANCHOR, ZERO IS THE LAST
000150* BUSINESS DAY ON OR BEFORE THE PERIOD END.  A NEGATIVE
000160* OFFSET COUNTS BUSINESS DAYS BACK FROM THE ANCHOR DATE.
000170*----------------------------------------------------------*
000180 01  CLOSE-TASK-CARD.
000190     05  CT-TASK-ID              PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  CT-OWNER-GROUP          PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  CT-ANCHOR               PIC X(02).
000240         88  CT-ANCHOR-PERIOD-START  VALUE "PS".
000250         88  CT-ANCHOR-PERIOD-END    VALUE "PE".
000260         88  CT-ANCHOR-QUARTER-END   VALUE "QE".
000270         88  CT-ANCHOR-YEAR-END      VALUE "YE".
000280     05  FILLER                  PIC X(01).
000290     05  CT-OFFSET-SIGN          PIC X(01).
000300         88  CT-OFFSET-NEGATIVE      VALUE "-".
000310         88  CT-OFFSET-POSITIVE      VALUE "+" " ".
000320     05  CT-OFFSET-DAYS          PIC X(03).
000330     05  FILLER                  PIC X(01).
000340     05  CT-DAY-CLASS            PIC X(01).
000350         88  CT-CLASS-BANK           VALUE "B".
000360         88  CT-CLASS-COMPANY        VALUE "C".
000370     05  FILLER                  PIC X(01).
000380     05  CT-TASK-DESC            PIC X(30).
000390     05  FILLER                  PIC X(22).
