      ******************************************************************
      * Shared cash-forecast history layout for E:\FORECAST_HIST.TXT.
      * CASH-FORECAST appends one row per weekly bucket every time it
      * runs - the bucket's dates, the cash scheduled in it from plan
      * installments, sponsor receivables and other balances, and the
      * collectability percentage it was forecast at - so the month-
      * end run can lay last month's forecast beside what actually
      * posted.  COPY'd into every program that opens the history so
      * the layout only has to change in one place (mirrors
      * HOLDHST.cpy).
      ******************************************************************
       01  FORECAST-HIST-RECORD.
           05  FCH-RUN-DATE          PIC 9(8).
           05  FCH-WEEK              PIC 9(2).
           05  FCH-WEEK-START        PIC 9(8).
           05  FCH-WEEK-END          PIC 9(8).
           05  FCH-PLAN-AMOUNT       PIC 9(9)V99.
           05  FCH-SPONSOR-AMOUNT    PIC 9(9)V99.
           05  FCH-OTHER-AMOUNT      PIC 9(9)V99.
           05  FCH-PERCENT           PIC 9(3).
