      ******************************************************************
      * Shared cashier drawer close-out history layout for
      * E:\CLOSEOUT_HIST.TXT - one row per close-out, appended by
      * DRAWER-CLOSEOUT.  A close-out covers the operator's own
      * drawer postings for the day made after CLO-FROM-TIME (the
      * time of that operator's previous close-out today, or zero for
      * the first), so a second shift on the same day is proved on
      * its own.  Expected amounts come from the transaction file:
      * cash is payments with no check number less reversals with no
      * check number; checks are payments carrying a check number.
      * CLO-OVER-SHORT is counted less expected, cash and checks
      * together - positive is over, negative is short.  Read by
      * END-OF-DAY (operators who posted but never closed out) and
      * DRAWER-REPORT (over/short by operator over a date range).
      * COPY'd into every program that touches the history so the
      * layout only has to change in one place (mirrors SNAPREC.cpy).
      ******************************************************************
       01  CLOSEOUT-RECORD.
           05  CLO-DATE              PIC 9(8).
           05  CLO-TIME              PIC 9(8).
           05  CLO-OPERATOR-ID       PIC X(8).
           05  CLO-FROM-TIME         PIC 9(8).
           05  CLO-EXPECTED-CASH     PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  CLO-COUNTED-CASH      PIC 9(7)V99.
           05  CLO-EXPECTED-CHECKS   PIC 9(7)V99.
           05  CLO-COUNTED-CHECKS    PIC 9(7)V99.
           05  CLO-EXPECTED-CHK-COUNT PIC 9(4).
           05  CLO-COUNTED-CHK-COUNT PIC 9(4).
           05  CLO-OVER-SHORT        PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
