      ******************************************************************
      * Shared merged-account layout for E:\MERGED.TXT, keyed by
      * MRG-RETIRED-NUMBER - one row per STUDENT-NUMBER that has been
      * merged into another (a student keyed twice).  ACCOUNT-MERGE
      * writes the row when it moves the retired number's balance,
      * address, payment plan, sponsor link, dunning and returned-
      * check history onto MRG-SURVIVING-NUMBER; the row then stays
      * as a pointer, so PAYMENT-POST and PAYMENT-BATCH post a late
      * payment under the old number to the surviving account.  When
      * a surviving number is itself merged later, its rows are
      * re-pointed, so the pointer never has to be followed twice.
      * The MRG-xxx-MOVED flags say what was carried across ('Y') or
      * left behind because the survivor already had its own ('N').
      * A student with no row has never been merged.  COPY'd into
      * every program that opens the file so the layout only has to
      * change in one place (mirrors AGYREC.cpy).
      ******************************************************************
       01  MERGE-RECORD.
           05  MRG-RETIRED-NUMBER    PIC 9(6).
           05  MRG-SURVIVING-NUMBER  PIC 9(6).
           05  MRG-MERGE-DATE        PIC 9(8).
           05  MRG-MERGE-TIME        PIC 9(8).
           05  MRG-OPERATOR-ID       PIC X(8).
           05  MRG-BALANCE-MOVED     PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  MRG-RETIRED-NAME      PIC X(30).
           05  MRG-ADDRESS-MOVED     PIC X.
           05  MRG-PLAN-MOVED        PIC X.
           05  MRG-SPONSOR-MOVED     PIC X.
           05  MRG-DUNNING-MOVED     PIC X.
           05  MRG-NSF-MOVED         PIC X.
