      ******************************************************************
      * Shared unapplied-cash suspense master layout for
      * E:\SUSPENSE.TXT, keyed by SUSP-ITEM-NUMBER (assigned in
      * sequence as items are loaded).  PAYMENT-BATCH loads every
      * lockbox reject here - cash that is in the bank but on no
      * student - with the deposit date, check number, the student
      * number as the bank remitted it, the amount and the reject
      * reason.  SUSPENSE-MAINT works the queue: SUSP-OPEN-AMOUNT is
      * what is still unapplied, and drops as the item is applied to
      * one student or split across several (each application posts
      * a type-P row to the transaction file).  An item is APPLIED
      * once nothing is left open, RETURNED when the check goes back
      * to the payer, or VOIDED when it was never new cash (a re-run
      * of a deposit that had already posted).  SUSPENSE-AGING ages
      * the open items off the deposit date and END-OF-DAY prints the
      * open balance on the proof sheet.  COPY'd into every program
      * that opens the suspense master so the layout only has to
      * change in one place (mirrors ADDRREC.cpy).
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-ITEM-NUMBER      PIC 9(6).
           05  SUSP-DEPOSIT-DATE     PIC 9(8).
           05  SUSP-CHECK-NUMBER     PIC X(8).
           05  SUSP-REMIT-NUMBER     PIC X(6).
           05  SUSP-AMOUNT           PIC 9(7)V99.
           05  SUSP-OPEN-AMOUNT      PIC 9(7)V99.
           05  SUSP-REASON           PIC X(20).
           05  SUSP-STATUS           PIC X.
               88  SUSP-OPEN         VALUE 'O'.
               88  SUSP-APPLIED      VALUE 'A'.
               88  SUSP-RETURNED     VALUE 'R'.
               88  SUSP-VOIDED       VALUE 'V'.
           05  SUSP-LOAD-DATE        PIC 9(8).
           05  SUSP-CLOSED-DATE      PIC 9(8).
           05  SUSP-LAST-OPERATOR    PIC X(8).
