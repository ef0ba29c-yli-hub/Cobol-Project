      ******************************************************************
      * Shared returned-check history layout for E:\NSF_HIST.TXT,
      * keyed by NSF-STUDENT-NUMBER to match the STUDENT-FILE master.
      * RETURNED-CHECKS keeps one row per student whose check has come
      * back from the bank: how many have been returned, and the dates
      * of the last two.  A second returned check within a year of the
      * one before sets NSF-CERTIFIED-ONLY, after which PAYMENT-POST,
      * PAYMENT-BATCH and SUSPENSE-MAINT refuse personal checks for the
      * student - cash or certified funds only.  A student with no row
      * has never had a check returned.  COPY'd into every program
      * that opens the history so the layout only has to change in one
      * place (mirrors DUNREC.cpy).
      ******************************************************************
       01  NSF-RECORD.
           05  NSF-STUDENT-NUMBER    PIC 9(6).
           05  NSF-RETURN-COUNT      PIC 9(3).
           05  NSF-LAST-RETURN-DATE  PIC 9(8).
           05  NSF-PRIOR-RETURN-DATE PIC 9(8).
           05  NSF-FUNDS-FLAG        PIC X.
               88  NSF-CERTIFIED-ONLY VALUE 'C'.
               88  NSF-CHECKS-OK     VALUE 'N'.
           05  NSF-CERTIFIED-DATE    PIC 9(8).
