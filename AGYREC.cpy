      ******************************************************************
      * Shared collection-agency placement layout for E:\AGENCY.TXT,
      * keyed by AGY-STUDENT-NUMBER to match the STUDENT-FILE master.
      * AGENCY-PLACEMENT writes the row when an account goes to the
      * outside agency (AGY-PLACED); while placed, LATE-FEE-ASSESS,
      * DUNNING-LETTERS and STUDENT-STATEMENTS leave the account
      * alone.  AGENCY-REMITTANCE adds each month's recoveries - the
      * gross the agency collected and the commission it kept - and
      * either it (an account the agency hands back) or AGENCY-RECALL
      * (an account the bursar takes back) sets AGY-RECALLED, which
      * returns the account to normal collection.  AGY-LAST-REMIT-DATE
      * and AGY-LAST-POSTED-TIME stop the same remittance posting
      * twice.  A student with no row has never been placed.  COPY'd
      * into every program that opens the file so the layout only has
      * to change in one place (mirrors NSFREC.cpy).
      ******************************************************************
       01  AGENCY-RECORD.
           05  AGY-STUDENT-NUMBER    PIC 9(6).
           05  AGY-STATUS            PIC X.
               88  AGY-PLACED        VALUE 'P'.
               88  AGY-RECALLED      VALUE 'R'.
           05  AGY-PLACED-DATE       PIC 9(8).
           05  AGY-PLACED-BALANCE    PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  AGY-FINAL-DATE        PIC 9(8).
           05  AGY-RECOVERED-GROSS   PIC 9(7)V99.
           05  AGY-COMMISSION-TOTAL  PIC 9(7)V99.
           05  AGY-LAST-REMIT-DATE   PIC 9(8).
           05  AGY-LAST-POSTED-TIME  PIC 9(8).
           05  AGY-RECALL-DATE       PIC 9(8).
           05  AGY-RECALL-REASON     PIC X(20).
