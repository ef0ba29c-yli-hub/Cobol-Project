      *          is blocked while today's posting session is still open
      *          (see DAYCTL.cpy - END-OF-DAY closes it), and
      *          YEAR-END-ROLLOVER asks for confirmation before it
      *          archives the master and carries the open balances
      *          forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   CALL 'NAME-SEARCH'
               WHEN '27'
                   CALL 'DUNNING-LETTERS'
               WHEN '28'
                   CALL 'SUSPENSE-MAINT'
               WHEN '29'
                   CALL 'SUSPENSE-AGING'
               WHEN '30'
                   CALL 'RETURNED-CHECKS'
               WHEN '31'
                   CALL 'AID-DISBURSE'
               WHEN '32'
                   CALL 'DRAWER-CLOSEOUT'
               WHEN '33'
                   CALL 'DRAWER-REPORT'
               WHEN '34'
                   CALL 'NIGHTLY-BATCH'
               WHEN '35'
                   CALL 'INTEGRITY-CHECK'
               WHEN '36'
                   CALL 'AGENCY-PLACEMENT'
               WHEN '37'
                   CALL 'AGENCY-REMITTANCE'
               WHEN '38'
                   CALL 'AGENCY-RECALL'
               WHEN '39'
                   CALL 'COLLECTION-SETTINGS'
               WHEN '40'
                   CALL 'REGISTRAR-HOLDS'
               WHEN '41'
                   CALL 'HOLD-INQUIRY'
               WHEN '42'
                   CALL 'ACCOUNT-MERGE'
               WHEN '43'
                   CALL 'CASH-FORECAST'
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY '** CHOOSE 1-43 OR X **'
           END-EVALUATE.

       301-SHOW-MENU.
           DISPLAY '25  LATE FEE ASSESSMENT'
           DISPLAY '26  STUDENT NAME SEARCH'
           DISPLAY '27  DUNNING LETTERS'
           DISPLAY '28  UNAPPLIED CASH SUSPENSE'
           DISPLAY '29  AGED SUSPENSE REPORT'
           DISPLAY '30  RETURNED CHECK (NSF) BATCH'
           DISPLAY '31  FINANCIAL AID DISBURSEMENTS'
           DISPLAY '32  CASHIER DRAWER CLOSE-OUT'
           DISPLAY '33  CASHIER OVER/SHORT REPORT'
           DISPLAY '34  NIGHTLY BATCH STREAM (RUN/RESTART)'
           DISPLAY '35  WEEKLY INTEGRITY CHECK'
           DISPLAY '36  COLLECTION AGENCY PLACEMENT'
           DISPLAY '37  POST AGENCY REMITTANCE'
           DISPLAY '38  RECALL ACCOUNT FROM AGENCY'
           DISPLAY '39  COLLECTION SETTINGS (HOLD RULES)'
           DISPLAY '40  REGISTRAR HOLD FEED'
           DISPLAY '41  REGISTRAR HOLD INQUIRY'
           DISPLAY '42  MERGE TWO STUDENT NUMBERS'
           DISPLAY '43  CASH RECEIPTS FORECAST'
           DISPLAY ' X  EXIT'
           DISPLAY 'CHOICE?'.


       320-RUN-YEAR-END.
           DISPLAY '** YEAR-END ROLLOVER ARCHIVES THE MASTER AND'
               ' CARRIES ONLY OPEN BALANCES FORWARD **'
           DISPLAY 'PROCEED? (Y/N)'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
