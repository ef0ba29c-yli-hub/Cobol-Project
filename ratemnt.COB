      *          ASSESS always reads a complete, consistent file.
      *          Also carries the per-term late-fee columns (flat
      *          amount and percentage of the past-due balance) that
      *          drive LATE-FEE-ASSESS, and the per-term returned-check
      *          fee that RETURNED-CHECKS charges on a bounced check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  WS-R-CAP          PIC 9(7)V99.
               10  WS-R-LATE-FLAT    PIC 9(5)V99.
               10  WS-R-LATE-PCT     PIC 9(3)V99.
               10  WS-R-NSF-FEE      PIC 9(5)V99.

           COPY SIGNON.

                       ELSE
                           MOVE 0 TO WS-R-LATE-PCT(WS-ENTRY-COUNT)
                       END-IF
                       IF RATE-NSF-FEE IS NUMERIC
                           MOVE RATE-NSF-FEE
                               TO WS-R-NSF-FEE(WS-ENTRY-COUNT)
                       ELSE
                           MOVE 0 TO WS-R-NSF-FEE(WS-ENTRY-COUNT)
                       END-IF
                   ELSE
                       DISPLAY '** RATE TABLE FULL AT 99 ROWS **'
                   END-IF
           MOVE WS-R-LATE-FLAT(WS-I) TO WS-RATE-EDIT
           DISPLAY 'LATE FEE FLAT   : ' WS-RATE-EDIT
           MOVE WS-R-LATE-PCT(WS-I) TO WS-PCT-EDIT
           DISPLAY 'LATE FEE PCT    : ' WS-PCT-EDIT
           MOVE WS-R-NSF-FEE(WS-I) TO WS-RATE-EDIT
           DISPLAY 'RETURNED CHECK  : ' WS-RATE-EDIT.

       307-GET-NEW-RATES.
           DISPLAY 'PER-CREDIT RATE'
               ' E.G. 00150 = 1.50 PCT, 0 = NONE)'
           PERFORM 308-GET-AMOUNT
           COMPUTE WS-R-LATE-PCT(WS-I) = WS-AMOUNT-CENTS / 100
           DISPLAY 'RETURNED CHECK FEE (0 = NONE)'
           PERFORM 308-GET-AMOUNT
           COMPUTE WS-R-NSF-FEE(WS-I) = WS-AMOUNT-CENTS / 100
           DISPLAY 'RATE SAVED FOR ' WS-TERM-CODE ' '
               WS-ACADEMIC-YEAR.

               MOVE WS-R-CAP(WS-I)       TO RATE-FULL-TIME-CAP
               MOVE WS-R-LATE-FLAT(WS-I) TO RATE-LATE-FEE-FLAT
               MOVE WS-R-LATE-PCT(WS-I)  TO RATE-LATE-FEE-PCT
               MOVE WS-R-NSF-FEE(WS-I)   TO RATE-NSF-FEE
               WRITE RATE-RECORD
           END-PERFORM
           CLOSE RATE-TABLE-FILE
