      *          STUDENT-NUMBER, walks the machine-readable transaction
      *          file (see PAYTRAN.cpy - appended in posting order, so
      *          reading forward is date order) and displays every
      *          charge, payment, reversal, adjustment and financial
      *          aid disbursement for that student with date, time,
      *          check number (award code for aid), operator and a
      *          running balance, then compares the final running
      *          balance to TUITION-OWED on the master and flags it
      *          when the two do not tie, the way BALANCE-RECON would.
                   MOVE 'REVERSAL  ' TO WS-TYPE-WORD
               WHEN TRN-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO WS-TYPE-WORD
               WHEN TRN-AID
                   MOVE 'FIN AID   ' TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO WS-TYPE-WORD
           END-EVALUATE.
