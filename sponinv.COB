      *          with the date it was invoiced, and a link already
      *          invoiced in the current calendar month is skipped -
      *          an accidental re-run cannot bill the sponsor twice.
      *          Ends with RETURN-CODE 0 when the run completed, 4 when
      *          there were no sponsorship links to invoice, and 8 when
      *          the student or sponsor master would not open, so
      *          NIGHTLY-BATCH can stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  WS-SORT-END       VALUE 'Y'.
           05  WS-ABORT-FLAG         PIC X VALUE 'N'.
               88  WS-ABORT-RUN      VALUE 'Y'.
           05  WS-NO-LINKS-FLAG      PIC X VALUE 'N'.
               88  WS-NO-LINKS       VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-SHARE              PIC 9(7)V99.
           05  WS-INVOICED-COUNT     PIC 9(5) VALUE 0.
                   OUTPUT PROCEDURE IS 500-PRINT-INVOICES
           END-IF.
           PERFORM 700-CLOSE-FILES.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-OPEN-FILES.
               DISPLAY '** NO SPONSORSHIP LINKS ON FILE - NOTHING'
                   ' INVOICED **'
               SET WS-ABORT-RUN TO TRUE
               SET WS-NO-LINKS TO TRUE
           END-IF.
           IF NOT WS-ABORT-RUN
               OPEN I-O SPONSOR-FILE
                   ', ALREADY INVOICED THIS MONTH: '
                   WS-ALREADY-COUNT
           END-IF.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-NO-LINKS
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ABORT-RUN
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
