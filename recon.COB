      *          order - a two-stream match with no in-memory table, so
      *          the run handles the whole file whatever the enrollment
      *          and no longer crawls through a linear table search.
      *          Ends with RETURN-CODE 0 when every compared balance
      *          proves, 4 when there was no transaction file to
      *          rebuild from, and 8 on any discrepancy, orphan
      *          transaction or unreadable master, so NIGHTLY-BATCH
      *          can stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  WS-TRANS-END      VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  WS-SORT-END       VALUE 'Y'.
           05  WS-MASTER-FLAG        PIC X VALUE 'N'.
               88  WS-MASTER-OPENED  VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-STUDENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-TRANS-COUNT        PIC 9(7) VALUE 0.
               OUTPUT PROCEDURE IS 400-MATCH-AND-COMPARE.
           PERFORM 600-WRITE-SUMMARY.
           PERFORM 700-CLOSE-FILES.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-OPEN-FILES.
           IF NOT WS-STUDENT-OK
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-MASTER-OPENED TO TRUE
               PERFORM 210-READ-STUDENT
           END-IF.

       700-CLOSE-FILES.
           CLOSE STUDENT-FILE.
           CLOSE REPORT-FILE.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-OPENED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREP-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRANS-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
