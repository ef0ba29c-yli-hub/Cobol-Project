      *          balance never draws a fee.  A student already assessed
      *          this calendar month (a LATEFEE charge on the
      *          transaction file) is skipped, so an accidental
      *          re-run cannot double-fee.  An account placed with
      *          the collection agency (AGYREC.cpy) is left to the
      *          agency and draws no fee until it is recalled.  Ends
      *          with RETURN-CODE 0 when the run completed, 4 when
      *          there was no rate table to assess from, and 8 when
      *          the master would not open, so NIGHTLY-BATCH can stop
      *          the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PLAN-STUDENT-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "E:\AGENCY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-STUDENT-NUMBER
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "E:\RATE_TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       FD  PLAN-FILE.
           COPY PLANREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  RATE-TABLE-FILE.
           COPY RATEREC.

               88  WS-PLAN-OK        VALUE '00'.
           05  WS-PLAN-FILE-FLAG     PIC X VALUE 'N'.
               88  WS-PLAN-FILE-AVAIL VALUE 'Y'.
           05  WS-AGENCY-STATUS      PIC X(2).
               88  WS-AGENCY-OK      VALUE '00'.
           05  WS-AGENCY-FILE-FLAG   PIC X VALUE 'N'.
               88  WS-AGENCY-FILE-AVAIL VALUE 'Y'.
           05  WS-PLACED-FLAG        PIC X.
               88  WS-AT-AGENCY      VALUE 'Y'.
           05  WS-RATE-STATUS        PIC X(2).
               88  WS-RATE-OK        VALUE '00'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-ALREADY-ASSESSED VALUE 'Y'.
           05  WS-PRIOR-OVERFLOW-FLG PIC X VALUE 'N'.
               88  WS-PRIOR-OVERFLOW  VALUE 'Y'.
           05  WS-MASTER-FLAG        PIC X VALUE 'N'.
               88  WS-MASTER-MISSING VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-RUN-DATE-INT       PIC 9(7).
           05  WS-SKIPPED-PLAN-COUNT PIC 9(5) VALUE 0.
           05  WS-NO-RATE-COUNT      PIC 9(5) VALUE 0.
           05  WS-ALREADY-COUNT      PIC 9(5) VALUE 0.
           05  WS-AGENCY-COUNT       PIC 9(5) VALUE 0.
           05  WS-FEE-TOTAL          PIC 9(10)V99 VALUE 0.

       01  WS-RATE-TABLE.
               UNTIL WS-END-OF-FILE.
           PERFORM 600-WRITE-SUMMARY.
           PERFORM 700-CLOSE-FILES.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-LOAD-RATE-TABLE.
               IF NOT WS-STUDENT-OK
                   DISPLAY '** STUDENT-FILE NOT FOUND - NO FEES'
                       ' ASSESSED **'
                   SET WS-MASTER-MISSING TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   OPEN INPUT PLAN-FILE
                   IF WS-PLAN-OK
                       SET WS-PLAN-FILE-AVAIL TO TRUE
                   END-IF
                   OPEN INPUT AGENCY-FILE
                   IF WS-AGENCY-OK
                       SET WS-AGENCY-FILE-AVAIL TO TRUE
                   END-IF
                   OPEN EXTEND TRANS-FILE
                   IF WS-TRANS-NOT-FOUND
                       OPEN OUTPUT TRANS-FILE

       400-ASSESS-STUDENTS.
           IF TUITION-OWED > 0
               PERFORM 405-CHECK-AGENCY
               IF WS-AT-AGENCY
                   ADD 1 TO WS-AGENCY-COUNT
               ELSE
                   PERFORM 410-COMPUTE-PAST-DUE
                   IF WS-PAST-DUE > 0 AND WS-DAYS-OLD >= 30
                       PERFORM 430-CHECK-PRIOR-FEE
                       IF WS-ALREADY-ASSESSED
                           ADD 1 TO WS-ALREADY-COUNT
                       ELSE
                           PERFORM 440-APPLY-LATE-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 310-READ-STUDENT.

       405-CHECK-AGENCY.
           MOVE 'N' TO WS-PLACED-FLAG
           IF WS-AGENCY-FILE-AVAIL
               MOVE STUDENT-NUMBER TO AGY-STUDENT-NUMBER
               READ AGENCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGY-PLACED
                           SET WS-AT-AGENCY TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Past due follows the AGED-RECEIVABLES rules: the whole balance
      * aged off ENTRY-DATE normally; on an active payment plan only
           MOVE WS-ALREADY-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AT COLLECTION AGENCY:' TO RPT-COUNT-LABEL
           MOVE WS-AGENCY-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NO RATE ON TABLE:' TO RPT-COUNT-LABEL
           MOVE WS-NO-RATE-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
       700-CLOSE-FILES.
           CLOSE STUDENT-FILE.
           CLOSE PLAN-FILE.
           IF WS-AGENCY-FILE-AVAIL
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REPORT-FILE.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ENTRY-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
