      *          and the bursar can see what went out before referring
      *          an account to collections.  A student current on a
      *          payment plan gets no letter, whatever the balance.
      *          Nor does an account placed with the collection
      *          agency (AGYREC.cpy) - the agency works it from there;
      *          once recalled, the sequence starts again at the first
      *          notice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "E:\AGENCY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-STUDENT-NUMBER
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       FD  DUNNING-FILE.
           COPY DUNREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

               88  WS-DUNNING-NOT-FOUND VALUE '35'.
           05  WS-HIST-FOUND-FLAG    PIC X.
               88  WS-HIST-ON-FILE   VALUE 'Y'.
           05  WS-AGENCY-STATUS      PIC X(2).
               88  WS-AGENCY-OK      VALUE '00'.
           05  WS-AGENCY-FILE-FLAG   PIC X VALUE 'N'.
               88  WS-AGENCY-FILE-AVAIL VALUE 'Y'.
           05  WS-PLACED-FLAG        PIC X.
               88  WS-AT-AGENCY      VALUE 'Y'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-OK       VALUE '00'.
           05  WS-TRANS-EOF          PIC X.
           05  WS-FIRM-COUNT         PIC 9(5) VALUE 0.
           05  WS-FINAL-COUNT        PIC 9(5) VALUE 0.
           05  WS-SKIPPED-SENT-COUNT PIC 9(5) VALUE 0.
           05  WS-AGENCY-COUNT       PIC 9(5) VALUE 0.
           05  WS-CITY-LINE          PIC X(40).

       01  LTR-OFFICE-LINE.
               CLOSE DUNNING-FILE
               OPEN I-O DUNNING-FILE
           END-IF.
           OPEN INPUT AGENCY-FILE.
           IF WS-AGENCY-OK
               SET WS-AGENCY-FILE-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE

       300-PROCESS-STUDENTS.
           IF TUITION-OWED > 0
               PERFORM 305-CHECK-AGENCY
               IF WS-AT-AGENCY
                   ADD 1 TO WS-AGENCY-COUNT
               ELSE
                   PERFORM 310-COMPUTE-PAST-DUE
                   PERFORM 320-SET-AGING-LEVEL
                   IF WS-AGING-LEVEL > 0
                       PERFORM 330-ESCALATE-OR-SKIP
                   END-IF
               END-IF
           END-IF
           PERFORM 210-READ-STUDENT.

       305-CHECK-AGENCY.
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
           MOVE WS-SKIPPED-SENT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SKIPPED - PLACED WITH AGENCY:' TO RPT-COUNT-LABEL
           MOVE WS-AGENCY-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'DUNNING RUN COMPLETE - FIRST: ' WS-FIRST-COUNT
               ' FIRM: ' WS-FIRM-COUNT ' FINAL: ' WS-FINAL-COUNT.

           CLOSE PLAN-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE DUNNING-FILE.
           IF WS-AGENCY-FILE-AVAIL
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
