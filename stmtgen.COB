      *          student with an active payment plan (see PLANREC.cpy)
      *          is asked to pay only the installments due through the
      *          statement date, less what has already been paid; the
      *          full balance still shows for reference.  An account
      *          placed with the collection agency (see AGYREC.cpy)
      *          gets no statement while it is with the agency.
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

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       FD  PLAN-FILE.
           COPY PLANREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

               88  WS-PLAN-FILE-AVAIL VALUE 'Y'.
           05  WS-PLAN-FOUND-FLAG    PIC X.
               88  WS-PLAN-ON-FILE   VALUE 'Y'.
           05  WS-AGENCY-STATUS      PIC X(2).
               88  WS-AGENCY-OK      VALUE '00'.
           05  WS-AGENCY-FILE-FLAG   PIC X VALUE 'N'.
               88  WS-AGENCY-FILE-AVAIL VALUE 'Y'.
           05  WS-PLACED-FLAG        PIC X.
               88  WS-AT-AGENCY      VALUE 'Y'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-OK       VALUE '00'.
           05  WS-TRANS-EOF          PIC X.
           05  WS-STATEMENT-COUNT    PIC 9(5) VALUE 0.
           05  WS-NO-ADDR-COUNT      PIC 9(5) VALUE 0.
           05  WS-PLAN-COUNT         PIC 9(5) VALUE 0.
           05  WS-AGENCY-COUNT       PIC 9(5) VALUE 0.
           05  WS-CITY-LINE          PIC X(40).
           05  WS-AMOUNT-DUE         PIC S9(8)V99.
           05  WS-DUE-TOTAL          PIC 9(8)V99.
           IF WS-PLAN-OK
               SET WS-PLAN-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT AGENCY-FILE.
           IF WS-AGENCY-OK
               SET WS-AGENCY-FILE-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT WS-STUDENT-OK
               DISPLAY '** STUDENT-FILE NOT FOUND - NO STATEMENTS **'
       300-PROCESS-STUDENTS.
           IF (NOT STUDENT-WITHDRAWN AND NOT STUDENT-GRADUATED)
               OR TUITION-OWED NOT = 0
               PERFORM 310-CHECK-AGENCY
               IF WS-AT-AGENCY
                   ADD 1 TO WS-AGENCY-COUNT
               ELSE
                   PERFORM 400-PRINT-ONE-STATEMENT
               END-IF
           END-IF
           PERFORM 210-READ-STUDENT.

       310-CHECK-AGENCY.
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

       400-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 410-READ-ADDRESS
           CLOSE STUDENT-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE PLAN-FILE.
           IF WS-AGENCY-FILE-AVAIL
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           DISPLAY 'STATEMENTS PRINTED: ' WS-STATEMENT-COUNT
               ' WITHOUT ADDRESS: ' WS-NO-ADDR-COUNT
               ' ON PAYMENT PLAN: ' WS-PLAN-COUNT
               ' AT AGENCY: ' WS-AGENCY-COUNT.
