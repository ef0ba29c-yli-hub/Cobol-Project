      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - cashier drawer close-out.  At the end of
      *          a shift the signed-on operator counts the drawer and
      *          keys counted cash, counted checks and the number of
      *          checks - blind, before the system shows what was
      *          expected.  The counts are proved against that
      *          operator's own type-P and type-R rows on the
      *          transaction file for the day (since the operator's
      *          last close-out today, if there was one): payments
      *          with no check number are cash, payments carrying a
      *          check number are checks, and reversals with no check
      *          number were paid out of the drawer.  Prints a
      *          close-out slip with the over/short for the cashier
      *          and a supervisor to sign, and appends the result to
      *          the close-out history (see CLOSREC.cpy) that
      *          END-OF-DAY and DRAWER-REPORT read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-CLOSEOUT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CLOSEOUT-FILE ASSIGN TO "E:\CLOSEOUT_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEOUT-STATUS.

           SELECT SLIP-FILE ASSIGN TO "E:\CLOSEOUT_SLIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  CLOSEOUT-FILE.
           COPY CLOSREC.

       FD  SLIP-FILE.
       01  SLIP-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-OK       VALUE '00'.
           05  WS-CLOSEOUT-STATUS    PIC X(2).
               88  WS-CLOSEOUT-OK    VALUE '00'.
               88  WS-CLOSEOUT-NOT-FOUND VALUE '35'.
           05  WS-TRANS-EOF          PIC X.
               88  WS-TRANS-END      VALUE 'Y'.
           05  WS-CLOSEOUT-EOF       PIC X.
               88  WS-CLOSEOUT-END   VALUE 'Y'.
           05  WS-CONFIRM            PIC X.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-TODAY              PIC 9(8).
           05  WS-NOW                PIC 9(8).
           05  WS-FROM-TIME          PIC 9(8) VALUE 0.
           05  WS-AMOUNT-IN          PIC X(9).
           05  WS-AMOUNT-CENTS       PIC 9(9).
           05  WS-COUNT-IN           PIC X(4).
           05  WS-COUNTED-CASH       PIC 9(7)V99.
           05  WS-COUNTED-CHECKS     PIC 9(7)V99.
           05  WS-COUNTED-CHK-COUNT  PIC 9(4).
           05  WS-EXPECTED-CASH      PIC S9(7)V99 VALUE 0.
           05  WS-EXPECTED-CHECKS    PIC 9(7)V99 VALUE 0.
           05  WS-EXPECTED-CHK-COUNT PIC 9(4) VALUE 0.
           05  WS-POSTING-COUNT      PIC 9(5) VALUE 0.
           05  WS-CASH-OVER-SHORT    PIC S9(7)V99.
           05  WS-CHECK-OVER-SHORT   PIC S9(7)V99.
           05  WS-OVER-SHORT         PIC S9(7)V99.
           05  WS-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99CR.

       01  SLIP-HEADER-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
                   'CASHIER DRAWER CLOSE-OUT'.

       01  SLIP-ID-LINE.
           05  FILLER                PIC X(10) VALUE 'OPERATOR: '.
           05  SLIP-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X(8)  VALUE '  DATE: '.
           05  SLIP-DATE             PIC 9(8).
           05  FILLER                PIC X(8)  VALUE '  TIME: '.
           05  SLIP-TIME             PIC 9(8).

       01  SLIP-FROM-LINE.
           05  FILLER                PIC X(28) VALUE
                   'POSTINGS SINCE (HHMMSSCC): '.
           05  SLIP-FROM-TIME        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  SLIP-POSTING-COUNT    PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE ' POSTINGS'.

       01  SLIP-COLUMN-HEADER.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE
                   '       EXPECTED'.
           05  FILLER                PIC X(15) VALUE
                   '        COUNTED'.
           05  FILLER                PIC X(15) VALUE
                   '     OVER/SHORT'.

       01  SLIP-AMOUNT-LINE.
           05  SLIP-LABEL            PIC X(20).
           05  SLIP-EXPECTED         PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SLIP-COUNTED          PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SLIP-OVER-SHORT       PIC Z,ZZZ,ZZ9.99CR.

       01  SLIP-COUNT-LINE.
           05  FILLER                PIC X(20) VALUE
                   'NUMBER OF CHECKS'.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  SLIP-EXPECTED-COUNT   PIC ZZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.
           05  SLIP-COUNTED-COUNT    PIC ZZZ9.

       01  SLIP-VERDICT-LINE         PIC X(60).

       01  SLIP-SIGN-LINE.
           05  SLIP-SIGN-LABEL       PIC X(24).
           05  FILLER                PIC X(30) VALUE ALL '_'.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-CLOSE-OUT-DRAWER.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           GOBACK.

       201-START.
           CALL 'SIGN-ON'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-NOW.

       202-PROCESS.
           IF SIGNED-ON
               PERFORM 310-FIND-LAST-CLOSEOUT
               PERFORM 330-GET-COUNTS
               DISPLAY 'CLOSE OUT THE DRAWER FOR '
                   SIGNON-OPERATOR-ID ' NOW? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 320-SUM-DRAWER-POSTINGS
                   PERFORM 340-COMPUTE-OVER-SHORT
                   PERFORM 350-PRINT-SLIP
                   PERFORM 360-APPEND-HISTORY
                   PERFORM 370-SHOW-RESULT
               ELSE
                   DISPLAY 'CLOSE-OUT CANCELLED - NOTHING RECORDED'
               END-IF
           ELSE
               DISPLAY '** NOT SIGNED ON - NO CLOSE-OUT TAKEN **'
           END-IF.

      ******************************************************************
      * An operator who already closed out today starts a new shift
      * from that close-out, so only later postings are counted.
      ******************************************************************
       310-FIND-LAST-CLOSEOUT.
           MOVE 0 TO WS-FROM-TIME
           OPEN INPUT CLOSEOUT-FILE
           IF WS-CLOSEOUT-OK
               MOVE 'N' TO WS-CLOSEOUT-EOF
               READ CLOSEOUT-FILE
                   AT END
                       SET WS-CLOSEOUT-END TO TRUE
               END-READ
               PERFORM UNTIL WS-CLOSEOUT-END
                   IF CLO-DATE = WS-TODAY
                       AND CLO-OPERATOR-ID = SIGNON-OPERATOR-ID
                       AND CLO-TIME > WS-FROM-TIME
                       MOVE CLO-TIME TO WS-FROM-TIME
                   END-IF
                   READ CLOSEOUT-FILE
                       AT END
                           SET WS-CLOSEOUT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLOSEOUT-FILE
           END-IF
           IF WS-FROM-TIME > 0
               DISPLAY 'ALREADY CLOSED OUT TODAY AT ' WS-FROM-TIME
                   ' - THIS CLOSE-OUT COVERS LATER POSTINGS ONLY'
           END-IF.

       320-SUM-DRAWER-POSTINGS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-OK
               MOVE 'N' TO WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-END TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-END
                   IF TRN-DATE = WS-TODAY
                       AND TRN-OPERATOR-ID = SIGNON-OPERATOR-ID
                       AND TRN-TIME > WS-FROM-TIME
                       AND TRN-TIME <= WS-NOW
                       PERFORM 321-TALLY-DRAWER-ROW
                   END-IF
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      ******************************************************************
      * Payment amounts are negative on the transaction file and
      * reversals positive, so both are subtracted to come out as
      * money into the drawer.  A reversal carrying a check number (a
      * refund check or a returned check) never passed through the
      * drawer and is left out.
      ******************************************************************
       321-TALLY-DRAWER-ROW.
           EVALUATE TRUE
               WHEN TRN-PAYMENT AND TRN-CHECK-NUMBER = SPACES
                   ADD 1 TO WS-POSTING-COUNT
                   SUBTRACT TRN-AMOUNT FROM WS-EXPECTED-CASH
               WHEN TRN-PAYMENT
                   ADD 1 TO WS-POSTING-COUNT
                   SUBTRACT TRN-AMOUNT FROM WS-EXPECTED-CHECKS
                   ADD 1 TO WS-EXPECTED-CHK-COUNT
               WHEN TRN-REVERSAL AND TRN-CHECK-NUMBER = SPACES
                   ADD 1 TO WS-POSTING-COUNT
                   SUBTRACT TRN-AMOUNT FROM WS-EXPECTED-CASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       330-GET-COUNTS.
           DISPLAY 'COUNTED CASH'
           PERFORM 331-GET-AMOUNT
           COMPUTE WS-COUNTED-CASH = WS-AMOUNT-CENTS / 100
           DISPLAY 'COUNTED CHECKS - TOTAL AMOUNT'
           PERFORM 331-GET-AMOUNT
           COMPUTE WS-COUNTED-CHECKS = WS-AMOUNT-CENTS / 100
           MOVE SPACES TO WS-COUNT-IN
           PERFORM UNTIL WS-COUNT-IN IS NUMERIC
               DISPLAY 'NUMBER OF CHECKS (4 DIGITS, E.G. 0012)'
               ACCEPT WS-COUNT-IN
               IF WS-COUNT-IN IS NOT NUMERIC
                   DISPLAY '** INVALID COUNT - DIGITS ONLY **'
               END-IF
           END-PERFORM
           MOVE WS-COUNT-IN TO WS-COUNTED-CHK-COUNT.

       331-GET-AMOUNT.
           MOVE SPACES TO WS-AMOUNT-IN
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
               DISPLAY 'AMOUNT (DOLLARS+CENTS, NO DECIMAL POINT)'
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY '** INVALID AMOUNT - DIGITS ONLY **'
               END-IF
           END-PERFORM
           MOVE WS-AMOUNT-IN TO WS-AMOUNT-CENTS.

       340-COMPUTE-OVER-SHORT.
           COMPUTE WS-CASH-OVER-SHORT =
               WS-COUNTED-CASH - WS-EXPECTED-CASH
           COMPUTE WS-CHECK-OVER-SHORT =
               WS-COUNTED-CHECKS - WS-EXPECTED-CHECKS
           COMPUTE WS-OVER-SHORT =
               WS-CASH-OVER-SHORT + WS-CHECK-OVER-SHORT.

       350-PRINT-SLIP.
           OPEN OUTPUT SLIP-FILE
           MOVE SLIP-HEADER-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SIGNON-OPERATOR-ID TO SLIP-OPERATOR-ID
           MOVE WS-TODAY TO SLIP-DATE
           MOVE WS-NOW TO SLIP-TIME
           MOVE SLIP-ID-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-FROM-TIME TO SLIP-FROM-TIME
           MOVE WS-POSTING-COUNT TO SLIP-POSTING-COUNT
           MOVE SLIP-FROM-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SLIP-COLUMN-HEADER TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE 'CASH' TO SLIP-LABEL
           MOVE WS-EXPECTED-CASH TO SLIP-EXPECTED
           MOVE WS-COUNTED-CASH TO SLIP-COUNTED
           MOVE WS-CASH-OVER-SHORT TO SLIP-OVER-SHORT
           MOVE SLIP-AMOUNT-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE 'CHECKS' TO SLIP-LABEL
           MOVE WS-EXPECTED-CHECKS TO SLIP-EXPECTED
           MOVE WS-COUNTED-CHECKS TO SLIP-COUNTED
           MOVE WS-CHECK-OVER-SHORT TO SLIP-OVER-SHORT
           MOVE SLIP-AMOUNT-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE 'DRAWER TOTAL' TO SLIP-LABEL
           COMPUTE SLIP-EXPECTED =
               WS-EXPECTED-CASH + WS-EXPECTED-CHECKS
           COMPUTE SLIP-COUNTED =
               WS-COUNTED-CASH + WS-COUNTED-CHECKS
           MOVE WS-OVER-SHORT TO SLIP-OVER-SHORT
           MOVE SLIP-AMOUNT-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-EXPECTED-CHK-COUNT TO SLIP-EXPECTED-COUNT
           MOVE WS-COUNTED-CHK-COUNT TO SLIP-COUNTED-COUNT
           MOVE SLIP-COUNT-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           EVALUATE TRUE
               WHEN WS-OVER-SHORT > 0
                   MOVE '** DRAWER IS OVER **' TO SLIP-VERDICT-LINE
               WHEN WS-OVER-SHORT < 0
                   MOVE '** DRAWER IS SHORT **' TO SLIP-VERDICT-LINE
               WHEN WS-EXPECTED-CHK-COUNT NOT = WS-COUNTED-CHK-COUNT
                   MOVE '** DRAWER BALANCES BUT CHECK COUNT DIFFERS **'
                       TO SLIP-VERDICT-LINE
               WHEN OTHER
                   MOVE 'DRAWER BALANCES' TO SLIP-VERDICT-LINE
           END-EVALUATE
           MOVE SLIP-VERDICT-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           WRITE SLIP-LINE
           MOVE 'CASHIER SIGNATURE:' TO SLIP-SIGN-LABEL
           MOVE SLIP-SIGN-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE 'SUPERVISOR SIGNATURE:' TO SLIP-SIGN-LABEL
           MOVE SLIP-SIGN-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           CLOSE SLIP-FILE.

       360-APPEND-HISTORY.
           OPEN EXTEND CLOSEOUT-FILE
           IF WS-CLOSEOUT-NOT-FOUND
               OPEN OUTPUT CLOSEOUT-FILE
               CLOSE CLOSEOUT-FILE
               OPEN EXTEND CLOSEOUT-FILE
           END-IF
           MOVE WS-TODAY              TO CLO-DATE
           MOVE WS-NOW                TO CLO-TIME
           MOVE SIGNON-OPERATOR-ID    TO CLO-OPERATOR-ID
           MOVE WS-FROM-TIME          TO CLO-FROM-TIME
           MOVE WS-EXPECTED-CASH      TO CLO-EXPECTED-CASH
           MOVE WS-COUNTED-CASH       TO CLO-COUNTED-CASH
           MOVE WS-EXPECTED-CHECKS    TO CLO-EXPECTED-CHECKS
           MOVE WS-COUNTED-CHECKS     TO CLO-COUNTED-CHECKS
           MOVE WS-EXPECTED-CHK-COUNT TO CLO-EXPECTED-CHK-COUNT
           MOVE WS-COUNTED-CHK-COUNT  TO CLO-COUNTED-CHK-COUNT
           MOVE WS-OVER-SHORT         TO CLO-OVER-SHORT
           WRITE CLOSEOUT-RECORD
           CLOSE CLOSEOUT-FILE.

       370-SHOW-RESULT.
           MOVE WS-OVER-SHORT TO WS-AMOUNT-EDIT
           DISPLAY 'CLOSE-OUT RECORDED - OVER/SHORT: ' WS-AMOUNT-EDIT
           DISPLAY SLIP-VERDICT-LINE
           DISPLAY 'SLIP PRINTED TO E:\CLOSEOUT_SLIP.TXT - SIGN AND'
               ' FILE WITH THE DEPOSIT'.
