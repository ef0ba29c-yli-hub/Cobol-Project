      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - cashier over/short report.  Supervisor-
      *          only.  For a keyed from/to date range, SORTs the
      *          drawer close-out history (see CLOSREC.cpy) by
      *          operator, date and time and lists every close-out
      *          with its expected and counted drawer and the
      *          over/short, with a subtotal per operator and a grand
      *          total - so a cashier who runs short week after week
      *          shows up on one page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-REPORT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSEOUT-FILE ASSIGN TO "E:\CLOSEOUT_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\CLOSEOUT_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "E:\DRWRPT_SRT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSEOUT-FILE.
           COPY CLOSREC.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-OPERATOR-ID       PIC X(8).
           05  SRT-DATE              PIC 9(8).
           05  SRT-TIME              PIC 9(8).
           05  SRT-EXPECTED          PIC S9(7)V99.
           05  SRT-COUNTED           PIC 9(7)V99.
           05  SRT-OVER-SHORT        PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-CLOSEOUT-STATUS    PIC X(2).
               88  WS-CLOSEOUT-OK    VALUE '00'.
           05  WS-CLOSEOUT-EOF       PIC X.
               88  WS-CLOSEOUT-END   VALUE 'Y'.
           05  WS-SORT-EOF           PIC X VALUE 'N'.
               88  WS-SORT-END       VALUE 'Y'.
           05  WS-ABORT-FLAG         PIC X VALUE 'N'.
               88  WS-ABORT-RUN      VALUE 'Y'.
           05  WS-DATE-IN            PIC X(8).
           05  WS-FROM-DATE          PIC 9(8).
           05  WS-TO-DATE            PIC 9(8).
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-CURRENT-OPERATOR   PIC X(8).
           05  WS-OPER-COUNT         PIC 9(5).
           05  WS-OPER-OVER-COUNT    PIC 9(5).
           05  WS-OPER-SHORT-COUNT   PIC 9(5).
           05  WS-OPER-OVER-SHORT    PIC S9(9)V99.
           05  WS-CLOSEOUT-COUNT     PIC 9(5) VALUE 0.
           05  WS-OPERATOR-COUNT     PIC 9(5) VALUE 0.
           05  WS-TOTAL-OVER         PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-SHORT        PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-OVER-SHORT   PIC S9(9)V99 VALUE 0.

       01  RPT-PAGE-HEADER-1.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
                   'CASHIER OVER/SHORT REPORT'.

       01  RPT-RANGE-LINE.
           05  FILLER                PIC X(6)  VALUE 'FROM: '.
           05  RPT-FROM-DATE         PIC 9(8).
           05  FILLER                PIC X(6)  VALUE '  TO: '.
           05  RPT-TO-DATE           PIC 9(8).
           05  FILLER                PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-RUN-DATE          PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER                PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'DATE'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'TIME'.
           05  FILLER                PIC X(15) VALUE
                   '       EXPECTED'.
           05  FILLER                PIC X(15) VALUE
                   '        COUNTED'.
           05  FILLER                PIC X(15) VALUE
                   '     OVER/SHORT'.

       01  RPT-DETAIL-LINE.
           05  RPT-OPERATOR-ID       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DATE              PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TIME              PIC 9(8).
           05  RPT-EXPECTED          PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-COUNTED           PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-OVER-SHORT        PIC Z,ZZZ,ZZ9.99CR.

       01  RPT-SUBTOTAL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-SUB-OPERATOR      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUB-COUNT         PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE ' CLOSE-OUTS'.
           05  RPT-SUB-OVER-COUNT    PIC ZZZZ9.
           05  FILLER                PIC X(5)  VALUE ' OVER'.
           05  RPT-SUB-SHORT-COUNT   PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE ' SHORT'.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-SUB-OVER-SHORT    PIC ZZ,ZZZ,ZZ9.99CR.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL       PIC X(30).
           05  RPT-COUNT-VALUE       PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL       PIC X(30).
           05  RPT-TOTAL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99CR.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-DRAWER-REPORT.
           PERFORM 200-START.
           IF NOT WS-ABORT-RUN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-OPERATOR-ID
                                    SRT-DATE
                                    SRT-TIME
                   INPUT PROCEDURE IS 300-SELECT-CLOSEOUTS
                   OUTPUT PROCEDURE IS 500-LIST-BY-OPERATOR
               PERFORM 600-WRITE-TOTALS
               CLOSE REPORT-FILE
               DISPLAY 'OVER/SHORT REPORT WRITTEN TO'
                   ' E:\CLOSEOUT_RPT.TXT'
           END-IF.
           GOBACK.

       200-START.
           CALL 'SIGN-ON'.
           IF NOT SIGNED-ON
               DISPLAY '** NOT SIGNED ON - NO REPORT PRODUCED **'
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF NOT SIGNON-SUPERVISOR
                   DISPLAY '** OVER/SHORT REPORT REQUIRES SUPERVISOR'
                       ' AUTHORITY **'
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABORT-RUN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               DISPLAY 'FROM DATE'
               PERFORM 210-GET-DATE
               MOVE WS-DATE-IN TO WS-FROM-DATE
               DISPLAY 'TO DATE'
               PERFORM 210-GET-DATE
               MOVE WS-DATE-IN TO WS-TO-DATE
               IF WS-TO-DATE < WS-FROM-DATE
                   DISPLAY '** TO DATE IS BEFORE FROM DATE - NO'
                       ' REPORT PRODUCED **'
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-FROM-DATE TO RPT-FROM-DATE
               MOVE WS-TO-DATE TO RPT-TO-DATE
               MOVE WS-RUN-DATE TO RPT-RUN-DATE
               MOVE RPT-RANGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RPT-COLUMN-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       210-GET-DATE.
           MOVE SPACES TO WS-DATE-IN
           PERFORM UNTIL WS-DATE-IN IS NUMERIC
               DISPLAY 'DATE (CCYYMMDD)'
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS NOT NUMERIC
                   DISPLAY '** INVALID DATE - DIGITS ONLY **'
               END-IF
           END-PERFORM.

       300-SELECT-CLOSEOUTS.
           OPEN INPUT CLOSEOUT-FILE
           IF NOT WS-CLOSEOUT-OK
               DISPLAY '(NO CLOSE-OUT HISTORY ON FILE)'
           ELSE
               MOVE 'N' TO WS-CLOSEOUT-EOF
               READ CLOSEOUT-FILE
                   AT END
                       SET WS-CLOSEOUT-END TO TRUE
               END-READ
               PERFORM UNTIL WS-CLOSEOUT-END
                   PERFORM 310-RELEASE-IF-IN-RANGE
                   READ CLOSEOUT-FILE
                       AT END
                           SET WS-CLOSEOUT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLOSEOUT-FILE
           END-IF.

       310-RELEASE-IF-IN-RANGE.
           IF CLO-DATE >= WS-FROM-DATE
               AND CLO-DATE <= WS-TO-DATE
               MOVE CLO-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE CLO-DATE        TO SRT-DATE
               MOVE CLO-TIME        TO SRT-TIME
               COMPUTE SRT-EXPECTED =
                   CLO-EXPECTED-CASH + CLO-EXPECTED-CHECKS
               COMPUTE SRT-COUNTED =
                   CLO-COUNTED-CASH + CLO-COUNTED-CHECKS
               MOVE CLO-OVER-SHORT  TO SRT-OVER-SHORT
               RELEASE SORT-RECORD
           END-IF.

       500-LIST-BY-OPERATOR.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-END TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-END
               PERFORM 510-LIST-ONE-OPERATOR
               PERFORM 520-WRITE-OPERATOR-SUBTOTAL
           END-PERFORM.

       510-LIST-ONE-OPERATOR.
           MOVE SRT-OPERATOR-ID TO WS-CURRENT-OPERATOR
           MOVE 0 TO WS-OPER-COUNT
           MOVE 0 TO WS-OPER-OVER-COUNT
           MOVE 0 TO WS-OPER-SHORT-COUNT
           MOVE 0 TO WS-OPER-OVER-SHORT
           PERFORM UNTIL WS-SORT-END
               OR SRT-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               MOVE SRT-OPERATOR-ID TO RPT-OPERATOR-ID
               MOVE SRT-DATE        TO RPT-DATE
               MOVE SRT-TIME        TO RPT-TIME
               MOVE SRT-EXPECTED    TO RPT-EXPECTED
               MOVE SRT-COUNTED     TO RPT-COUNTED
               MOVE SRT-OVER-SHORT  TO RPT-OVER-SHORT
               MOVE RPT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-OPER-COUNT
               ADD SRT-OVER-SHORT TO WS-OPER-OVER-SHORT
               EVALUATE TRUE
                   WHEN SRT-OVER-SHORT > 0
                       ADD 1 TO WS-OPER-OVER-COUNT
                       ADD SRT-OVER-SHORT TO WS-TOTAL-OVER
                   WHEN SRT-OVER-SHORT < 0
                       ADD 1 TO WS-OPER-SHORT-COUNT
                       SUBTRACT SRT-OVER-SHORT FROM WS-TOTAL-SHORT
               END-EVALUATE
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-END TO TRUE
               END-RETURN
           END-PERFORM.

       520-WRITE-OPERATOR-SUBTOTAL.
           MOVE WS-CURRENT-OPERATOR TO RPT-SUB-OPERATOR
           MOVE WS-OPER-COUNT       TO RPT-SUB-COUNT
           MOVE WS-OPER-OVER-COUNT  TO RPT-SUB-OVER-COUNT
           MOVE WS-OPER-SHORT-COUNT TO RPT-SUB-SHORT-COUNT
           MOVE WS-OPER-OVER-SHORT  TO RPT-SUB-OVER-SHORT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-OPERATOR-COUNT
           ADD WS-OPER-COUNT TO WS-CLOSEOUT-COUNT
           ADD WS-OPER-OVER-SHORT TO WS-TOTAL-OVER-SHORT.

       600-WRITE-TOTALS.
           MOVE 'OPERATORS LISTED:' TO RPT-COUNT-LABEL
           MOVE WS-OPERATOR-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLOSE-OUTS LISTED:' TO RPT-COUNT-LABEL
           MOVE WS-CLOSEOUT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL OVER:' TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-OVER TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL SHORT:' TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-SHORT TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NET OVER/SHORT:' TO RPT-TOTAL-LABEL
           MOVE WS-TOTAL-OVER-SHORT TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
