      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - unattended nightly batch stream.  Runs the
      *          night's work in a fixed order instead of the order
      *          the night operator has to remember off TUITION-MENU:
      *          PAYMENT-BATCH, END-OF-DAY, BALANCE-RECON, then once a
      *          calendar month SPONSOR-INVOICE and LATE-FEE-ASSESS
      *          (sponsors first, so a sponsor is never billed a
      *          student's late fee), then END-OF-DAY again whenever
      *          those monthly postings reopened the posting session
      *          (see DAYCTL.cpy) so the day still proves and the GL
      *          export is not blocked, then MASTER-UNLOAD, GL-EXPORT
      *          and last the registrar hold feed, REGISTRAR-HOLDS,
      *          so the holds are judged on the night's final
      *          balances.  Each step's start, end and outcome go to
      *          the run-control file (see RUNCTL.cpy) as the step
      *          runs.  A step that ends with RETURN-CODE 8 or more -
      *          a deposit that does not foot, an out-of-balance
      *          proof, a balance that does not reconcile - stops the
      *          stream there.  Run it again and it restarts the
      *          stopped stream at the failed step: steps already
      *          completed are not repeated.  When the stopped stream
      *          was started on an earlier night, tonight's own stream
      *          is run straight after it in the same run, so the
      *          night's deposit, proof and hold feed are not lost.
      *          The monthly steps run on the first stream of the
      *          calendar month and are due until the run-control file
      *          shows them completed in the month - not by the day of
      *          the stream date - so a stream stopped on the last
      *          night of a month and restarted on the first neither
      *          skips the new month nor runs them twice in it.
      *          Ends by printing a morning run summary for the bursar
      *          to E:\NIGHTLY_SUMMARY.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-BATCH INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "E:\RUN_CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "E:\NIGHTLY_SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-RUNCTL-STATUS      PIC X(2).
               88  WS-RUNCTL-OK      VALUE '00'.
               88  WS-RUNCTL-NOT-FOUND VALUE '35'.
           05  WS-RUNCTL-EOF         PIC X.
               88  WS-RUNCTL-END     VALUE 'Y'.
           05  WS-DAYCTL-STATUS      PIC X(2).
               88  WS-DAYCTL-OK      VALUE '00'.
           05  WS-SESSION-OPEN-FLAG  PIC X.
               88  WS-POSTING-OPEN   VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-TODAY              PIC 9(8).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-TODAY-FLAG         PIC X VALUE 'N'.
               88  WS-TODAY-PENDING  VALUE 'Y'.
           05  WS-EARLIER-WARNINGS   PIC 9(2) VALUE 0.
           05  WS-SUMMARY-FLAG       PIC X VALUE 'N'.
               88  WS-SUMMARY-STARTED VALUE 'Y'.
           05  WS-STREAM-DATE        PIC 9(8).
           05  WS-LAST-STREAM-DATE   PIC 9(8) VALUE 0.
           05  WS-LAST-COMPLETE-FLAG PIC X VALUE 'N'.
               88  WS-LAST-STREAM-COMPLETE VALUE 'Y'.
           05  WS-RESTART-FLAG       PIC X VALUE 'N'.
               88  WS-RESTARTING     VALUE 'Y'.
           05  WS-NOTHING-FLAG       PIC X VALUE 'N'.
               88  WS-NOTHING-TO-RUN VALUE 'Y'.
           05  WS-STOP-FLAG          PIC X VALUE 'N'.
               88  WS-STREAM-STOPPED VALUE 'Y'.
           05  WS-STEP               PIC 9(2).
           05  WS-STOPPED-STEP       PIC 9(2) VALUE 0.
           05  WS-STEP-RC            PIC 9(4).
           05  WS-START-DATE         PIC 9(8).
           05  WS-START-TIME         PIC 9(8).
           05  WS-END-DATE           PIC 9(8).
           05  WS-END-TIME           PIC 9(8).
           05  WS-OUTCOME            PIC X.
           05  WS-RAN-COUNT          PIC 9(2) VALUE 0.
           05  WS-WARNING-COUNT      PIC 9(2) VALUE 0.
           05  WS-BYPASSED-COUNT     PIC 9(2) VALUE 0.
           05  WS-NOT-DUE-COUNT      PIC 9(2) VALUE 0.
           05  WS-HELD-FLAG          PIC X VALUE 'N'.
               88  WS-ROW-HELD       VALUE 'Y'.

      ******************************************************************
      * The stream, in running order.  Rule D runs every night, M once
      * a calendar month (until it has completed in the month), P only
      * when the posting session is open (the re-proof after the
      * monthly postings), and G only when the posting session is
      * closed - otherwise the step fails, as TUITION-MENU refuses
      * GL-EXPORT.  The advice is printed on the summary when the step
      * stops the stream.  311-CALL-STEP-PROGRAM CALLs the programs in
      * the same order.
      ******************************************************************
       01  WS-STEP-VALUES.
           05  FILLER                PIC X(16) VALUE 'PAYMENT-BATCH'.
           05  FILLER                PIC X     VALUE 'D'.
           05  FILLER                PIC X(50) VALUE
                   'DEPOSIT REFUSED - SEE E:\LOCKBOX.TXT'.
           05  FILLER                PIC X(16) VALUE 'END-OF-DAY'.
           05  FILLER                PIC X     VALUE 'D'.
           05  FILLER                PIC X(50) VALUE
                   'DAY OUT OF BALANCE - SEE E:\EOD_PROOF.TXT'.
           05  FILLER                PIC X(16) VALUE 'BALANCE-RECON'.
           05  FILLER                PIC X     VALUE 'D'.
           05  FILLER                PIC X(50) VALUE
                   'BALANCES DO NOT PROVE - SEE E:\RECON_RPT.TXT'.
           05  FILLER                PIC X(16) VALUE 'SPONSOR-INVOICE'.
           05  FILLER                PIC X     VALUE 'M'.
           05  FILLER                PIC X(50) VALUE
                   'STUDENT OR SPONSOR MASTER WOULD NOT OPEN'.
           05  FILLER                PIC X(16) VALUE 'LATE-FEE-ASSESS'.
           05  FILLER                PIC X     VALUE 'M'.
           05  FILLER                PIC X(50) VALUE
                   'STUDENT MASTER WOULD NOT OPEN'.
           05  FILLER                PIC X(16) VALUE 'END-OF-DAY'.
           05  FILLER                PIC X     VALUE 'P'.
           05  FILLER                PIC X(50) VALUE
                   'RE-PROOF OUT OF BALANCE - SEE E:\EOD_PROOF.TXT'.
           05  FILLER                PIC X(16) VALUE 'MASTER-UNLOAD'.
           05  FILLER                PIC X     VALUE 'D'.
           05  FILLER                PIC X(50) VALUE
                   'STUDENT MASTER NOT BACKED UP'.
           05  FILLER                PIC X(16) VALUE 'GL-EXPORT'.
           05  FILLER                PIC X     VALUE 'G'.
           05  FILLER                PIC X(50) VALUE
                   'POSTING SESSION OPEN OR MASTER WOULD NOT OPEN'.
           05  FILLER                PIC X(16) VALUE 'REGISTRAR-HOLDS'.
           05  FILLER                PIC X     VALUE 'D'.
           05  FILLER                PIC X(50) VALUE
                   'STUDENT MASTER OR E:\HOLDS.TXT WOULD NOT OPEN'.

       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05  WS-STEP-ENTRY OCCURS 9 TIMES.
               10  WS-STEP-PROGRAM   PIC X(16).
               10  WS-STEP-RULE      PIC X.
                   88  WS-RUN-ONCE-A-MONTH VALUE 'M'.
                   88  WS-RUN-IF-SESSION-OPEN VALUE 'P'.
                   88  WS-RUN-IF-SESSION-CLOSED VALUE 'G'.
               10  WS-STEP-ADVICE    PIC X(50).

      ******************************************************************
      * Outcome of each step on the stream being restarted, from the
      * run-control file - the last row for a step wins.
      ******************************************************************
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-OUTCOME      PIC X OCCURS 9 TIMES.
               88  WS-PRIOR-DONE     VALUE 'C' 'W' 'N'.

      ******************************************************************
      * Steps that have completed (or completed with warnings) in the
      * current calendar month, on any stream - what decides whether
      * a monthly step is still due.
      ******************************************************************
       01  WS-MONTH-TABLE.
           05  WS-MONTH-DONE         PIC X OCCURS 9 TIMES.
               88  WS-DONE-THIS-MONTH VALUE 'Y'.

       01  WS-HELD-ROW.
           05  WS-HELD-STEP          PIC 9(2).
           05  WS-HELD-PROGRAM       PIC X(16).
           05  WS-HELD-START-DATE    PIC 9(8).
           05  WS-HELD-START-TIME    PIC 9(8).
           05  WS-HELD-END-DATE      PIC 9(8).
           05  WS-HELD-END-TIME      PIC 9(8).
           05  WS-HELD-OUTCOME       PIC X.
           05  WS-HELD-RC            PIC 9(4).

       01  SUM-HEADER-LINE.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
                   'NIGHTLY BATCH RUN SUMMARY'.

       01  SUM-STREAM-LINE.
           05  FILLER                PIC X(13) VALUE 'STREAM DATE: '.
           05  SUM-STREAM-DATE       PIC 9(8).
           05  FILLER                PIC X(11) VALUE '  PRINTED: '.
           05  SUM-PRINT-DATE        PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SUM-PRINT-TIME        PIC X(6).

       01  SUM-COLUMN-HEADER.
           05  FILLER                PIC X(4)  VALUE 'NO'.
           05  FILLER                PIC X(16) VALUE 'PROGRAM'.
           05  FILLER                PIC X(17) VALUE 'STARTED'.
           05  FILLER                PIC X(17) VALUE 'ENDED'.
           05  FILLER                PIC X(11) VALUE 'OUTCOME'.
           05  FILLER                PIC X(4)  VALUE '  RC'.

       01  SUM-DETAIL-LINE.
           05  SUM-STEP-NUMBER       PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  SUM-PROGRAM-NAME      PIC X(16).
           05  SUM-START-DATE        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SUM-START-TIME        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  SUM-END-DATE          PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SUM-END-TIME          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  SUM-OUTCOME           PIC X(11).
           05  SUM-RETURN-CODE       PIC ZZZ9.

       01  SUM-COUNT-LINE.
           05  SUM-COUNT-LABEL       PIC X(30).
           05  SUM-COUNT-VALUE       PIC ZZZZ9.

       01  SUM-STOPPED-LINE.
           05  FILLER                PIC X(26) VALUE
                   '** STREAM STOPPED AT STEP '.
           05  SUM-STOPPED-STEP      PIC 9(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  SUM-STOPPED-PROGRAM   PIC X(16).
           05  FILLER                PIC X(2)  VALUE '**'.

       01  SUM-ADVICE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  SUM-ADVICE            PIC X(50).

       01  SUM-VERDICT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       100-RUN-NIGHTLY-STREAM.
           PERFORM 200-START.
           IF NOT WS-NOTHING-TO-RUN
               PERFORM 250-RUN-STREAM
               IF WS-TODAY-PENDING AND NOT WS-STREAM-STOPPED
                   PERFORM 260-START-TONIGHTS-STREAM
                   PERFORM 250-RUN-STREAM
               END-IF
           END-IF.
           PERFORM 700-SET-RETURN-CODE.
           GOBACK.

      ******************************************************************
      * A stream that never reached step 99 is restarted under its own
      * date; when that date is before today, tonight's stream is left
      * pending to run after it.  A completed stream dated today is
      * not run twice.
      ******************************************************************
       200-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-RUN-DATE
           PERFORM 210-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN WS-LAST-STREAM-DATE = 0
                   MOVE WS-TODAY TO WS-STREAM-DATE
                   MOVE SPACES TO WS-PRIOR-TABLE
               WHEN NOT WS-LAST-STREAM-COMPLETE
                   MOVE WS-LAST-STREAM-DATE TO WS-STREAM-DATE
                   SET WS-RESTARTING TO TRUE
                   IF WS-LAST-STREAM-DATE < WS-RUN-DATE
                       SET WS-TODAY-PENDING TO TRUE
                   END-IF
               WHEN WS-LAST-STREAM-DATE = WS-TODAY
                   SET WS-NOTHING-TO-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-TODAY TO WS-STREAM-DATE
                   MOVE SPACES TO WS-PRIOR-TABLE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-NOTHING-TO-RUN
                   DISPLAY '** TONIGHT''S STREAM ALREADY COMPLETE -'
                       ' NOTHING RUN **'
               WHEN WS-RESTARTING
                   DISPLAY 'RESTARTING NIGHTLY STREAM OF '
                       WS-STREAM-DATE ' AT THE FIRST STEP NOT DONE'
               WHEN OTHER
                   DISPLAY 'NIGHTLY STREAM OF ' WS-STREAM-DATE
                       ' STARTING'
           END-EVALUATE.

       210-READ-RUN-CONTROL.
           MOVE SPACES TO WS-PRIOR-TABLE
           MOVE SPACES TO WS-MONTH-TABLE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
               MOVE 'N' TO WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-RUNCTL-END TO TRUE
               END-READ
               PERFORM UNTIL WS-RUNCTL-END
                   PERFORM 220-NOTE-RUN-ROW
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       220-NOTE-RUN-ROW.
           IF RUN-STREAM-DATE NOT = WS-LAST-STREAM-DATE
               MOVE RUN-STREAM-DATE TO WS-LAST-STREAM-DATE
               MOVE SPACES TO WS-PRIOR-TABLE
               MOVE 'N' TO WS-LAST-COMPLETE-FLAG
           END-IF
           IF RUN-STREAM-END
               SET WS-LAST-STREAM-COMPLETE TO TRUE
           ELSE
               IF RUN-STEP-NUMBER >= 1 AND RUN-STEP-NUMBER <= 9
                   MOVE RUN-OUTCOME
                       TO WS-PRIOR-OUTCOME(RUN-STEP-NUMBER)
                   IF (RUN-COMPLETED OR RUN-WARNING)
                       AND RUN-START-DATE(1:6) = WS-RUN-DATE(1:6)
                       MOVE 'Y' TO WS-MONTH-DONE(RUN-STEP-NUMBER)
                   END-IF
               END-IF
           END-IF.

       250-RUN-STREAM.
           PERFORM 300-RUN-ONE-STEP
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > 9 OR WS-STREAM-STOPPED
           IF NOT WS-STREAM-STOPPED
               PERFORM 400-MARK-STREAM-COMPLETE
           END-IF
           PERFORM 500-PRINT-RUN-SUMMARY.

      ******************************************************************
      * The restarted stream is complete; tonight's own stream starts
      * fresh.  Its pass counts start again for its own summary, but
      * warnings from the restart still count toward the RETURN-CODE.
      ******************************************************************
       260-START-TONIGHTS-STREAM.
           MOVE WS-RUN-DATE TO WS-STREAM-DATE
           MOVE SPACES TO WS-PRIOR-TABLE
           MOVE 'N' TO WS-RESTART-FLAG
           ADD WS-WARNING-COUNT TO WS-EARLIER-WARNINGS
           MOVE 0 TO WS-RAN-COUNT
           MOVE 0 TO WS-WARNING-COUNT
           MOVE 0 TO WS-BYPASSED-COUNT
           MOVE 0 TO WS-NOT-DUE-COUNT
           DISPLAY 'NIGHTLY STREAM OF ' WS-STREAM-DATE ' STARTING'.

       300-RUN-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-PRIOR-DONE(WS-STEP)
                   ADD 1 TO WS-BYPASSED-COUNT
                   DISPLAY 'STEP ' WS-STEP ' '
                       WS-STEP-PROGRAM(WS-STEP)
                       ' ALREADY DONE - NOT REPEATED'
               WHEN WS-RUN-ONCE-A-MONTH(WS-STEP)
                   AND WS-DONE-THIS-MONTH(WS-STEP)
                   PERFORM 320-RECORD-NOT-DUE
               WHEN WS-RUN-IF-SESSION-OPEN(WS-STEP)
                   PERFORM 330-CHECK-POSTING-SESSION
                   IF WS-POSTING-OPEN
                       PERFORM 310-RUN-STEP
                   ELSE
                       PERFORM 320-RECORD-NOT-DUE
                   END-IF
               WHEN WS-RUN-IF-SESSION-CLOSED(WS-STEP)
                   PERFORM 330-CHECK-POSTING-SESSION
                   IF WS-POSTING-OPEN
                       PERFORM 340-REFUSE-STEP
                   ELSE
                       PERFORM 310-RUN-STEP
                   END-IF
               WHEN OTHER
                   PERFORM 310-RUN-STEP
           END-EVALUATE.

      ******************************************************************
      * The started row is written before the CALL, so a step that
      * never comes back still shows on the run-control file.
      ******************************************************************
       310-RUN-STEP.
           PERFORM 350-STAMP-START
           MOVE 0 TO WS-END-DATE
           MOVE 0 TO WS-END-TIME
           MOVE 'I' TO WS-OUTCOME
           MOVE 0 TO WS-STEP-RC
           PERFORM 360-WRITE-RUN-ROW
           DISPLAY 'STEP ' WS-STEP ' ' WS-STEP-PROGRAM(WS-STEP)
               ' STARTED'
           MOVE 0 TO RETURN-CODE
           PERFORM 311-CALL-STEP-PROGRAM
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM 355-STAMP-END
           ADD 1 TO WS-RAN-COUNT
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE 'C' TO WS-OUTCOME
               WHEN WS-STEP-RC < 8
                   MOVE 'W' TO WS-OUTCOME
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   SET WS-STREAM-STOPPED TO TRUE
                   MOVE WS-STEP TO WS-STOPPED-STEP
           END-EVALUATE
           IF WS-OUTCOME NOT = 'F'
               MOVE 'Y' TO WS-MONTH-DONE(WS-STEP)
           END-IF
           PERFORM 360-WRITE-RUN-ROW
           DISPLAY 'STEP ' WS-STEP ' ' WS-STEP-PROGRAM(WS-STEP)
               ' ENDED - RETURN CODE ' WS-STEP-RC.

       311-CALL-STEP-PROGRAM.
           EVALUATE WS-STEP
               WHEN 1
                   CALL 'PAYMENT-BATCH'
               WHEN 2
                   CALL 'END-OF-DAY'
               WHEN 3
                   CALL 'BALANCE-RECON'
               WHEN 4
                   CALL 'SPONSOR-INVOICE'
               WHEN 5
                   CALL 'LATE-FEE-ASSESS'
               WHEN 6
                   CALL 'END-OF-DAY'
               WHEN 7
                   CALL 'MASTER-UNLOAD'
               WHEN 8
                   CALL 'GL-EXPORT'
               WHEN 9
                   CALL 'REGISTRAR-HOLDS'
           END-EVALUATE.

       320-RECORD-NOT-DUE.
           PERFORM 350-STAMP-START
           MOVE WS-START-DATE TO WS-END-DATE
           MOVE WS-START-TIME TO WS-END-TIME
           MOVE 'N' TO WS-OUTCOME
           MOVE 0 TO WS-STEP-RC
           PERFORM 360-WRITE-RUN-ROW
           ADD 1 TO WS-NOT-DUE-COUNT
           DISPLAY 'STEP ' WS-STEP ' ' WS-STEP-PROGRAM(WS-STEP)
               ' NOT DUE TONIGHT'.

       330-CHECK-POSTING-SESSION.
           MOVE 'N' TO WS-SESSION-OPEN-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           OPEN INPUT DAY-CONTROL-FILE
           IF WS-DAYCTL-OK
               READ DAY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-SESSION-OPEN
                           AND CTL-DATE = WS-TODAY
                           SET WS-POSTING-OPEN TO TRUE
                       END-IF
               END-READ
               CLOSE DAY-CONTROL-FILE
           END-IF.

       340-REFUSE-STEP.
           PERFORM 350-STAMP-START
           MOVE WS-START-DATE TO WS-END-DATE
           MOVE WS-START-TIME TO WS-END-TIME
           MOVE 'F' TO WS-OUTCOME
           MOVE 8 TO WS-STEP-RC
           PERFORM 360-WRITE-RUN-ROW
           SET WS-STREAM-STOPPED TO TRUE
           MOVE WS-STEP TO WS-STOPPED-STEP
           DISPLAY '** TODAY''S POSTING SESSION IS STILL OPEN - '
               WS-STEP-PROGRAM(WS-STEP) ' NOT RUN **'.

       350-STAMP-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-START-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-START-TIME.

       355-STAMP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-END-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-END-TIME.

       360-WRITE-RUN-ROW.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF
           MOVE WS-STREAM-DATE  TO RUN-STREAM-DATE
           MOVE WS-STEP         TO RUN-STEP-NUMBER
           MOVE WS-STEP-PROGRAM(WS-STEP) TO RUN-PROGRAM-NAME
           MOVE WS-START-DATE   TO RUN-START-DATE
           MOVE WS-START-TIME   TO RUN-START-TIME
           MOVE WS-END-DATE     TO RUN-END-DATE
           MOVE WS-END-TIME     TO RUN-END-TIME
           MOVE WS-OUTCOME      TO RUN-OUTCOME
           MOVE WS-STEP-RC      TO RUN-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       400-MARK-STREAM-COMPLETE.
           PERFORM 350-STAMP-START
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-STREAM-DATE  TO RUN-STREAM-DATE
           MOVE 99              TO RUN-STEP-NUMBER
           MOVE 'NIGHTLY-BATCH' TO RUN-PROGRAM-NAME
           MOVE WS-START-DATE   TO RUN-START-DATE
           MOVE WS-START-TIME   TO RUN-START-TIME
           MOVE WS-START-DATE   TO RUN-END-DATE
           MOVE WS-START-TIME   TO RUN-END-TIME
           MOVE 'C'             TO RUN-OUTCOME
           MOVE 0               TO RUN-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'NIGHTLY STREAM OF ' WS-STREAM-DATE ' COMPLETE'.

      ******************************************************************
      * The summary lists every run-control row for the stream, earlier
      * passes included, so a restart shows what failed and when.  A
      * started row followed by that step's ending row is printed once.
      * When tonight's stream follows a restarted one, its summary is
      * printed after the restarted stream's on a new page.
      ******************************************************************
       500-PRINT-RUN-SUMMARY.
           IF WS-SUMMARY-STARTED
               OPEN EXTEND SUMMARY-FILE
               MOVE SPACES TO SUMMARY-LINE
               WRITE SUMMARY-LINE BEFORE ADVANCING PAGE
               MOVE SUM-HEADER-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           ELSE
               OPEN OUTPUT SUMMARY-FILE
               SET WS-SUMMARY-STARTED TO TRUE
               MOVE SUM-HEADER-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-STREAM-DATE TO SUM-STREAM-DATE
           MOVE WS-CURRENT-DATETIME(1:8) TO SUM-PRINT-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO SUM-PRINT-TIME
           MOVE SUM-STREAM-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SUM-COLUMN-HEADER TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'N' TO WS-HELD-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-OK
               MOVE 'N' TO WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET WS-RUNCTL-END TO TRUE
               END-READ
               PERFORM UNTIL WS-RUNCTL-END
                   IF RUN-STREAM-DATE = WS-STREAM-DATE
                       AND NOT RUN-STREAM-END
                       PERFORM 510-SUMMARIZE-RUN-ROW
                   END-IF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-ROW-HELD
               PERFORM 520-PRINT-HELD-ROW
           END-IF
           PERFORM 530-PRINT-VERDICT
           CLOSE SUMMARY-FILE.

       510-SUMMARIZE-RUN-ROW.
           IF WS-ROW-HELD
               IF WS-HELD-OUTCOME = 'I'
                   AND RUN-STEP-NUMBER = WS-HELD-STEP
                   AND NOT RUN-STARTED
                   CONTINUE
               ELSE
                   PERFORM 520-PRINT-HELD-ROW
               END-IF
           END-IF
           MOVE RUN-STEP-NUMBER  TO WS-HELD-STEP
           MOVE RUN-PROGRAM-NAME TO WS-HELD-PROGRAM
           MOVE RUN-START-DATE   TO WS-HELD-START-DATE
           MOVE RUN-START-TIME   TO WS-HELD-START-TIME
           MOVE RUN-END-DATE     TO WS-HELD-END-DATE
           MOVE RUN-END-TIME     TO WS-HELD-END-TIME
           MOVE RUN-OUTCOME      TO WS-HELD-OUTCOME
           MOVE RUN-RETURN-CODE  TO WS-HELD-RC
           SET WS-ROW-HELD TO TRUE.

       520-PRINT-HELD-ROW.
           MOVE WS-HELD-STEP       TO SUM-STEP-NUMBER
           MOVE WS-HELD-PROGRAM    TO SUM-PROGRAM-NAME
           MOVE WS-HELD-START-DATE TO SUM-START-DATE
           MOVE WS-HELD-START-TIME(1:6) TO SUM-START-TIME
           MOVE WS-HELD-RC         TO SUM-RETURN-CODE
           IF WS-HELD-OUTCOME = 'I'
               MOVE SPACES TO SUM-END-DATE
               MOVE SPACES TO SUM-END-TIME
           ELSE
               MOVE WS-HELD-END-DATE TO SUM-END-DATE
               MOVE WS-HELD-END-TIME(1:6) TO SUM-END-TIME
           END-IF
           EVALUATE WS-HELD-OUTCOME
               WHEN 'C'
                   MOVE 'COMPLETED' TO SUM-OUTCOME
               WHEN 'W'
                   MOVE 'WARNINGS' TO SUM-OUTCOME
               WHEN 'F'
                   MOVE 'FAILED' TO SUM-OUTCOME
               WHEN 'N'
                   MOVE 'NOT DUE' TO SUM-OUTCOME
               WHEN OTHER
                   MOVE 'DID NOT END' TO SUM-OUTCOME
           END-EVALUATE
           MOVE SUM-DETAIL-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'N' TO WS-HELD-FLAG.

       530-PRINT-VERDICT.
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'STEPS RUN THIS PASS:' TO SUM-COUNT-LABEL
           MOVE WS-RAN-COUNT TO SUM-COUNT-VALUE
           MOVE SUM-COUNT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'STEPS ENDED WITH WARNINGS:' TO SUM-COUNT-LABEL
           MOVE WS-WARNING-COUNT TO SUM-COUNT-VALUE
           MOVE SUM-COUNT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'STEPS DONE ON AN EARLIER PASS:' TO SUM-COUNT-LABEL
           MOVE WS-BYPASSED-COUNT TO SUM-COUNT-VALUE
           MOVE SUM-COUNT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 'STEPS NOT DUE TONIGHT:' TO SUM-COUNT-LABEL
           MOVE WS-NOT-DUE-COUNT TO SUM-COUNT-VALUE
           MOVE SUM-COUNT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF WS-STREAM-STOPPED
               MOVE WS-STOPPED-STEP TO SUM-STOPPED-STEP
               MOVE WS-STEP-PROGRAM(WS-STOPPED-STEP)
                   TO SUM-STOPPED-PROGRAM
               MOVE SUM-STOPPED-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE WS-STEP-ADVICE(WS-STOPPED-STEP) TO SUM-ADVICE
               MOVE SUM-ADVICE-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUM-VERDICT-LINE
               STRING 'CORRECT IT AND RUN NIGHTLY-BATCH AGAIN - IT'
                   DELIMITED BY SIZE
                   ' RESTARTS AT THIS STEP' DELIMITED BY SIZE
                   INTO SUM-VERDICT-LINE
               MOVE SUM-VERDICT-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE SPACES TO SUM-VERDICT-LINE
                   STRING 'STREAM COMPLETE WITH WARNINGS - REVIEW'
                       DELIMITED BY SIZE
                       ' THE STEPS MARKED WARNINGS' DELIMITED BY SIZE
                       INTO SUM-VERDICT-LINE
               ELSE
                   MOVE 'STREAM COMPLETE' TO SUM-VERDICT-LINE
               END-IF
               MOVE SUM-VERDICT-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

       700-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-STREAM-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT + WS-EARLIER-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
