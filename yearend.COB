      *          STUDENT-FILE master into a dated history file (so
      *          "what did this student owe in Fall 2025" stays
      *          answerable - see TERM-CODE/ACADEMIC-YEAR on
      *          STUDENT-RECORD) and starts a fresh master.
      *          The transaction file is archived and reset the same
      *          way, so BALANCE-RECON rebuilds only from the new
      *          year's activity.  Every archived student with a
      *          non-zero balance is then carried forward onto the new
      *          master unchanged (same number, so the address, plan,
      *          sponsor link and dunning history rows stay linked and
      *          are left alone, except that an active payment plan is
      *          re-based: what was paid against it in the archived
      *          year comes off its earliest installments, only the
      *          unpaid remainder is kept and PLAN-SETUP-DATE becomes
      *          the rollover date, so paid-to-date - summed from the
      *          new transaction file - still lines up with the
      *          schedule), with a type-C balance-forward row
      *          (check number BALFWD) on the new transaction file so
      *          BALANCE-RECON proves from day one.  A baseline row
      *          holding the carried count and total is appended to
      *          the end-of-day snapshot file so the first END-OF-DAY
      *          run after rollover balances against the carried
      *          master instead of the prior year's totals (the row
      *          is flagged as a rollover baseline, so END-OF-DAY
      *          uses it even when the rollover runs the same day,
      *          and leaves the BALFWD rows out of that day's
      *          activity), and a
      *          carry-forward register is printed to
      *          E:\ROLLOVER_RPT.TXT whose total must tie to the
      *          archived master's outstanding total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-HIST-STATUS.

           SELECT PLAN-FILE ASSIGN TO "E:\PAYPLAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-STUDENT-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "E:\EOD_SNAPSHOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "E:\ROLLOVER_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       FD  TRANS-HIST-FILE.
       01  TRANS-HIST-RECORD         PIC X(49).

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  REGISTER-FILE.
       01  REGISTER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-FILENAME-FLAG      PIC X VALUE 'N'.
               88  WS-FILENAME-FREE  VALUE 'Y'.
           05  WS-ARCHIVE-COUNT      PIC 9(5) VALUE 0.
           05  WS-ARCHIVE-TOTAL      PIC S9(10)V99 VALUE 0.
           05  WS-CARRIED-COUNT      PIC 9(5) VALUE 0.
           05  WS-CARRIED-TOTAL      PIC S9(10)V99 VALUE 0.
           05  WS-ZERO-COUNT         PIC 9(5) VALUE 0.
           05  WS-HIST-EOF           PIC X.
               88  WS-HIST-END       VALUE 'Y'.
           05  WS-PLAN-STATUS        PIC X(2).
               88  WS-PLAN-OK        VALUE '00'.
           05  WS-PLAN-FILE-FLAG     PIC X VALUE 'N'.
               88  WS-PLAN-FILE-AVAIL VALUE 'Y'.
           05  WS-ARCH-EOF           PIC X.
               88  WS-ARCH-END       VALUE 'Y'.
           05  WS-PLAN-PAID          PIC S9(7)V99.
           05  WS-NEW-COUNT          PIC 9(2).
           05  WS-NEW-TOTAL          PIC 9(7)V99.
           05  WS-I                  PIC 9(2).
           05  WS-REBASED-COUNT      PIC 9(5) VALUE 0.
           05  WS-PLAN-PAID-OFF-COUNT PIC 9(5) VALUE 0.

       01  WS-NEW-SCHEDULE.
           05  WS-NEW-INSTALLMENT OCCURS 12 TIMES.
               10  WS-NEW-DUE-DATE   PIC 9(8).
               10  WS-NEW-DUE-AMOUNT PIC 9(7)V99.

       01  RPT-PAGE-HEADER-1.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
                   'BALANCE CARRY-FORWARD REGISTER'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE          PIC 9(8).

       01  RPT-ARCHIVE-LINE.
           05  FILLER                PIC X(10) VALUE 'ARCHIVE:  '.
           05  RPT-ARCHIVE-NAME      PIC X(40).

       01  RPT-COLUMN-HEADER.
           05  FILLER                PIC X(6)  VALUE 'NUMBER'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(30) VALUE 'NAME'.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'TERM'.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  FILLER                PIC X(4)  VALUE 'YEAR'.
           05  FILLER                PIC X(15) VALUE
                   '   BALANCE FWD'.

       01  RPT-DETAIL-LINE.
           05  RPT-STUDENT-NUMBER    PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-STUDENT-NAME      PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TERM-CODE         PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ACADEMIC-YEAR     PIC 9(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-BALANCE           PIC Z,ZZZ,ZZ9.99CR.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL       PIC X(30).
           05  RPT-COUNT-VALUE       PIC ZZZZ9.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMOUNT-LABEL      PIC X(32).
           05  RPT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99CR.

       01  RPT-VERDICT-LINE.
           05  RPT-VERDICT           PIC X(60).

       PROCEDURE DIVISION.
       100-ROLLOVER.
           MOVE STUDENT-RECORD TO HISTORY-RECORD
           WRITE HISTORY-RECORD
           ADD 1 TO WS-ARCHIVE-COUNT
           ADD TUITION-OWED TO WS-ARCHIVE-TOTAL
           PERFORM 310-READ-STUDENT.

       500-CLOSE-AND-RESET.
                   WS-HISTORY-FILENAME
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               DISPLAY 'STUDENT-FILE RESET FOR THE NEW YEAR'
               PERFORM 520-ARCHIVE-TRANS-FILE
               PERFORM 540-CARRY-FORWARD-BALANCES
               PERFORM 530-WRITE-BASELINE-SNAPSHOT
           END-IF.

               OPEN EXTEND SNAPSHOT-FILE
           END-IF
           MOVE WS-CURRENT-DATETIME(1:8) TO SNAP-DATE
           MOVE WS-CARRIED-COUNT TO SNAP-COUNT
           MOVE WS-CARRIED-TOTAL TO SNAP-TOTAL
           SET SNAP-ROLLOVER-BASELINE TO TRUE
           WRITE SNAPSHOT-RECORD
           CLOSE SNAPSHOT-FILE
           DISPLAY 'BASELINE SNAPSHOT WRITTEN FOR NEW YEAR'.

      ******************************************************************
      * The archive was written from the master in key order, so it is
      * read straight back into the emptied master.  Zero balances are
      * left behind on the archive; everything else - credit balances
      * included - is carried forward unchanged, ENTRY-DATE and all,
      * so aging and dunning carry on from the original charge.
      ******************************************************************
       540-CARRY-FORWARD-BALANCES.
           OPEN OUTPUT REGISTER-FILE
           MOVE RPT-PAGE-HEADER-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-CURRENT-DATETIME(1:8) TO RPT-RUN-DATE
           MOVE RPT-RUN-DATE-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-HISTORY-FILENAME TO RPT-ARCHIVE-NAME
           MOVE RPT-ARCHIVE-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE RPT-COLUMN-HEADER TO REGISTER-LINE
           WRITE REGISTER-LINE
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY '** HISTORY FILE REOPEN FAILED - STATUS '
                   WS-HISTORY-STATUS
               DISPLAY '** NO BALANCES CARRIED FORWARD **'
           ELSE
               OPEN OUTPUT STUDENT-FILE
               OPEN EXTEND TRANS-FILE
               OPEN I-O PLAN-FILE
               IF WS-PLAN-OK
                   SET WS-PLAN-FILE-AVAIL TO TRUE
               END-IF
               MOVE 'N' TO WS-HIST-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HIST-END TO TRUE
               END-READ
               PERFORM UNTIL WS-HIST-END
                   IF HIST-TUITION-OWED = 0
                       ADD 1 TO WS-ZERO-COUNT
                   ELSE
                       PERFORM 541-CARRY-ONE-STUDENT
                   END-IF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HIST-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE STUDENT-FILE
               CLOSE TRANS-FILE
               IF WS-PLAN-FILE-AVAIL
                   CLOSE PLAN-FILE
               END-IF
           END-IF
           PERFORM 543-WRITE-REGISTER-TOTALS
           CLOSE REGISTER-FILE
           DISPLAY 'CARRIED FORWARD ' WS-CARRIED-COUNT
               ' BALANCE(S) TO THE NEW MASTER'.

       541-CARRY-ONE-STUDENT.
           MOVE HISTORY-RECORD TO STUDENT-RECORD
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY '** CARRY-FORWARD WRITE FAILED: '
                       HIST-STUDENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-CARRIED-COUNT
                   ADD TUITION-OWED TO WS-CARRIED-TOTAL
                   PERFORM 544-RE-BASE-PLAN
                   PERFORM 542-WRITE-OPENING-TRANS
                   MOVE STUDENT-NUMBER TO RPT-STUDENT-NUMBER
                   MOVE STUDENT-NAME   TO RPT-STUDENT-NAME
                   MOVE TERM-CODE      TO RPT-TERM-CODE
                   MOVE ACADEMIC-YEAR  TO RPT-ACADEMIC-YEAR
                   MOVE TUITION-OWED   TO RPT-BALANCE
                   MOVE RPT-DETAIL-LINE TO REGISTER-LINE
                   WRITE REGISTER-LINE
           END-WRITE.

       542-WRITE-OPENING-TRANS.
           MOVE WS-CURRENT-DATETIME(1:8) TO TRN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO TRN-TIME
           MOVE 'C'            TO TRN-TYPE
           MOVE STUDENT-NUMBER TO TRN-STUDENT-NUMBER
           MOVE 'BALFWD  '     TO TRN-CHECK-NUMBER
           MOVE TUITION-OWED   TO TRN-AMOUNT
           MOVE 'ROLLOVER'     TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD.

       543-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'RECORDS ARCHIVED:' TO RPT-COUNT-LABEL
           MOVE WS-ARCHIVE-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'ZERO BALANCES NOT CARRIED:' TO RPT-COUNT-LABEL
           MOVE WS-ZERO-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'BALANCES CARRIED FORWARD:' TO RPT-COUNT-LABEL
           MOVE WS-CARRIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'PAYMENT PLANS RE-BASED:' TO RPT-COUNT-LABEL
           MOVE WS-REBASED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'PAYMENT PLANS PAID OFF:' TO RPT-COUNT-LABEL
           MOVE WS-PLAN-PAID-OFF-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'ARCHIVED MASTER OUTSTANDING:' TO RPT-AMOUNT-LABEL
           MOVE WS-ARCHIVE-TOTAL TO RPT-AMOUNT
           MOVE RPT-AMOUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'CARRIED FORWARD TOTAL:' TO RPT-AMOUNT-LABEL
           MOVE WS-CARRIED-TOTAL TO RPT-AMOUNT
           MOVE RPT-AMOUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-CARRIED-TOTAL = WS-ARCHIVE-TOTAL
               MOVE 'CARRY-FORWARD TIES TO THE ARCHIVED MASTER'
                   TO RPT-VERDICT
           ELSE
               MOVE '** CARRY-FORWARD DOES NOT TIE TO THE ARCHIVE **'
                   TO RPT-VERDICT
               DISPLAY '** CARRY-FORWARD DOES NOT TIE TO THE'
                   ' ARCHIVED MASTER - SEE E:\ROLLOVER_RPT.TXT **'
           END-IF
           MOVE RPT-VERDICT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

      ******************************************************************
      * Paid-to-date on a plan is summed from type P and R rows dated
      * on or after PLAN-SETUP-DATE, and the transaction file has just
      * been emptied.  So an active plan is re-based the way ACCOUNT-
      * MERGE does it: what was paid in the archived year comes off
      * the earliest installments, the unpaid remainder is kept, and
      * the plan is set up again as of the rollover date.  A plan with
      * nothing left unpaid is removed.
      ******************************************************************
       544-RE-BASE-PLAN.
           IF WS-PLAN-FILE-AVAIL
               MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           PERFORM 545-SUM-ARCHIVED-PAYMENTS
                           PERFORM 546-REWRITE-PLAN
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * The archived rows are read into the transaction record area;
      * 542 builds the balance-forward row over it afterwards.
      ******************************************************************
       545-SUM-ARCHIVED-PAYMENTS.
           MOVE 0 TO WS-PLAN-PAID
           OPEN INPUT TRANS-HIST-FILE
           IF WS-TRANS-HIST-STATUS = '00'
               MOVE 'N' TO WS-ARCH-EOF
               READ TRANS-HIST-FILE INTO PAY-TRANS-RECORD
                   AT END
                       SET WS-ARCH-END TO TRUE
               END-READ
               PERFORM UNTIL WS-ARCH-END
                   IF TRN-STUDENT-NUMBER = PLAN-STUDENT-NUMBER
                       AND (TRN-PAYMENT OR TRN-REVERSAL)
                       AND TRN-DATE >= PLAN-SETUP-DATE
                       SUBTRACT TRN-AMOUNT FROM WS-PLAN-PAID
                   END-IF
                   READ TRANS-HIST-FILE INTO PAY-TRANS-RECORD
                       AT END
                           SET WS-ARCH-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-HIST-FILE
           END-IF
           IF WS-PLAN-PAID < 0
               MOVE 0 TO WS-PLAN-PAID
           END-IF.

       546-REWRITE-PLAN.
           MOVE 0 TO WS-NEW-COUNT
           MOVE 0 TO WS-NEW-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > PLAN-INST-COUNT OR WS-I > 12
               IF WS-PLAN-PAID >= PLAN-DUE-AMOUNT(WS-I)
                   SUBTRACT PLAN-DUE-AMOUNT(WS-I) FROM WS-PLAN-PAID
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE PLAN-DUE-DATE(WS-I)
                       TO WS-NEW-DUE-DATE(WS-NEW-COUNT)
                   COMPUTE WS-NEW-DUE-AMOUNT(WS-NEW-COUNT) =
                       PLAN-DUE-AMOUNT(WS-I) - WS-PLAN-PAID
                   ADD WS-NEW-DUE-AMOUNT(WS-NEW-COUNT) TO WS-NEW-TOTAL
                   MOVE 0 TO WS-PLAN-PAID
               END-IF
           END-PERFORM
           IF WS-NEW-COUNT = 0
               DELETE PLAN-FILE RECORD
                   INVALID KEY
                       DISPLAY '** PLAN DELETE FAILED: '
                           PLAN-STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-PLAN-PAID-OFF-COUNT
               END-DELETE
           ELSE
               INITIALIZE PLAN-RECORD
               MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER
               SET PLAN-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATETIME(1:8) TO PLAN-SETUP-DATE
               MOVE WS-NEW-TOTAL TO PLAN-TOTAL
               MOVE WS-NEW-COUNT TO PLAN-INST-COUNT
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NEW-COUNT
                   MOVE WS-NEW-DUE-DATE(WS-I)   TO PLAN-DUE-DATE(WS-I)
                   MOVE WS-NEW-DUE-AMOUNT(WS-I)
                       TO PLAN-DUE-AMOUNT(WS-I)
               END-PERFORM
               REWRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY '** PLAN REWRITE FAILED: '
                           PLAN-STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-REBASED-COUNT
               END-REWRITE
           END-IF.
