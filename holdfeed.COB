      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - nightly registrar hold feed.  Reviews
      *          every student on the STUDENT-FILE master against the
      *          hold rules the bursar sets in COLLECTION-SETTINGS (see
      *          COLLCTL.cpy).  An account that is past due by the
      *          aging rules AGED-RECEIVABLES uses (off ENTRY-DATE, or
      *          for an active payment plan only the unpaid
      *          installments already due) is held from registration
      *          and transcripts once it reaches the set past-due age
      *          or amount, or once its dunning notice reaches the set
      *          level on DUNNING_HIST.TXT.  A held account is released
      *          when a payment, or an active plan it is keeping to,
      *          brings it back under every rule.  Holds stand on
      *          HOLDS.TXT (see HOLDREC.cpy); only tonight's changes go
      *          to the registrar's file E:\REGISTRAR_HOLDS.TXT, as
      *          place and release rows with a reason code, bracketed
      *          header / detail / trailer the way the bank files are,
      *          and a second run the same day re-sends the day's
      *          changes instead of losing them.  Each change is also
      *          appended to the hold history (see HOLDHST.cpy) for
      *          HOLD-INQUIRY.  Ends with RETURN-CODE 0 when the run
      *          completed, 4 when no hold rules have been set, and 8
      *          when the master or the hold file would not open, so
      *          NIGHTLY-BATCH can stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-HOLDS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PLAN-FILE ASSIGN TO "E:\PAYPLAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-STUDENT-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "E:\DUNNING_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT HOLD-FILE ASSIGN TO "E:\HOLDS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-STUDENT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT COLLECTION-CONTROL-FILE
               ASSIGN TO "E:\COLLECT_CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HOLD-HIST-FILE ASSIGN TO "E:\HOLD_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HOLD-FEED-FILE ASSIGN TO "E:\REGISTRAR_HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "E:\HOLD_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  DUNNING-FILE.
           COPY DUNREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  COLLECTION-CONTROL-FILE.
           COPY COLLCTL.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  HOLD-HIST-FILE.
           COPY HOLDHST.

      ******************************************************************
      * The registrar's hold file, bracketed like the bank files:
      * 'H' + feed date, 'D' + one change (P = place the hold,
      * R = release it, with the reason code from HOLDREC.cpy),
      * 'T' + count of place rows + count of release rows.
      ******************************************************************
       FD  HOLD-FEED-FILE.
       01  HOLD-FEED-RECORD.
           05  HFD-RECORD-TYPE         PIC X.
           05  HFD-DETAIL-FIELDS.
               10  HFD-STUDENT-NUMBER  PIC 9(6).
               10  HFD-ACTION          PIC X.
               10  HFD-REASON          PIC X(2).
               10  HFD-EFFECTIVE-DATE  PIC 9(8).
               10  HFD-STUDENT-NAME    PIC X(30).
           05  HFD-HEADER-FIELDS REDEFINES HFD-DETAIL-FIELDS.
               10  HFD-HDR-FEED-DATE   PIC 9(8).
               10  FILLER              PIC X(39).
           05  HFD-TRAILER-FIELDS REDEFINES HFD-DETAIL-FIELDS.
               10  HFD-TRL-PLACE-COUNT PIC 9(5).
               10  HFD-TRL-RELEASE-COUNT PIC 9(5).
               10  FILLER              PIC X(37).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS       PIC X(2).
               88  WS-STUDENT-OK       VALUE '00'.
           05  WS-PLAN-STATUS          PIC X(2).
               88  WS-PLAN-OK          VALUE '00'.
           05  WS-PLAN-FILE-FLAG       PIC X VALUE 'N'.
               88  WS-PLAN-FILE-AVAIL  VALUE 'Y'.
           05  WS-DUNNING-STATUS       PIC X(2).
               88  WS-DUNNING-OK       VALUE '00'.
           05  WS-DUNNING-FILE-FLAG    PIC X VALUE 'N'.
               88  WS-DUNNING-FILE-AVAIL VALUE 'Y'.
           05  WS-HOLD-STATUS          PIC X(2).
               88  WS-HOLD-OK          VALUE '00'.
               88  WS-HOLD-NOT-FOUND   VALUE '35'.
           05  WS-CONTROL-STATUS       PIC X(2).
               88  WS-CONTROL-OK       VALUE '00'.
           05  WS-TRANS-STATUS         PIC X(2).
               88  WS-TRANS-OK         VALUE '00'.
           05  WS-TRANS-EOF            PIC X.
               88  WS-TRANS-END        VALUE 'Y'.
           05  WS-HIST-STATUS          PIC X(2).
               88  WS-HIST-NOT-FOUND   VALUE '35'.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-ABORT-FLAG           PIC X VALUE 'N'.
               88  WS-ABORT-RUN        VALUE 'Y'.
           05  WS-RULES-FLAG           PIC X VALUE 'N'.
               88  WS-RULES-SET        VALUE 'Y'.
           05  WS-MASTER-FLAG          PIC X VALUE 'N'.
               88  WS-MASTER-MISSING   VALUE 'Y'.
           05  WS-HOLD-ROW-FLAG        PIC X.
               88  WS-HOLD-ON-FILE     VALUE 'Y'.
           05  WS-HOLD-DUE-FLAG        PIC X.
               88  WS-HOLD-DUE         VALUE 'Y'.
           05  WS-ON-PLAN-FLAG         PIC X.
               88  WS-ON-ACTIVE-PLAN   VALUE 'Y'.
           05  WS-CURRENT-DATETIME     PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(8).
           05  WS-RUN-DATE-INT         PIC 9(7).
           05  WS-ENTRY-DATE-INT       PIC 9(7).
           05  WS-DUE-DATE-INT         PIC 9(7).
           05  WS-DAYS-OLD             PIC S9(5).
           05  WS-PAST-DUE             PIC 9(8)V99.
           05  WS-DUE-TOTAL            PIC 9(8)V99.
           05  WS-CUM-DUE              PIC 9(8)V99.
           05  WS-PLAN-PAID            PIC S9(8)V99.
           05  WS-OLDEST-DUE-DATE      PIC 9(8).
           05  WS-J                    PIC 9(3).
           05  WS-DUN-LEVEL            PIC 9.
           05  WS-PLACE-REASON         PIC X(2).
           05  WS-RELEASE-REASON       PIC X(2).
           05  WS-HOLD-DAYS            PIC 9(3) VALUE 0.
           05  WS-HOLD-AMOUNT          PIC 9(7)V99 VALUE 0.
           05  WS-HOLD-DUN-LEVEL       PIC 9 VALUE 0.
           05  WS-PLACED-COUNT         PIC 9(5) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
           05  WS-RESENT-COUNT         PIC 9(5) VALUE 0.
           05  WS-CONTINUED-COUNT      PIC 9(5) VALUE 0.
           05  WS-FEED-PLACE-COUNT     PIC 9(5) VALUE 0.
           05  WS-FEED-RELEASE-COUNT   PIC 9(5) VALUE 0.

       01  RPT-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
                   'REGISTRAR HOLD CHANGES'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE            PIC 9(8).

       01  RPT-RULES-LINE.
           05  FILLER                  PIC X(16) VALUE
                   'HOLD RULES - AGE'.
           05  RPT-HOLD-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(9)  VALUE ' AMOUNT '.
           05  RPT-HOLD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
                   '  NOTICE LEVEL '.
           05  RPT-HOLD-DUN-LEVEL      PIC 9.
           05  FILLER                  PIC X(16) VALUE
                   '  (0 = NOT USED)'.

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'NUMBER'.
           05  FILLER                  PIC X(20) VALUE 'STUDENT NAME'.
           05  FILLER                  PIC X(8)  VALUE 'ACTION'.
           05  FILLER                  PIC X(18) VALUE 'REASON'.
           05  FILLER                  PIC X(14) VALUE
                   '    PAST DUE'.
           05  FILLER                  PIC X(12) VALUE 'NOTE'.

       01  RPT-DETAIL-LINE.
           05  RPT-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STUDENT-NAME        PIC X(20).
           05  RPT-ACTION              PIC X(8).
           05  RPT-REASON              PIC X(18).
           05  RPT-PAST-DUE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-NOTE                PIC X(12).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-FEED-REGISTRAR-HOLDS.
           PERFORM 200-START.
           IF NOT WS-ABORT-RUN
               PERFORM 300-REVIEW-STUDENTS
                   UNTIL WS-END-OF-FILE
               PERFORM 400-WRITE-TRAILER
               PERFORM 600-WRITE-SUMMARY
               PERFORM 700-CLOSE-FILES
           END-IF.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 210-LOAD-HOLD-RULES
           IF NOT WS-RULES-SET
               DISPLAY '** NO HOLD RULES SET IN COLLECTION-SETTINGS -'
                   ' NO HOLDS CHANGED **'
               SET WS-ABORT-RUN TO TRUE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF NOT WS-STUDENT-OK
                   DISPLAY '** STUDENT-FILE NOT FOUND - NO HOLDS'
                       ' CHANGED **'
                   SET WS-MASTER-MISSING TO TRUE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   OPEN I-O HOLD-FILE
                   IF WS-HOLD-NOT-FOUND
                       OPEN OUTPUT HOLD-FILE
                       CLOSE HOLD-FILE
                       OPEN I-O HOLD-FILE
                   END-IF
                   IF NOT WS-HOLD-OK
                       DISPLAY '** HOLD FILE WOULD NOT OPEN - NO'
                           ' HOLDS CHANGED **'
                       SET WS-MASTER-MISSING TO TRUE
                       SET WS-ABORT-RUN TO TRUE
                       CLOSE STUDENT-FILE
                   ELSE
                       PERFORM 220-OPEN-OTHER-FILES
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Rows written before a column existed come back short, so each
      * column is guarded with IS NUMERIC (as for RATEREC.cpy).
      ******************************************************************
       210-LOAD-HOLD-RULES.
           OPEN INPUT COLLECTION-CONTROL-FILE
           IF WS-CONTROL-OK
               READ COLLECTION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RULES-SET TO TRUE
                       IF COL-HOLD-DAYS IS NUMERIC
                           MOVE COL-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
                       IF COL-HOLD-AMOUNT IS NUMERIC
                           MOVE COL-HOLD-AMOUNT TO WS-HOLD-AMOUNT
                       END-IF
                       IF COL-HOLD-DUN-LEVEL IS NUMERIC
                           MOVE COL-HOLD-DUN-LEVEL
                               TO WS-HOLD-DUN-LEVEL
                       END-IF
               END-READ
               CLOSE COLLECTION-CONTROL-FILE
           END-IF.

       220-OPEN-OTHER-FILES.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-OK
               SET WS-PLAN-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUNNING-OK
               SET WS-DUNNING-FILE-AVAIL TO TRUE
           END-IF.
           OPEN EXTEND HOLD-HIST-FILE.
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT HOLD-HIST-FILE
               CLOSE HOLD-HIST-FILE
               OPEN EXTEND HOLD-HIST-FILE
           END-IF.
           OPEN OUTPUT HOLD-FEED-FILE.
           MOVE SPACES TO HOLD-FEED-RECORD
           MOVE 'H' TO HFD-RECORD-TYPE
           MOVE WS-RUN-DATE TO HFD-HDR-FEED-DATE
           WRITE HOLD-FEED-RECORD.
           OPEN OUTPUT REPORT-FILE.
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-DAYS TO RPT-HOLD-DAYS
           MOVE WS-HOLD-AMOUNT TO RPT-HOLD-AMOUNT
           MOVE WS-HOLD-DUN-LEVEL TO RPT-HOLD-DUN-LEVEL
           MOVE RPT-RULES-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 230-READ-STUDENT.

       230-READ-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-STUDENT-STATUS NOT = '00'
               AND WS-STUDENT-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      ******************************************************************
      * Only a change goes to the registrar: a hold placed on an
      * account not already held, or a hold released on an account no
      * longer meeting any rule.  A hold placed or released earlier
      * today goes on tonight's file again.
      ******************************************************************
       300-REVIEW-STUDENTS.
           PERFORM 310-TEST-HOLD-RULES
           PERFORM 340-READ-HOLD-ROW
           EVALUATE TRUE
               WHEN WS-HOLD-DUE AND WS-HOLD-ON-FILE AND HLD-ON-HOLD
                   IF HLD-LAST-CHANGE-DATE = WS-RUN-DATE
                       PERFORM 380-RESEND-CHANGE
                   ELSE
                       ADD 1 TO WS-CONTINUED-COUNT
                   END-IF
               WHEN WS-HOLD-DUE
                   PERFORM 350-PLACE-HOLD
               WHEN WS-HOLD-ON-FILE AND HLD-ON-HOLD
                   PERFORM 360-RELEASE-HOLD
               WHEN WS-HOLD-ON-FILE
                   AND HLD-LAST-CHANGE-DATE = WS-RUN-DATE
                   PERFORM 380-RESEND-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 230-READ-STUDENT.

      ******************************************************************
      * Past due (30+ days by the aging rules) is the gate; the first
      * rule the account meets - age, amount, then dunning level - is
      * the reason the hold is placed.  A plan student who is current
      * has nothing past due, so is never held and is released.
      ******************************************************************
       310-TEST-HOLD-RULES.
           MOVE 'N' TO WS-HOLD-DUE-FLAG
           MOVE 'N' TO WS-ON-PLAN-FLAG
           MOVE SPACES TO WS-PLACE-REASON
           MOVE 0 TO WS-PAST-DUE
           MOVE 0 TO WS-DAYS-OLD
           MOVE 0 TO WS-DUN-LEVEL
           IF TUITION-OWED > 0
               PERFORM 320-COMPUTE-PAST-DUE
               PERFORM 330-READ-DUNNING-LEVEL
               IF WS-PAST-DUE > 0 AND WS-DAYS-OLD >= 30
                   EVALUATE TRUE
                       WHEN WS-HOLD-DAYS > 0
                           AND WS-DAYS-OLD >= WS-HOLD-DAYS
                           MOVE 'DA' TO WS-PLACE-REASON
                       WHEN WS-HOLD-AMOUNT > 0
                           AND WS-PAST-DUE >= WS-HOLD-AMOUNT
                           MOVE 'AM' TO WS-PLACE-REASON
                       WHEN WS-HOLD-DUN-LEVEL > 0
                           AND WS-DUN-LEVEL >= WS-HOLD-DUN-LEVEL
                           MOVE 'DL' TO WS-PLACE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-PLACE-REASON NOT = SPACES
               SET WS-HOLD-DUE TO TRUE
           END-IF.

      ******************************************************************
      * Past due follows the AGED-RECEIVABLES rules: the whole balance
      * aged off ENTRY-DATE normally; on an active payment plan only
      * the unpaid portion of installments already due, aged off the
      * oldest unmet installment date.
      ******************************************************************
       320-COMPUTE-PAST-DUE.
           MOVE TUITION-OWED TO WS-PAST-DUE
           COMPUTE WS-ENTRY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ENTRY-DATE)
           IF WS-ENTRY-DATE-INT = 0
               MOVE 0 TO WS-DAYS-OLD
           ELSE
               COMPUTE WS-DAYS-OLD =
                   WS-RUN-DATE-INT - WS-ENTRY-DATE-INT
           END-IF
           IF WS-DAYS-OLD < 0
               MOVE 0 TO WS-DAYS-OLD
           END-IF
           IF WS-PLAN-FILE-AVAIL
               MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           SET WS-ON-ACTIVE-PLAN TO TRUE
                           PERFORM 325-PAST-DUE-AGAINST-PLAN
                       END-IF
               END-READ
           END-IF.

       325-PAST-DUE-AGAINST-PLAN.
           PERFORM 327-SUM-PLAN-PAYMENTS
           MOVE 0 TO WS-DUE-TOTAL
           MOVE 0 TO WS-CUM-DUE
           MOVE 0 TO WS-OLDEST-DUE-DATE
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > PLAN-INST-COUNT
               IF PLAN-DUE-DATE(WS-J) <= WS-RUN-DATE
                   ADD PLAN-DUE-AMOUNT(WS-J) TO WS-DUE-TOTAL
                   ADD PLAN-DUE-AMOUNT(WS-J) TO WS-CUM-DUE
                   IF WS-CUM-DUE > WS-PLAN-PAID
                       AND WS-OLDEST-DUE-DATE = 0
                       MOVE PLAN-DUE-DATE(WS-J)
                           TO WS-OLDEST-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DUE-TOTAL > WS-PLAN-PAID
               COMPUTE WS-PAST-DUE = WS-DUE-TOTAL - WS-PLAN-PAID
           ELSE
               MOVE 0 TO WS-PAST-DUE
           END-IF
           IF WS-PAST-DUE > TUITION-OWED
               MOVE TUITION-OWED TO WS-PAST-DUE
           END-IF
           IF WS-PAST-DUE = 0
               OR WS-OLDEST-DUE-DATE = 0
               MOVE 0 TO WS-DAYS-OLD
           ELSE
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE-DATE)
               IF WS-DUE-DATE-INT = 0
                   MOVE 0 TO WS-DAYS-OLD
               ELSE
                   COMPUTE WS-DAYS-OLD =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
               END-IF
               IF WS-DAYS-OLD < 0
                   MOVE 0 TO WS-DAYS-OLD
               END-IF
           END-IF.

      ******************************************************************
      * Paid against the plan: type P payments net of type R
      * reversals dated on or after PLAN-SETUP-DATE (P amounts are
      * negative and R positive on the transaction file, so the sum
      * is negated) - never inferred from the balance.
      ******************************************************************
       327-SUM-PLAN-PAYMENTS.
           MOVE 0 TO WS-PLAN-PAID
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               CONTINUE
           ELSE
               MOVE 'N' TO WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-END TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-END
                   IF TRN-STUDENT-NUMBER = PLAN-STUDENT-NUMBER
                       AND (TRN-PAYMENT OR TRN-REVERSAL)
                       AND TRN-DATE >= PLAN-SETUP-DATE
                       SUBTRACT TRN-AMOUNT FROM WS-PLAN-PAID
                   END-IF
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           IF WS-PLAN-PAID < 0
               MOVE 0 TO WS-PLAN-PAID
           END-IF.

       330-READ-DUNNING-LEVEL.
           IF WS-DUNNING-FILE-AVAIL
               MOVE STUDENT-NUMBER TO DUN-STUDENT-NUMBER
               READ DUNNING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DUN-LAST-LEVEL TO WS-DUN-LEVEL
               END-READ
           END-IF.

       340-READ-HOLD-ROW.
           MOVE 'Y' TO WS-HOLD-ROW-FLAG
           MOVE STUDENT-NUMBER TO HLD-STUDENT-NUMBER
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-ROW-FLAG
           END-READ.

       350-PLACE-HOLD.
           MOVE STUDENT-NUMBER TO HLD-STUDENT-NUMBER
           SET HLD-ON-HOLD TO TRUE
           MOVE WS-RUN-DATE TO HLD-PLACED-DATE
           MOVE WS-PLACE-REASON TO HLD-PLACE-REASON
           MOVE 0 TO HLD-RELEASED-DATE
           MOVE SPACES TO HLD-RELEASE-REASON
           MOVE WS-RUN-DATE TO HLD-LAST-CHANGE-DATE
           IF WS-HOLD-ON-FILE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY '** HOLD REWRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-REWRITE
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY '** HOLD WRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-WRITE
           END-IF
           IF WS-HOLD-OK
               ADD 1 TO WS-PLACED-COUNT
               MOVE 'P' TO HHS-ACTION
               MOVE WS-PLACE-REASON TO HHS-REASON
               PERFORM 370-WRITE-HISTORY
               MOVE SPACES TO RPT-NOTE
               PERFORM 390-WRITE-FEED-ROW
           END-IF.

       360-RELEASE-HOLD.
           EVALUATE TRUE
               WHEN TUITION-OWED NOT > 0
                   MOVE 'PD' TO WS-RELEASE-REASON
               WHEN WS-ON-ACTIVE-PLAN AND WS-PAST-DUE = 0
                   MOVE 'PL' TO WS-RELEASE-REASON
               WHEN OTHER
                   MOVE 'BT' TO WS-RELEASE-REASON
           END-EVALUATE
           SET HLD-RELEASED TO TRUE
           MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
           MOVE WS-RELEASE-REASON TO HLD-RELEASE-REASON
           MOVE WS-RUN-DATE TO HLD-LAST-CHANGE-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY '** HOLD REWRITE FAILED: '
                       STUDENT-NUMBER ' **'
           END-REWRITE
           IF WS-HOLD-OK
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'R' TO HHS-ACTION
               MOVE WS-RELEASE-REASON TO HHS-REASON
               PERFORM 370-WRITE-HISTORY
               MOVE SPACES TO RPT-NOTE
               PERFORM 390-WRITE-FEED-ROW
           END-IF.

       370-WRITE-HISTORY.
           MOVE STUDENT-NUMBER TO HHS-STUDENT-NUMBER
           MOVE WS-RUN-DATE    TO HHS-DATE
           MOVE WS-RUN-TIME    TO HHS-TIME
           MOVE TUITION-OWED   TO HHS-BALANCE
           MOVE WS-PAST-DUE    TO HHS-PAST-DUE
           MOVE WS-DAYS-OLD    TO HHS-DAYS-OLD
           MOVE WS-DUN-LEVEL   TO HHS-DUN-LEVEL
           WRITE HOLD-HIST-RECORD.

       380-RESEND-CHANGE.
           ADD 1 TO WS-RESENT-COUNT
           MOVE 'SENT TODAY' TO RPT-NOTE
           PERFORM 390-WRITE-FEED-ROW.

      ******************************************************************
      * Feed row and register line both come from the hold row as it
      * now stands, so a re-sent change carries the reason and date it
      * was first sent with.
      ******************************************************************
       390-WRITE-FEED-ROW.
           MOVE SPACES TO HOLD-FEED-RECORD
           MOVE 'D' TO HFD-RECORD-TYPE
           MOVE STUDENT-NUMBER TO HFD-STUDENT-NUMBER
           MOVE STUDENT-NAME TO HFD-STUDENT-NAME
           MOVE STUDENT-NUMBER TO RPT-STUDENT-NUMBER
           MOVE STUDENT-NAME TO RPT-STUDENT-NAME
           MOVE WS-PAST-DUE TO RPT-PAST-DUE
           IF HLD-ON-HOLD
               MOVE 'P' TO HFD-ACTION
               MOVE HLD-PLACE-REASON TO HFD-REASON
               MOVE HLD-PLACED-DATE TO HFD-EFFECTIVE-DATE
               ADD 1 TO WS-FEED-PLACE-COUNT
               MOVE 'PLACE' TO RPT-ACTION
           ELSE
               MOVE 'R' TO HFD-ACTION
               MOVE HLD-RELEASE-REASON TO HFD-REASON
               MOVE HLD-RELEASED-DATE TO HFD-EFFECTIVE-DATE
               ADD 1 TO WS-FEED-RELEASE-COUNT
               MOVE 'RELEASE' TO RPT-ACTION
           END-IF
           WRITE HOLD-FEED-RECORD
           EVALUATE HFD-REASON
               WHEN 'DA'
                   MOVE 'DA DAYS PAST DUE' TO RPT-REASON
               WHEN 'AM'
                   MOVE 'AM AMOUNT PAST DUE' TO RPT-REASON
               WHEN 'DL'
                   MOVE 'DL DUNNING LEVEL' TO RPT-REASON
               WHEN 'PD'
                   MOVE 'PD PAID' TO RPT-REASON
               WHEN 'PL'
                   MOVE 'PL PLAN CURRENT' TO RPT-REASON
               WHEN 'BT'
                   MOVE 'BT UNDER THRESHOLD' TO RPT-REASON
               WHEN OTHER
                   MOVE HFD-REASON TO RPT-REASON
           END-EVALUATE
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       400-WRITE-TRAILER.
           MOVE SPACES TO HOLD-FEED-RECORD
           MOVE 'T' TO HFD-RECORD-TYPE
           MOVE WS-FEED-PLACE-COUNT TO HFD-TRL-PLACE-COUNT
           MOVE WS-FEED-RELEASE-COUNT TO HFD-TRL-RELEASE-COUNT
           WRITE HOLD-FEED-RECORD.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDS PLACED THIS RUN:' TO RPT-COUNT-LABEL
           MOVE WS-PLACED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDS RELEASED THIS RUN:' TO RPT-COUNT-LABEL
           MOVE WS-RELEASED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CHANGED EARLIER TODAY:' TO RPT-COUNT-LABEL
           MOVE WS-RESENT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDS STILL IN PLACE:' TO RPT-COUNT-LABEL
           MOVE WS-CONTINUED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-CLOSE-FILES.
           CLOSE STUDENT-FILE.
           IF WS-PLAN-FILE-AVAIL
               CLOSE PLAN-FILE
           END-IF.
           IF WS-DUNNING-FILE-AVAIL
               CLOSE DUNNING-FILE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE HOLD-HIST-FILE.
           CLOSE HOLD-FEED-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'HOLD FEED COMPLETE - PLACED: ' WS-PLACED-COUNT
               ' RELEASED: ' WS-RELEASED-COUNT.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-RULES-SET
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
