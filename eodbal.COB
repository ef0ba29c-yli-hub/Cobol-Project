      *          proof sheet for the bursar to sign, with an
      *          out-of-balance warning when the movement does not
      *          reconcile.  Also marks the day-control record CLOSED
      *          so the menu will allow the GL export to run.  The
      *          proof sheet also carries the unapplied-cash suspense
      *          position (see SUSPREC.cpy): today's lockbox cash
      *          posted to students plus today's lockbox rejects loaded
      *          to suspense gives the deposit that must tie to the
      *          bank, followed by what was applied out of suspense
      *          today and the suspense balance still open.
      *          Finally it lists every cashier who took payments
      *          today without closing out the drawer afterwards (see
      *          DRAWER-CLOSEOUT and CLOSREC.cpy), so the drawer is
      *          counted before the bursar signs.  Ends with
      *          RETURN-CODE 0 when the day balances, 4 when it
      *          balances with a warning (a baseline run, or a drawer
      *          not closed out), and 8 when the day is out of balance
      *          or the master would not open, so NIGHTLY-BATCH can
      *          stop the stream.  When the prior snapshot is the
      *          baseline YEAR-END-ROLLOVER wrote (possibly earlier the
      *          same day), the rollover's balance-forward rows are
      *          already in that baseline and are left out of the
      *          day's posted activity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROOF-FILE ASSIGN TO "E:\EOD_PROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "E:\SUSPENSE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ITEM-NUMBER
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CLOSEOUT-FILE ASSIGN TO "E:\CLOSEOUT_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       FD  PROOF-FILE.
       01  PROOF-LINE                PIC X(80).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CLOSEOUT-FILE.
           COPY CLOSREC.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
               88  WS-AUDIT-END      VALUE 'Y'.
           05  WS-PRIOR-FLAG         PIC X VALUE 'N'.
               88  WS-PRIOR-ON-FILE  VALUE 'Y'.
           05  WS-ROLLOVER-FLAG      PIC X VALUE 'N'.
               88  WS-PRIOR-IS-ROLLOVER VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-TODAY              PIC 9(8).
           05  WS-RECORD-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACTIVITY-COUNT     PIC 9(5) VALUE 0.
           05  WS-OUT-OF-BALANCE     PIC S9(10)V99.
           05  WS-KEYED-COUNT        PIC 9(5) VALUE 0.
           05  WS-SUSPENSE-STATUS    PIC X(2).
               88  WS-SUSPENSE-OK    VALUE '00'.
           05  WS-SUSPENSE-EOF       PIC X.
               88  WS-SUSPENSE-END   VALUE 'Y'.
           05  WS-LOCKBOX-POSTED     PIC S9(10)V99 VALUE 0.
           05  WS-SUSP-LOADED-TODAY  PIC S9(10)V99 VALUE 0.
           05  WS-LOCKBOX-DEPOSIT    PIC S9(10)V99 VALUE 0.
           05  WS-SUSP-APPLIED-TODAY PIC S9(10)V99 VALUE 0.
           05  WS-SUSP-OPEN-BALANCE  PIC S9(10)V99 VALUE 0.
           05  WS-SUSP-OPEN-COUNT    PIC 9(5) VALUE 0.
           05  WS-CLOSEOUT-STATUS    PIC X(2).
               88  WS-CLOSEOUT-OK    VALUE '00'.
           05  WS-CLOSEOUT-EOF       PIC X.
               88  WS-CLOSEOUT-END   VALUE 'Y'.
           05  WS-DRAWER-FULL-FLAG   PIC X VALUE 'N'.
               88  WS-DRAWER-TABLE-FULL VALUE 'Y'.
           05  WS-NOT-CLOSED-COUNT   PIC 9(5) VALUE 0.
           05  WS-DRW-SEARCH-ID      PIC X(8).
           05  WS-DRW-FOUND-IDX      PIC 9(3).
           05  WS-I                  PIC 9(3).

      ******************************************************************
      * One entry per cashier who took drawer money today: the time of
      * that cashier's last drawer posting and last close-out.
      ******************************************************************
       01  WS-DRAWER-TABLE.
           05  WS-DRAWER-COUNT       PIC 9(3) VALUE 0.
           05  WS-DRAWER-ENTRY OCCURS 200 TIMES.
               10  WS-DRW-OPERATOR-ID PIC X(8).
               10  WS-DRW-LAST-POSTED PIC 9(8).
               10  WS-DRW-LAST-CLOSED PIC 9(8).

       01  PROOF-HEADER-1.
           05  FILLER                PIC X(22) VALUE SPACES.
       01  PROOF-VERDICT-LINE.
           05  PROOF-VERDICT         PIC X(60).

       01  PROOF-SECTION-LINE.
           05  PROOF-SECTION-TITLE   PIC X(40).

       01  PROOF-CLOSEOUT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  PROOF-CLO-OPERATOR    PIC X(8).
           05  FILLER                PIC X(22) VALUE
                   '  LAST POSTING AT '.
           05  PROOF-CLO-POSTED      PIC 9(8).
           05  FILLER                PIC X(19) VALUE
                   '  LAST CLOSE-OUT '.
           05  PROOF-CLO-CLOSED      PIC X(8).

       01  PROOF-SIGN-LINE.
           05  FILLER                PIC X(20) VALUE
                   'BURSAR SIGNATURE: '.
               PERFORM 400-READ-PRIOR-SNAPSHOT
               PERFORM 500-SUM-TODAYS-ACTIVITY
               PERFORM 510-COUNT-TODAYS-KEYING
               PERFORM 520-SUM-SUSPENSE
               PERFORM 530-CHECK-DRAWER-CLOSEOUTS
               PERFORM 600-PRINT-PROOF-SHEET
               PERFORM 610-APPEND-SNAPSHOT
               PERFORM 620-CLOSE-POSTING-SESSION
           END-IF.
           PERFORM 700-FINISH.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-START.
      * The prior snapshot is the last row NOT dated today: activity
      * is summed for the whole day, so a same-day re-run must still
      * compare against yesterday's close, not its own earlier row.
      * A rollover baseline is the exception - the new master starts
      * from it, so it is taken as the prior even when dated today.
      ******************************************************************
       400-READ-PRIOR-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
               END-READ
               PERFORM UNTIL WS-SNAP-END
                   IF SNAP-DATE NOT = WS-TODAY
                       OR SNAP-ROLLOVER-BASELINE
                       SET WS-PRIOR-ON-FILE TO TRUE
                       MOVE SNAP-DATE  TO WS-PRIOR-DATE
                       MOVE SNAP-COUNT TO WS-PRIOR-COUNT
                       MOVE SNAP-TOTAL TO WS-PRIOR-TOTAL
                       IF SNAP-ROLLOVER-BASELINE
                           SET WS-PRIOR-IS-ROLLOVER TO TRUE
                       ELSE
                           MOVE 'N' TO WS-ROLLOVER-FLAG
                       END-IF
                   END-IF
                   READ SNAPSHOT-FILE
                       AT END
               CLOSE SNAPSHOT-FILE
           END-IF.

      ******************************************************************
      * Against a rollover baseline the ROLLOVER balance-forward rows
      * are already in the prior total, so they are not activity.
      ******************************************************************
       500-SUM-TODAYS-ACTIVITY.
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               END-READ
               PERFORM UNTIL WS-TRANS-END
                   IF TRN-DATE = WS-TODAY
                       AND NOT (WS-PRIOR-IS-ROLLOVER
                                AND TRN-OPERATOR-ID = 'ROLLOVER')
                       ADD 1 TO WS-ACTIVITY-COUNT
                       ADD TRN-AMOUNT TO WS-ACTIVITY-TOTAL
                       PERFORM 505-TALLY-LOCKBOX-CASH
                       PERFORM 506-NOTE-DRAWER-POSTING
                   END-IF
                   READ TRANS-FILE
                       AT END
               CLOSE TRANS-FILE
           END-IF.

      ******************************************************************
      * Lockbox payments and applications out of suspense are both
      * type P rows (amounts negative), told apart by the batch
      * operator id each posting program stamps on them.
      ******************************************************************
       505-TALLY-LOCKBOX-CASH.
           IF TRN-PAYMENT
               EVALUATE TRN-OPERATOR-ID
                   WHEN 'LOCKBOX '
                       SUBTRACT TRN-AMOUNT FROM WS-LOCKBOX-POSTED
                   WHEN 'SUSPENSE'
                       SUBTRACT TRN-AMOUNT FROM WS-SUSP-APPLIED-TODAY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Drawer money is the same as DRAWER-CLOSEOUT counts: payments,
      * and reversals paid out with no check number, keyed by a
      * signed-on operator rather than stamped by a batch program.
      ******************************************************************
       506-NOTE-DRAWER-POSTING.
           IF NOT TRN-BATCH-OPERATOR
               AND (TRN-PAYMENT
                    OR (TRN-REVERSAL AND TRN-CHECK-NUMBER = SPACES))
               MOVE TRN-OPERATOR-ID TO WS-DRW-SEARCH-ID
               PERFORM 507-FIND-DRAWER-ENTRY
               IF WS-DRW-FOUND-IDX = 0
                   IF WS-DRAWER-COUNT < 200
                       ADD 1 TO WS-DRAWER-COUNT
                       MOVE WS-DRAWER-COUNT TO WS-I
                       MOVE TRN-OPERATOR-ID
                           TO WS-DRW-OPERATOR-ID(WS-I)
                       MOVE 0 TO WS-DRW-LAST-POSTED(WS-I)
                       MOVE 0 TO WS-DRW-LAST-CLOSED(WS-I)
                       MOVE WS-DRAWER-COUNT TO WS-DRW-FOUND-IDX
                   ELSE
                       SET WS-DRAWER-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF WS-DRW-FOUND-IDX > 0
                   MOVE WS-DRW-FOUND-IDX TO WS-I
                   IF TRN-TIME > WS-DRW-LAST-POSTED(WS-I)
                       MOVE TRN-TIME
                           TO WS-DRW-LAST-POSTED(WS-I)
                   END-IF
               END-IF
           END-IF.

       507-FIND-DRAWER-ENTRY.
           MOVE 0 TO WS-DRW-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DRAWER-COUNT
               OR WS-DRW-FOUND-IDX > 0
               IF WS-DRW-OPERATOR-ID(WS-I) = WS-DRW-SEARCH-ID
                   MOVE WS-I TO WS-DRW-FOUND-IDX
               END-IF
           END-PERFORM.

       510-COUNT-TODAYS-KEYING.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-OK
               CLOSE AUDIT-LOG
           END-IF.

       520-SUM-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-OK
               MOVE 'N' TO WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSPENSE-END TO TRUE
               END-READ
               PERFORM UNTIL WS-SUSPENSE-END
                   IF SUSP-OPEN
                       ADD 1 TO WS-SUSP-OPEN-COUNT
                       ADD SUSP-OPEN-AMOUNT TO WS-SUSP-OPEN-BALANCE
                   END-IF
                   IF SUSP-LOAD-DATE = WS-TODAY
                       ADD SUSP-AMOUNT TO WS-SUSP-LOADED-TODAY
                   END-IF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-SUSPENSE-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           COMPUTE WS-LOCKBOX-DEPOSIT =
               WS-LOCKBOX-POSTED + WS-SUSP-LOADED-TODAY.

       530-CHECK-DRAWER-CLOSEOUTS.
           OPEN INPUT CLOSEOUT-FILE
           IF WS-CLOSEOUT-OK
               MOVE 'N' TO WS-CLOSEOUT-EOF
               READ CLOSEOUT-FILE
                   AT END
                       SET WS-CLOSEOUT-END TO TRUE
               END-READ
               PERFORM UNTIL WS-CLOSEOUT-END
                   IF CLO-DATE = WS-TODAY
                       MOVE CLO-OPERATOR-ID TO WS-DRW-SEARCH-ID
                       PERFORM 507-FIND-DRAWER-ENTRY
                       IF WS-DRW-FOUND-IDX > 0
                           MOVE WS-DRW-FOUND-IDX TO WS-I
                           IF CLO-TIME > WS-DRW-LAST-CLOSED(WS-I)
                               MOVE CLO-TIME TO WS-DRW-LAST-CLOSED(WS-I)
                           END-IF
                       END-IF
                   END-IF
                   READ CLOSEOUT-FILE
                       AT END
                           SET WS-CLOSEOUT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLOSEOUT-FILE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DRAWER-COUNT
               IF WS-DRW-LAST-POSTED(WS-I) >
                   WS-DRW-LAST-CLOSED(WS-I)
                   ADD 1 TO WS-NOT-CLOSED-COUNT
               END-IF
           END-PERFORM.

       600-PRINT-PROOF-SHEET.
           MOVE PROOF-HEADER-1 TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           IF WS-PRIOR-ON-FILE
               IF WS-PRIOR-IS-ROLLOVER
                   MOVE 'ROLLOVER BASELINE:' TO PROOF-SNAP-LABEL
               ELSE
                   MOVE 'PRIOR SNAPSHOT:  ' TO PROOF-SNAP-LABEL
               END-IF
               MOVE WS-PRIOR-DATE  TO PROOF-SNAP-DATE
               MOVE WS-PRIOR-COUNT TO PROOF-SNAP-COUNT
               MOVE WS-PRIOR-TOTAL TO PROOF-SNAP-TOTAL
           MOVE WS-KEYED-COUNT TO PROOF-COUNT-VALUE
           MOVE PROOF-COUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           PERFORM 605-PRINT-SUSPENSE-PROOF
           PERFORM 606-PRINT-CLOSEOUT-WARNINGS
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           IF WS-PRIOR-ON-FILE
           MOVE PROOF-SIGN-LINE TO PROOF-LINE
           WRITE PROOF-LINE.

       605-PRINT-SUSPENSE-PROOF.
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'LOCKBOX DEPOSIT AND SUSPENSE' TO PROOF-SECTION-TITLE
           MOVE PROOF-SECTION-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'LOCKBOX POSTED TO STUDENTS:' TO PROOF-AMOUNT-LABEL
           MOVE WS-LOCKBOX-POSTED TO PROOF-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'LOCKBOX REJECTS TO SUSPENSE:' TO PROOF-AMOUNT-LABEL
           MOVE WS-SUSP-LOADED-TODAY TO PROOF-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'LOCKBOX DEPOSIT - TIE TO BANK:' TO PROOF-AMOUNT-LABEL
           MOVE WS-LOCKBOX-DEPOSIT TO PROOF-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'APPLIED FROM SUSPENSE TODAY:' TO PROOF-AMOUNT-LABEL
           MOVE WS-SUSP-APPLIED-TODAY TO PROOF-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'SUSPENSE BALANCE STILL OPEN:' TO PROOF-AMOUNT-LABEL
           MOVE WS-SUSP-OPEN-BALANCE TO PROOF-AMOUNT
           MOVE PROOF-AMOUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'SUSPENSE ITEMS STILL OPEN:' TO PROOF-COUNT-LABEL
           MOVE WS-SUSP-OPEN-COUNT TO PROOF-COUNT-VALUE
           MOVE PROOF-COUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE.

       606-PRINT-CLOSEOUT-WARNINGS.
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'CASHIER DRAWER CLOSE-OUTS' TO PROOF-SECTION-TITLE
           MOVE PROOF-SECTION-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'CASHIERS TAKING PAYMENTS TODAY:' TO PROOF-COUNT-LABEL
           MOVE WS-DRAWER-COUNT TO PROOF-COUNT-VALUE
           MOVE PROOF-COUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE 'CASHIERS NOT CLOSED OUT:' TO PROOF-COUNT-LABEL
           MOVE WS-NOT-CLOSED-COUNT TO PROOF-COUNT-VALUE
           MOVE PROOF-COUNT-LINE TO PROOF-LINE
           WRITE PROOF-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DRAWER-COUNT
               IF WS-DRW-LAST-POSTED(WS-I) >
                   WS-DRW-LAST-CLOSED(WS-I)
                   MOVE WS-DRW-OPERATOR-ID(WS-I)
                       TO PROOF-CLO-OPERATOR
                   MOVE WS-DRW-LAST-POSTED(WS-I)
                       TO PROOF-CLO-POSTED
                   IF WS-DRW-LAST-CLOSED(WS-I) = 0
                       MOVE 'NONE' TO PROOF-CLO-CLOSED
                   ELSE
                       MOVE WS-DRW-LAST-CLOSED(WS-I)
                           TO PROOF-CLO-CLOSED
                   END-IF
                   MOVE PROOF-CLOSEOUT-LINE TO PROOF-LINE
                   WRITE PROOF-LINE
                   DISPLAY '** WARNING - DRAWER NOT CLOSED OUT: '
                       WS-DRW-OPERATOR-ID(WS-I) ' **'
               END-IF
           END-PERFORM
           IF WS-DRAWER-TABLE-FULL
               MOVE '** MORE THAN 200 CASHIERS - LIST INCOMPLETE **'
                   TO PROOF-VERDICT
               MOVE PROOF-VERDICT-LINE TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.

       610-APPEND-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNAPSHOT-NOT-FOUND
           MOVE WS-TODAY        TO SNAP-DATE
           MOVE WS-RECORD-COUNT TO SNAP-COUNT
           MOVE WS-MASTER-TOTAL TO SNAP-TOTAL
           SET SNAP-END-OF-DAY-RUN TO TRUE
           WRITE SNAPSHOT-RECORD
           CLOSE SNAPSHOT-FILE.

                       ' WRITTEN'
               END-IF
           END-IF.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT-BALANCING
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-PRIOR-ON-FILE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE NOT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-CLOSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
