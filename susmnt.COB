      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - unapplied-cash suspense work queue.  Lists
      *          the open items PAYMENT-BATCH loaded onto the suspense
      *          master (see SUSPREC.cpy) and lets the clerk apply an
      *          item to the right student, split it across several
      *          students, or - with supervisor authority - mark it
      *          returned to the payer or void it when it was never
      *          new cash.  Every application posts exactly the way
      *          PAYMENT-POST does: the master is rewritten, the
      *          payment log is written, and a type-P row carrying the
      *          original check number goes to the transaction file
      *          (operator SUSPENSE, like the LOCKBOX rows, so the
      *          cash is never counted in a cashier's drawer).  A
      *          return or void moves no student balance, so it is
      *          recorded on the suspense master and the suspense log
      *          only.  Every action is written to the suspense log
      *          with date, item, student, amount and operator.  An
      *          item cannot be applied to a student flagged certified
      *          funds only after returned checks (see NSFREC.cpy).
      *          A number since retired by ACCOUNT-MERGE (see
      *          MERGREC.cpy) - often the one written on the check - is
      *          applied to the account it was merged into.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "E:\SUSPENSE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-NUMBER
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PAYMENT-LOG ASSIGN TO "E:\PAYMENT_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-LOG-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT SUSPENSE-LOG ASSIGN TO "E:\SUSPENSE_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-LOG-STATUS.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT NSF-HIST-FILE ASSIGN TO "E:\NSF_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSF-STUDENT-NUMBER
               FILE STATUS IS WS-NSF-STATUS.

           SELECT MERGE-FILE ASSIGN TO "E:\MERGED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-RETIRED-NUMBER
               FILE STATUS IS WS-MERGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  PAYMENT-LOG.
       01  PAYMENT-LOG-LINE          PIC X(80).

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  SUSPENSE-LOG.
       01  SUSPENSE-LOG-LINE         PIC X(100).

       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  NSF-HIST-FILE.
           COPY NSFREC.

       FD  MERGE-FILE.
           COPY MERGREC.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  EOF                   PIC X.
           05  WS-SUSPENSE-STATUS    PIC X(2).
               88  WS-SUSPENSE-OK    VALUE '00'.
               88  WS-SUSPENSE-NOT-FOUND VALUE '35'.
           05  WS-STUDENT-STATUS     PIC X(2).
               88  WS-STUDENT-OK     VALUE '00'.
               88  WS-STUDENT-NOT-FOUND VALUE '35'.
           05  WS-PAYMENT-LOG-STATUS PIC X(2).
               88  WS-PAYMENT-LOG-NOT-FOUND VALUE '35'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-NOT-FOUND VALUE '35'.
           05  WS-SUSPENSE-LOG-STATUS PIC X(2).
               88  WS-SUSPENSE-LOG-NOT-FOUND VALUE '35'.
           05  WS-DAYCTL-STATUS      PIC X(2).
           05  WS-NSF-STATUS         PIC X(2).
               88  WS-NSF-OK         VALUE '00'.
           05  WS-NSF-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-NSF-FILE-AVAIL VALUE 'Y'.
           05  WS-MERGE-STATUS       PIC X(2).
               88  WS-MERGE-OK       VALUE '00'.
           05  WS-MERGE-FILE-FLAG    PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-SUSPENSE-EOF       PIC X.
               88  WS-SUSPENSE-END   VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG    PIC X.
               88  WS-ITEM-ON-FILE   VALUE 'Y'.
           05  WS-STUDENT-FOUND-FLAG PIC X.
               88  WS-STUDENT-ON-FILE VALUE 'Y'.
           05  WS-ACTION             PIC X.
           05  WS-CONFIRM            PIC X.
           05  WS-SPLIT-DONE         PIC X.
           05  WS-ITEM-NUMBER-IN     PIC X(6).
           05  WS-LOOKUP-NUMBER      PIC X(6).
           05  WS-AMOUNT-IN          PIC X(9).
           05  WS-AMOUNT-CENTS       PIC 9(9).
           05  WS-APPLY-AMOUNT       PIC 9(7)V99.
           05  WS-LOG-ACTION         PIC X(10).
           05  WS-LOG-STUDENT        PIC X(6).
           05  WS-OPEN-COUNT         PIC 9(5).
           05  WS-OPEN-TOTAL         PIC 9(9)V99.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99.
           05  WS-TOTAL-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-BALANCE-EDIT       PIC Z,ZZZ,ZZ9.99CR.

       01  PAYMENT-LOG-DETAIL.
           05  LOG-ACTION            PIC X(16).
           05  LOG-STUDENT-NUMBER    PIC 9(6).
           05  FILLER                PIC X(10) VALUE
                   ' AMOUNT: '.
           05  LOG-PAYMENT-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE
                   ' NEW BALANCE: '.
           05  LOG-NEW-BALANCE       PIC Z,ZZZ,ZZ9.99CR.

       01  SUSPENSE-LOG-DETAIL.
           05  FILLER                PIC X(9)  VALUE 'SUSPENSE '.
           05  SLOG-ACTION           PIC X(10).
           05  FILLER                PIC X(6)  VALUE ' ITEM '.
           05  SLOG-ITEM-NUMBER      PIC 9(6).
           05  FILLER                PIC X(9)  VALUE ' STUDENT '.
           05  SLOG-STUDENT-NUMBER   PIC X(6).
           05  FILLER                PIC X(8)  VALUE ' AMOUNT '.
           05  SLOG-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE ' DATE: '.
           05  SLOG-DATE             PIC 9(8).
           05  FILLER                PIC X(5)  VALUE ' BY: '.
           05  SLOG-OPERATOR-ID      PIC X(8).

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-WORK-SUSPENSE.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           CALL 'SIGN-ON'.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF WS-STUDENT-NOT-FOUND
               OPEN OUTPUT STUDENT-FILE
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.
           OPEN EXTEND PAYMENT-LOG.
           IF WS-PAYMENT-LOG-NOT-FOUND
               OPEN OUTPUT PAYMENT-LOG
               CLOSE PAYMENT-LOG
               OPEN EXTEND PAYMENT-LOG
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRANS-NOT-FOUND
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN EXTEND TRANS-FILE
           END-IF.
           OPEN EXTEND SUSPENSE-LOG.
           IF WS-SUSPENSE-LOG-NOT-FOUND
               OPEN OUTPUT SUSPENSE-LOG
               CLOSE SUSPENSE-LOG
               OPEN EXTEND SUSPENSE-LOG
           END-IF.
           OPEN INPUT NSF-HIST-FILE.
           IF WS-NSF-OK
               SET WS-NSF-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-OK
               SET WS-MERGE-FILE-AVAIL TO TRUE
           END-IF.

       202-PROCESS.
           IF SIGNED-ON
               PERFORM 302-PROMPT
               PERFORM 303-MAIN-LOOP
                   UNTIL EOF = 'Y'
           ELSE
               DISPLAY '** NOT SIGNED ON - NO SUSPENSE ITEMS WORKED **'
           END-IF.

       302-PROMPT.
           DISPLAY 'L=LIST OPEN ITEMS, W=WORK AN ITEM, Y=EXIT'.
           ACCEPT EOF.

       303-MAIN-LOOP.
           EVALUATE EOF
               WHEN 'L'
               WHEN 'l'
                   PERFORM 310-LIST-OPEN-ITEMS
                   PERFORM 302-PROMPT
               WHEN 'W'
               WHEN 'w'
                   PERFORM 320-WORK-ITEM
                   PERFORM 302-PROMPT
               WHEN 'Y'
                   CONTINUE
               WHEN OTHER
                   PERFORM 302-PROMPT
           END-EVALUATE.

       310-LIST-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 'N' TO WS-SUSPENSE-EOF
           MOVE 0 TO SUSP-ITEM-NUMBER
           START SUSPENSE-FILE KEY >= SUSP-ITEM-NUMBER
               INVALID KEY
                   SET WS-SUSPENSE-END TO TRUE
           END-START
           PERFORM UNTIL WS-SUSPENSE-END
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSPENSE-END TO TRUE
                   NOT AT END
                       IF SUSP-OPEN
                           PERFORM 311-SHOW-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
           DISPLAY WS-OPEN-COUNT ' OPEN ITEM(S) TOTALING '
               WS-TOTAL-EDIT.

       311-SHOW-LIST-LINE.
           ADD 1 TO WS-OPEN-COUNT
           ADD SUSP-OPEN-AMOUNT TO WS-OPEN-TOTAL
           MOVE SUSP-OPEN-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY SUSP-ITEM-NUMBER ' DEP ' SUSP-DEPOSIT-DATE
               ' CHECK ' SUSP-CHECK-NUMBER
               ' REMIT ' SUSP-REMIT-NUMBER
               ' OPEN ' WS-AMOUNT-EDIT ' ' SUSP-REASON.

       320-WORK-ITEM.
           PERFORM 321-GET-ITEM-NUMBER
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE WS-ITEM-NUMBER-IN TO SUSP-ITEM-NUMBER
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY '** NO SUSPENSE ITEM FOR THAT NUMBER **'
               NOT INVALID KEY
                   SET WS-ITEM-ON-FILE TO TRUE
           END-READ
           IF WS-ITEM-ON-FILE
               PERFORM 322-SHOW-ITEM
               IF NOT SUSP-OPEN
                   DISPLAY '** ITEM IS CLOSED - NOTHING TO WORK **'
               ELSE
                   PERFORM 323-CHOOSE-ACTION
               END-IF
           END-IF.

       321-GET-ITEM-NUMBER.
           MOVE SPACES TO WS-ITEM-NUMBER-IN
           PERFORM UNTIL WS-ITEM-NUMBER-IN IS NUMERIC
               DISPLAY 'SUSPENSE ITEM NUMBER'
               ACCEPT WS-ITEM-NUMBER-IN
               IF WS-ITEM-NUMBER-IN IS NOT NUMERIC
                   DISPLAY '** INVALID ITEM NUMBER - DIGITS ONLY **'
               END-IF
           END-PERFORM.

       322-SHOW-ITEM.
           DISPLAY 'DEPOSIT DATE : ' SUSP-DEPOSIT-DATE
           DISPLAY 'CHECK NUMBER : ' SUSP-CHECK-NUMBER
           DISPLAY 'REMITTED FOR : ' SUSP-REMIT-NUMBER
           DISPLAY 'REASON       : ' SUSP-REASON
           MOVE SUSP-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'ITEM AMOUNT  : ' WS-AMOUNT-EDIT
           MOVE SUSP-OPEN-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'STILL OPEN   : ' WS-AMOUNT-EDIT
           EVALUATE TRUE
               WHEN SUSP-OPEN
                   DISPLAY 'STATUS       : OPEN'
               WHEN SUSP-APPLIED
                   DISPLAY 'STATUS       : APPLIED ON '
                       SUSP-CLOSED-DATE
               WHEN SUSP-RETURNED
                   DISPLAY 'STATUS       : RETURNED ON '
                       SUSP-CLOSED-DATE
               WHEN SUSP-VOIDED
                   DISPLAY 'STATUS       : VOIDED ON '
                       SUSP-CLOSED-DATE
           END-EVALUATE.

       323-CHOOSE-ACTION.
           DISPLAY 'ACTION? (A=APPLY TO A STUDENT, S=SPLIT ACROSS'
               ' STUDENTS, R=RETURN TO PAYER, V=VOID, N=NONE)'
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 330-APPLY-WHOLE-ITEM
               WHEN 'S'
               WHEN 's'
                   PERFORM 340-SPLIT-ITEM
               WHEN 'R'
               WHEN 'r'
                   MOVE 'RETURNED  ' TO WS-LOG-ACTION
                   PERFORM 350-CLOSE-WITHOUT-POSTING
               WHEN 'V'
               WHEN 'v'
                   MOVE 'VOIDED    ' TO WS-LOG-ACTION
                   PERFORM 350-CLOSE-WITHOUT-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       330-APPLY-WHOLE-ITEM.
           PERFORM 360-FIND-STUDENT
           IF WS-STUDENT-ON-FILE
               MOVE SUSP-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               PERFORM 370-POST-TO-STUDENT
           END-IF.

      ******************************************************************
      * A split applies part of the open amount to one student at a
      * time; whatever is not applied when the clerk stops stays open
      * on the item for the next pass.
      ******************************************************************
       340-SPLIT-ITEM.
           MOVE 'N' TO WS-SPLIT-DONE
           PERFORM UNTIL WS-SPLIT-DONE = 'Y'
               OR NOT SUSP-OPEN
               MOVE SUSP-OPEN-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY 'STILL OPEN ON ITEM: ' WS-AMOUNT-EDIT
               DISPLAY 'PRESS ENTER TO APPLY A PART, OR Y TO STOP'
               ACCEPT WS-SPLIT-DONE
               IF WS-SPLIT-DONE = 'y'
                   MOVE 'Y' TO WS-SPLIT-DONE
               END-IF
               IF WS-SPLIT-DONE NOT = 'Y'
                   PERFORM 360-FIND-STUDENT
                   IF WS-STUDENT-ON-FILE
                       PERFORM 341-GET-SPLIT-AMOUNT
                       PERFORM 370-POST-TO-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

       341-GET-SPLIT-AMOUNT.
           MOVE 0 TO WS-APPLY-AMOUNT
           PERFORM UNTIL WS-APPLY-AMOUNT > 0
               DISPLAY 'AMOUNT FOR THIS STUDENT (DOLLARS+CENTS,'
                   ' NO DECIMAL POINT)'
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY '** INVALID AMOUNT - DIGITS ONLY **'
               ELSE
                   MOVE WS-AMOUNT-IN TO WS-AMOUNT-CENTS
                   COMPUTE WS-APPLY-AMOUNT = WS-AMOUNT-CENTS / 100
                   IF WS-APPLY-AMOUNT = 0
                       DISPLAY '** AMOUNT MUST BE GREATER THAN'
                           ' ZERO **'
                   END-IF
                   IF WS-APPLY-AMOUNT > SUSP-OPEN-AMOUNT
                       DISPLAY '** MORE THAN IS OPEN ON THE ITEM **'
                       MOVE 0 TO WS-APPLY-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Returning the check to the payer, or voiding an item that was
      * never new cash, takes the whole open amount off suspense
      * without touching a student - supervisor authority, like a
      * reversal in PAYMENT-POST.
      ******************************************************************
       350-CLOSE-WITHOUT-POSTING.
           IF NOT SIGNON-SUPERVISOR
               DISPLAY '** RETURNS AND VOIDS REQUIRE SUPERVISOR'
                   ' AUTHORITY **'
           ELSE
               DISPLAY 'CONFIRM ' WS-LOG-ACTION ' (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE SUSP-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE 0 TO SUSP-OPEN-AMOUNT
                   IF WS-LOG-ACTION = 'RETURNED  '
                       SET SUSP-RETURNED TO TRUE
                   ELSE
                       SET SUSP-VOIDED TO TRUE
                   END-IF
                   MOVE SPACES TO WS-LOG-STUDENT
                   PERFORM 380-SAVE-ITEM
               END-IF
           END-IF.

       360-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND-FLAG
           MOVE SPACES TO WS-LOOKUP-NUMBER
           PERFORM UNTIL WS-LOOKUP-NUMBER IS NUMERIC
               DISPLAY 'STUDENT NUMBER TO APPLY TO'
               ACCEPT WS-LOOKUP-NUMBER
               IF WS-LOOKUP-NUMBER IS NOT NUMERIC
                   DISPLAY '** INVALID STUDENT NUMBER - DIGITS'
                       ' ONLY **'
               END-IF
           END-PERFORM
           MOVE WS-LOOKUP-NUMBER TO STUDENT-NUMBER
           PERFORM 362-FOLLOW-MERGE
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY '** NO RECORD FOR THAT STUDENT NUMBER **'
               NOT INVALID KEY
                   DISPLAY 'STUDENT NAME : ' STUDENT-NAME
                   MOVE TUITION-OWED TO WS-BALANCE-EDIT
                   DISPLAY 'BALANCE OWED : ' WS-BALANCE-EDIT
                   SET WS-STUDENT-ON-FILE TO TRUE
                   PERFORM 361-CHECK-CERTIFIED-ONLY
           END-READ.

      ******************************************************************
      * Suspense items are lockbox checks, so they cannot be applied
      * to a student flagged certified funds only after returned
      * checks - return the item to the payer instead.
      ******************************************************************
       361-CHECK-CERTIFIED-ONLY.
           IF WS-NSF-FILE-AVAIL
               MOVE STUDENT-NUMBER TO NSF-STUDENT-NUMBER
               READ NSF-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NSF-CERTIFIED-ONLY
                           DISPLAY '** CERTIFIED FUNDS ONLY - A'
                               ' PERSONAL CHECK CANNOT BE APPLIED **'
                           MOVE 'N' TO WS-STUDENT-FOUND-FLAG
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A number retired by ACCOUNT-MERGE is applied to the account it
      * was merged into (see MERGREC.cpy), never to the zeroed shell.
      ******************************************************************
       362-FOLLOW-MERGE.
           IF WS-MERGE-FILE-AVAIL
               MOVE STUDENT-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'STUDENT ' MRG-RETIRED-NUMBER
                           ' WAS MERGED INTO ' MRG-SURVIVING-NUMBER
                           ' - APPLYING TO ' MRG-SURVIVING-NUMBER
                       MOVE MRG-SURVIVING-NUMBER TO STUDENT-NUMBER
               END-READ
           END-IF.

       370-POST-TO-STUDENT.
           SUBTRACT WS-APPLY-AMOUNT FROM TUITION-OWED
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY '** REWRITE FAILED - NOTHING APPLIED **'
               NOT INVALID KEY
                   MOVE TUITION-OWED TO WS-BALANCE-EDIT
                   DISPLAY 'NEW BALANCE  : ' WS-BALANCE-EDIT
                   PERFORM 371-WRITE-PAYMENT-LOG
                   PERFORM 372-WRITE-TRANS-FILE
                   SUBTRACT WS-APPLY-AMOUNT FROM SUSP-OPEN-AMOUNT
                   IF SUSP-OPEN-AMOUNT = 0
                       SET SUSP-APPLIED TO TRUE
                   END-IF
                   MOVE 'APPLIED   ' TO WS-LOG-ACTION
                   MOVE STUDENT-NUMBER TO WS-LOG-STUDENT
                   PERFORM 380-SAVE-ITEM
           END-REWRITE.

       371-WRITE-PAYMENT-LOG.
           MOVE 'SUSPENSE APPLIED' TO LOG-ACTION
           MOVE STUDENT-NUMBER   TO LOG-STUDENT-NUMBER
           MOVE WS-APPLY-AMOUNT  TO LOG-PAYMENT-AMOUNT
           MOVE TUITION-OWED     TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       372-WRITE-TRANS-FILE.
           PERFORM 390-MARK-SESSION-OPEN
           MOVE WS-CURRENT-DATETIME(1:8) TO TRN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO TRN-TIME
           MOVE 'P'               TO TRN-TYPE
           MOVE STUDENT-NUMBER    TO TRN-STUDENT-NUMBER
           MOVE SUSP-CHECK-NUMBER TO TRN-CHECK-NUMBER
           COMPUTE TRN-AMOUNT = 0 - WS-APPLY-AMOUNT
           MOVE 'SUSPENSE'        TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD.

       380-SAVE-ITEM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF NOT SUSP-OPEN
               MOVE WS-CURRENT-DATETIME(1:8) TO SUSP-CLOSED-DATE
           END-IF
           MOVE SIGNON-OPERATOR-ID TO SUSP-LAST-OPERATOR
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY '** SUSPENSE REWRITE FAILED FOR ITEM '
                       SUSP-ITEM-NUMBER ' **'
               NOT INVALID KEY
                   DISPLAY 'ITEM ' SUSP-ITEM-NUMBER ' '
                       WS-LOG-ACTION
           END-REWRITE
           PERFORM 381-WRITE-SUSPENSE-LOG.

       381-WRITE-SUSPENSE-LOG.
           MOVE WS-LOG-ACTION      TO SLOG-ACTION
           MOVE SUSP-ITEM-NUMBER   TO SLOG-ITEM-NUMBER
           MOVE WS-LOG-STUDENT     TO SLOG-STUDENT-NUMBER
           MOVE WS-APPLY-AMOUNT    TO SLOG-AMOUNT
           MOVE WS-CURRENT-DATETIME(1:8) TO SLOG-DATE
           MOVE SIGNON-OPERATOR-ID TO SLOG-OPERATOR-ID
           MOVE SUSPENSE-LOG-DETAIL TO SUSPENSE-LOG-LINE
           WRITE SUSPENSE-LOG-LINE.

      ******************************************************************
      * An application posts to the transaction file, so the day's
      * posting session is marked open the way PAYMENT-POST does it.
      ******************************************************************
       390-MARK-SESSION-OPEN.
           OPEN OUTPUT DAY-CONTROL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           SET CTL-SESSION-OPEN TO TRUE
           MOVE WS-CURRENT-DATETIME(1:8) TO CTL-DATE
           WRITE DAY-CONTROL-RECORD
           CLOSE DAY-CONTROL-FILE.

       203-CLOSE.
           CLOSE SUSPENSE-FILE.
           CLOSE STUDENT-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE TRANS-FILE.
           CLOSE SUSPENSE-LOG.
           IF WS-NSF-FILE-AVAIL
               CLOSE NSF-HIST-FILE
           END-IF.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
