      *          not on the students.  Unmatched student numbers and
      *          over-balance payments still go to the rejects file to
      *          be worked as exceptions instead of holding up the
      *          whole deposit.  Every reject with a readable amount is
      *          also loaded onto the unapplied-cash suspense master
      *          (see SUSPREC.cpy) with its deposit date, check number,
      *          amount and reason, so the cash stays under control
      *          until SUSPENSE-MAINT applies or returns it; an item
      *          already in suspense is not loaded twice, and a check
      *          that matches a payment already on the transaction file
      *          from an earlier run is rejected as ALREADY POSTED and
      *          not loaded at all - that cash was banked and posted
      *          the first time.  Only a check repeated within the same
      *          deposit is a suspected duplicate held in suspense.
      *          Lockbox items
      *          are personal checks, so a check for a student flagged
      *          certified funds only after returned checks (see
      *          NSFREC.cpy) is rejected to suspense, not posted.  A
      *          check made out under a number since retired by
      *          ACCOUNT-MERGE (see MERGREC.cpy) posts to the surviving
      *          account, and payments posted under the retired number
      *          before the merge count as already posted to it.
      *          Ends with RETURN-CODE 0 when the deposit posted, 4
      *          when there was no lockbox file tonight, and 8 when the
      *          deposit was refused, so NIGHTLY-BATCH can stop the
      *          stream on a deposit that does not foot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "E:\SUSPENSE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-NUMBER
               FILE STATUS IS WS-SUSPENSE-STATUS.

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
       FD  STUDENT-FILE.
       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  NSF-HIST-FILE.
           COPY NSFREC.

       FD  MERGE-FILE.
           COPY MERGREC.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
               88  WS-DEPOSIT-BALANCED VALUE 'Y'.
           05  WS-POSTING-FLAG         PIC X VALUE 'N'.
               88  WS-POSTING-RAN      VALUE 'Y'.
           05  WS-NO-DEPOSIT-FLAG      PIC X VALUE 'N'.
               88  WS-NO-DEPOSIT       VALUE 'Y'.
           05  WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05  WS-DETAIL-CENTS         PIC 9(12) VALUE 0.
           05  WS-TRL-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-TRL-TOTAL-CENTS      PIC 9(10) VALUE 0.
           05  WS-DUP-FLAG             PIC X.
               88  WS-DUP-FOUND        VALUE 'Y' 'P'.
               88  WS-DUP-ALREADY-POSTED VALUE 'P'.
           05  WS-CHECK-AMOUNT         PIC S9(7)V99.
           05  WS-TRANS-EOF            PIC X VALUE 'N'.
               88  WS-TRANS-END        VALUE 'Y'.
           05  WS-PAID-OVERFLOW-FLAG   PIC X VALUE 'N'.
               88  WS-PAID-OVERFLOW    VALUE 'Y'.
           05  WS-I                    PIC 9(5).
           05  WS-PRIOR-PAID-COUNT     PIC 9(5) VALUE 0.
           05  WS-SUSPENSE-STATUS      PIC X(2).
               88  WS-SUSPENSE-OK      VALUE '00'.
               88  WS-SUSPENSE-NOT-FOUND VALUE '35'.
           05  WS-SUSPENSE-EOF         PIC X.
               88  WS-SUSPENSE-END     VALUE 'Y'.
           05  WS-SUSP-FOUND-FLAG      PIC X.
               88  WS-SUSP-ON-FILE     VALUE 'Y'.
           05  WS-NEXT-ITEM-NUMBER     PIC 9(6) VALUE 0.
           05  WS-HDR-DEPOSIT-DATE     PIC X(8) VALUE SPACES.
           05  WS-SUSP-DEPOSIT-DATE    PIC 9(8).
           05  WS-SUSPENSE-COUNT       PIC 9(5) VALUE 0.
           05  WS-NSF-STATUS           PIC X(2).
               88  WS-NSF-OK           VALUE '00'.
           05  WS-NSF-FILE-FLAG        PIC X VALUE 'N'.
               88  WS-NSF-FILE-AVAIL   VALUE 'Y'.
           05  WS-CERTIFIED-FLAG       PIC X.
               88  WS-CERTIFIED-ONLY   VALUE 'Y'.
           05  WS-MERGE-STATUS         PIC X(2).
               88  WS-MERGE-OK         VALUE '00'.
           05  WS-MERGE-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-REDIRECT-COUNT       PIC 9(5) VALUE 0.

      ******************************************************************
      * Checks already posted to the transaction file, loaded once per
      * run so a re-run of the same deposit is caught before it posts
      * twice.  The first WS-PRIOR-PAID-COUNT rows came off the
      * transaction file; the rest are checks this run has posted.
      * Sized well past current term volume - and if the
      * transaction file ever outgrows it, the run REFUSES to post
      * rather than posting with the duplicate check unprovable.
      ******************************************************************
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           PERFORM 204-SET-RETURN-CODE.
           GOBACK.

       201-START.
               OPEN EXTEND PAYMENT-LOG
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           PERFORM 250-FIND-LAST-SUSPENSE-ITEM.
           OPEN INPUT NSF-HIST-FILE.
           IF WS-NSF-OK
               SET WS-NSF-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-OK
               SET WS-MERGE-FILE-AVAIL TO TRUE
           END-IF.

       210-MARK-SESSION-OPEN.
           OPEN OUTPUT DAY-CONTROL-FILE
           OPEN INPUT LOCKBOX-FILE
           IF NOT WS-LOCKBOX-OK
               DISPLAY '** LOCKBOX FILE NOT FOUND - NOTHING POSTED **'
               SET WS-NO-DEPOSIT TO TRUE
           ELSE
               READ LOCKBOX-FILE
                   AT END
           EVALUATE TRUE
               WHEN LBX-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE LBX-HDR-DEPOSIT-DATE TO WS-HDR-DEPOSIT-DATE
               WHEN LBX-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF LBX-TRL-ITEM-COUNT IS NUMERIC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANS-FILE
           MOVE WS-PAID-COUNT TO WS-PRIOR-PAID-COUNT.

       235-TALLY-POSTED-CHECK.
           IF TRN-PAYMENT AND TRN-CHECK-NUMBER NOT = SPACES
                   ADD 1 TO WS-PAID-COUNT
                   MOVE TRN-STUDENT-NUMBER
                       TO WS-P-NUMBER(WS-PAID-COUNT)
                   PERFORM 236-FOLLOW-MERGE
                   MOVE TRN-CHECK-NUMBER
                       TO WS-P-CHECK(WS-PAID-COUNT)
                   MOVE TRN-AMOUNT
               END-IF
           END-IF.

      ******************************************************************
      * A payment posted before ACCOUNT-MERGE retired its number is
      * remembered under the surviving number, since the lockbox row
      * it is matched against has been through 312-FOLLOW-MERGE.
      ******************************************************************
       236-FOLLOW-MERGE.
           IF WS-MERGE-FILE-AVAIL
               MOVE WS-P-NUMBER(WS-PAID-COUNT) TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRG-SURVIVING-NUMBER
                           TO WS-P-NUMBER(WS-PAID-COUNT)
               END-READ
           END-IF.

       240-POST-DEPOSIT.
           OPEN INPUT LOCKBOX-FILE
           MOVE 'N' TO WS-LOCKBOX-EOF
                   PERFORM 308-WRITE-REJECT-BAD-ROW
               ELSE
                   MOVE LBX-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 312-FOLLOW-MERGE
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE 'NO MASTER RECORD' TO REJ-REASON

       305-APPLY-PAYMENT.
           PERFORM 304-CHECK-DUPLICATE
           PERFORM 311-CHECK-CERTIFIED-ONLY
           EVALUATE TRUE
               WHEN WS-DUP-ALREADY-POSTED
                   MOVE 'ALREADY POSTED' TO REJ-REASON
                   PERFORM 313-WRITE-REJECT-LINE
               WHEN WS-DUP-FOUND
                   MOVE 'SUSPECTED DUPLICATE' TO REJ-REASON
                   PERFORM 309-WRITE-REJECT
               WHEN WS-CERTIFIED-ONLY
                   MOVE 'CERTIFIED FUNDS ONLY' TO REJ-REASON
                   PERFORM 309-WRITE-REJECT
               WHEN WS-PAYMENT-AMOUNT > TUITION-OWED
                   MOVE 'EXCEEDS BALANCE' TO REJ-REASON
                   PERFORM 309-WRITE-REJECT
               IF WS-P-NUMBER(WS-I) = STUDENT-NUMBER
                   AND WS-P-CHECK(WS-I) = LBX-CHECK-NUMBER
                   AND WS-P-AMOUNT(WS-I) = WS-CHECK-AMOUNT
                   IF WS-I > WS-PRIOR-PAID-COUNT
                       MOVE 'Y' TO WS-DUP-FLAG
                   ELSE
                       SET WS-DUP-ALREADY-POSTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       311-CHECK-CERTIFIED-ONLY.
           MOVE 'N' TO WS-CERTIFIED-FLAG
           IF WS-NSF-FILE-AVAIL
               MOVE STUDENT-NUMBER TO NSF-STUDENT-NUMBER
               READ NSF-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NSF-CERTIFIED-ONLY
                           SET WS-CERTIFIED-ONLY TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A check made out under a number retired by ACCOUNT-MERGE posts
      * to the account it was merged into (see MERGREC.cpy).
      ******************************************************************
       312-FOLLOW-MERGE.
           IF WS-MERGE-FILE-AVAIL
               MOVE STUDENT-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRG-SURVIVING-NUMBER TO STUDENT-NUMBER
                       ADD 1 TO WS-REDIRECT-COUNT
               END-READ
           END-IF.

      ******************************************************************
      * Remembered so the same check repeated later in this same
      * deposit is caught as well, not just across runs.
           PERFORM 309-WRITE-REJECT.

       309-WRITE-REJECT.
           PERFORM 313-WRITE-REJECT-LINE
           PERFORM 320-LOAD-SUSPENSE.

      ******************************************************************
      * A check that already posted on an earlier run goes on the
      * rejects file only; its cash is not new and is not suspensed.
      ******************************************************************
       313-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE LBX-STUDENT-NUMBER TO REJ-STUDENT-NUMBER
           MOVE LBX-CHECK-NUMBER   TO REJ-CHECK-NUMBER
           MOVE REJECT-DETAIL      TO REJECT-LINE
           WRITE REJECT-LINE.

      ******************************************************************
      * Suspense items are numbered in sequence; the master comes back
      * in key order, so the last row read holds the highest number.
      ******************************************************************
       250-FIND-LAST-SUSPENSE-ITEM.
           MOVE 0 TO WS-NEXT-ITEM-NUMBER
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
                       MOVE SUSP-ITEM-NUMBER TO WS-NEXT-ITEM-NUMBER
               END-READ
           END-PERFORM.

      ******************************************************************
      * The cash behind a reject is in the bank, so it goes to
      * suspense (a check already posted by an earlier run never gets
      * here - see 305).  A row whose amount cannot be read (or is
      * zero) has nothing to hold and is left on the rejects file
      * alone.  A
      * reject already in suspense - same deposit date, check,
      * remitted student number and amount, e.g. from a re-run of the
      * same deposit - is not loaded a second time.
      ******************************************************************
       320-LOAD-SUSPENSE.
           IF LBX-AMOUNT IS NOT NUMERIC
               DISPLAY '** AMOUNT UNREADABLE - NOT LOADED TO'
                   ' SUSPENSE: CHECK ' LBX-CHECK-NUMBER
           ELSE
               MOVE LBX-AMOUNT TO WS-AMOUNT-CENTS
               COMPUTE WS-PAYMENT-AMOUNT = WS-AMOUNT-CENTS / 100
               IF WS-PAYMENT-AMOUNT > 0
                   PERFORM 321-SET-SUSPENSE-DATE
                   PERFORM 322-CHECK-ALREADY-LOADED
                   IF WS-SUSP-ON-FILE
                       DISPLAY 'CHECK ' LBX-CHECK-NUMBER
                           ' ALREADY IN SUSPENSE AS ITEM '
                           SUSP-ITEM-NUMBER
                   ELSE
                       PERFORM 323-WRITE-SUSPENSE-ITEM
                   END-IF
               END-IF
           END-IF.

       321-SET-SUSPENSE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           EVALUATE TRUE
               WHEN LBX-DEPOSIT-DATE IS NUMERIC
                   MOVE LBX-DEPOSIT-DATE TO WS-SUSP-DEPOSIT-DATE
               WHEN WS-HDR-DEPOSIT-DATE IS NUMERIC
                   MOVE WS-HDR-DEPOSIT-DATE TO WS-SUSP-DEPOSIT-DATE
               WHEN OTHER
                   MOVE WS-CURRENT-DATETIME(1:8)
                       TO WS-SUSP-DEPOSIT-DATE
           END-EVALUATE.

       322-CHECK-ALREADY-LOADED.
           MOVE 'N' TO WS-SUSP-FOUND-FLAG
           MOVE 'N' TO WS-SUSPENSE-EOF
           MOVE 0 TO SUSP-ITEM-NUMBER
           START SUSPENSE-FILE KEY >= SUSP-ITEM-NUMBER
               INVALID KEY
                   SET WS-SUSPENSE-END TO TRUE
           END-START
           PERFORM UNTIL WS-SUSPENSE-END OR WS-SUSP-ON-FILE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSPENSE-END TO TRUE
                   NOT AT END
                       IF SUSP-DEPOSIT-DATE = WS-SUSP-DEPOSIT-DATE
                           AND SUSP-CHECK-NUMBER = LBX-CHECK-NUMBER
                           AND SUSP-REMIT-NUMBER = LBX-STUDENT-NUMBER
                           AND SUSP-AMOUNT = WS-PAYMENT-AMOUNT
                           SET WS-SUSP-ON-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       323-WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-NEXT-ITEM-NUMBER
           MOVE WS-NEXT-ITEM-NUMBER  TO SUSP-ITEM-NUMBER
           MOVE WS-SUSP-DEPOSIT-DATE TO SUSP-DEPOSIT-DATE
           MOVE LBX-CHECK-NUMBER     TO SUSP-CHECK-NUMBER
           MOVE LBX-STUDENT-NUMBER   TO SUSP-REMIT-NUMBER
           MOVE WS-PAYMENT-AMOUNT    TO SUSP-AMOUNT
           MOVE WS-PAYMENT-AMOUNT    TO SUSP-OPEN-AMOUNT
           MOVE REJ-REASON           TO SUSP-REASON
           SET SUSP-OPEN TO TRUE
           MOVE WS-CURRENT-DATETIME(1:8) TO SUSP-LOAD-DATE
           MOVE 0                    TO SUSP-CLOSED-DATE
           MOVE 'LOCKBOX '           TO SUSP-LAST-OPERATOR
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY '** SUSPENSE WRITE FAILED FOR CHECK '
                       LBX-CHECK-NUMBER ' **'
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-COUNT
           END-WRITE.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE REJECT-FILE.
           CLOSE SUSPENSE-FILE.
           IF WS-NSF-FILE-AVAIL
               CLOSE NSF-HIST-FILE
           END-IF.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
           IF WS-POSTING-RAN
               CLOSE TRANS-FILE
               DISPLAY 'LOCKBOX POSTED: ' WS-POSTED-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT
                   ' TO SUSPENSE: ' WS-SUSPENSE-COUNT
                   ' TO MERGED ACCOUNTS: ' WS-REDIRECT-COUNT
           END-IF.

       204-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-POSTING-RAN
                   MOVE 0 TO RETURN-CODE
               WHEN WS-NO-DEPOSIT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
