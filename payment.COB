      *          a credit) which add back to the balance, and accepts
      *          overpayments - the balance is signed and carries cents,
      *          so a credit balance is a normal condition here, not an
      *          error.  A payment is taken as cash, personal check or
      *          certified funds (cashier's check / money order); the
      *          check or instrument number goes on the transaction
      *          row so a returned check can be matched back to it.  A
      *          student flagged certified funds only on the returned-
      *          check history (see NSFREC.cpy) cannot pay by personal
      *          check.  A number since retired by ACCOUNT-MERGE (see
      *          MERGREC.cpy) posts to the surviving account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  STUDENT-FILE.
       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  NSF-HIST-FILE.
           COPY NSFREC.

       FD  MERGE-FILE.
           COPY MERGREC.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
               88  WS-VALID            VALUE 'Y'.
               88  WS-NOT-VALID        VALUE 'N'.
           05  WS-BALANCE-EDIT         PIC Z,ZZZ,ZZ9.99CR.
           05  WS-NSF-STATUS           PIC X(2).
               88  WS-NSF-OK           VALUE '00'.
           05  WS-NSF-FILE-FLAG        PIC X VALUE 'N'.
               88  WS-NSF-FILE-AVAIL   VALUE 'Y'.
           05  WS-MERGE-STATUS         PIC X(2).
               88  WS-MERGE-OK         VALUE '00'.
           05  WS-MERGE-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-TENDER               PIC X.
               88  WS-TENDER-CASH      VALUE 'C'.
               88  WS-TENDER-CHECK     VALUE 'K'.
               88  WS-TENDER-CERTIFIED VALUE 'F'.
           05  WS-CHECK-NUMBER         PIC X(8).
           05  WS-REFUSED-FLAG         PIC X.
               88  WS-TENDER-REFUSED   VALUE 'Y'.

       01  PAYMENT-LOG-DETAIL.
           05  LOG-ACTION              PIC X(16).
               CLOSE TRANS-FILE
               OPEN EXTEND TRANS-FILE
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
           IF EOF NOT = 'Y'
               PERFORM 304-GET-STUDENT-NUMBER
               MOVE WS-LOOKUP-NUMBER TO STUDENT-NUMBER
               PERFORM 313-FOLLOW-MERGE
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY '** NO RECORD FOR THAT STUDENT NUMBER **'
           DISPLAY 'STUDENT NAME : ' STUDENT-NAME
           DISPLAY 'BALANCE OWED : ' WS-BALANCE-EDIT
           PERFORM 308-GET-TRANS-TYPE
           MOVE SPACES TO WS-CHECK-NUMBER
           MOVE 'N' TO WS-REFUSED-FLAG
           IF WS-TRANS-PAYMENT
               PERFORM 311-GET-TENDER
           END-IF
           IF WS-TENDER-REFUSED
               DISPLAY '** CERTIFIED FUNDS ONLY - PERSONAL CHECK'
                   ' REFUSED, NOTHING POSTED **'
           ELSE
               PERFORM 306-GET-PAYMENT-AMOUNT
               IF WS-TRANS-REVERSAL
                   ADD WS-PAYMENT-AMOUNT TO TUITION-OWED
               ELSE
                   SUBTRACT WS-PAYMENT-AMOUNT FROM TUITION-OWED
               END-IF
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY '** REWRITE FAILED - PAYMENT NOT'
                           ' SAVED **'
                   NOT INVALID KEY
                       MOVE TUITION-OWED TO WS-BALANCE-EDIT
                       DISPLAY 'NEW BALANCE  : ' WS-BALANCE-EDIT
                       PERFORM 307-WRITE-PAYMENT-LOG
                       PERFORM 309-WRITE-TRANS-FILE
               END-REWRITE
           END-IF.

      ******************************************************************
      * Cash goes on the transaction row with no check number; a
      * personal check or certified funds carry the number off the
      * instrument.  A personal check from a student flagged certified
      * funds only after returned checks is refused.
      ******************************************************************
       311-GET-TENDER.
           MOVE SPACE TO WS-TENDER
           PERFORM UNTIL WS-TENDER-CASH OR WS-TENDER-CHECK
               OR WS-TENDER-CERTIFIED
               DISPLAY 'TENDER (C=CASH, K=PERSONAL CHECK,'
                   ' F=CERTIFIED FUNDS)'
               ACCEPT WS-TENDER
               IF WS-TENDER = 'c'
                   MOVE 'C' TO WS-TENDER
               END-IF
               IF WS-TENDER = 'k'
                   MOVE 'K' TO WS-TENDER
               END-IF
               IF WS-TENDER = 'f'
                   MOVE 'F' TO WS-TENDER
               END-IF
               IF NOT WS-TENDER-CASH AND NOT WS-TENDER-CHECK
                   AND NOT WS-TENDER-CERTIFIED
                   DISPLAY '** TENDER MUST BE C, K OR F **'
               END-IF
           END-PERFORM
           IF WS-TENDER-CHECK
               PERFORM 312-CHECK-CERTIFIED-ONLY
           END-IF
           IF NOT WS-TENDER-CASH AND NOT WS-TENDER-REFUSED
               PERFORM UNTIL WS-CHECK-NUMBER NOT = SPACES
                   DISPLAY 'CHECK / INSTRUMENT NUMBER'
                   ACCEPT WS-CHECK-NUMBER
                   IF WS-CHECK-NUMBER = SPACES
                       DISPLAY '** CHECK NUMBER IS REQUIRED **'
                   END-IF
               END-PERFORM
           END-IF.

       312-CHECK-CERTIFIED-ONLY.
           IF WS-NSF-FILE-AVAIL
               MOVE STUDENT-NUMBER TO NSF-STUDENT-NUMBER
               READ NSF-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NSF-CERTIFIED-ONLY
                           SET WS-TENDER-REFUSED TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A number retired by ACCOUNT-MERGE posts to the account it was
      * merged into (see MERGREC.cpy).
      ******************************************************************
       313-FOLLOW-MERGE.
           IF WS-MERGE-FILE-AVAIL
               MOVE STUDENT-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'STUDENT ' MRG-RETIRED-NUMBER
                           ' WAS MERGED INTO ' MRG-SURVIVING-NUMBER
                           ' - POSTING TO ' MRG-SURVIVING-NUMBER
                       MOVE MRG-SURVIVING-NUMBER TO STUDENT-NUMBER
               END-READ
           END-IF.

       308-GET-TRANS-TYPE.
           MOVE SPACE TO WS-TRANS-TYPE
           MOVE WS-CURRENT-DATETIME(9:8) TO TRN-TIME
           MOVE WS-TRANS-TYPE    TO TRN-TYPE
           MOVE STUDENT-NUMBER   TO TRN-STUDENT-NUMBER
           MOVE WS-CHECK-NUMBER  TO TRN-CHECK-NUMBER
           IF WS-TRANS-REVERSAL
               MOVE WS-PAYMENT-AMOUNT TO TRN-AMOUNT
           ELSE
           CLOSE STUDENT-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE TRANS-FILE.
           IF WS-NSF-FILE-AVAIL
               CLOSE NSF-HIST-FILE
           END-IF.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
