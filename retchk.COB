      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - batch returned-check (NSF) processing from
      *          the bank's daily returned-items file.  The file is
      *          bracketed like the lockbox deposit - header (return
      *          date), detail, trailer (item count, total amount) -
      *          and is edited and footed first, so nothing posts from
      *          a truncated file.  Each returned item is matched to
      *          the original type-P payment on the transaction file
      *          by student number, check number and amount, then
      *          reversed automatically with a type-R row (operator
      *          NSF) and charged the returned-check fee the bursar
      *          set for the student's term on the rate table (see
      *          RATEREC.cpy).  A payment already reversed by an
      *          earlier run is not reversed twice.  Items that cannot
      *          be matched go to an exceptions list to be worked by
      *          hand.  Every return is counted on the returned-check
      *          history (see NSFREC.cpy); a second returned check
      *          within a year flags the student certified funds only.
      *          A check written under a number since retired by
      *          ACCOUNT-MERGE (see MERGREC.cpy) is matched and reversed
      *          on the surviving account, whichever of the two numbers
      *          the original payment was posted under.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-CHECKS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT RETURN-FILE ASSIGN TO "E:\RETURNED_ITEMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

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

           SELECT RATE-TABLE-FILE ASSIGN TO "E:\RATE_TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PAYMENT-LOG ASSIGN TO "E:\PAYMENT_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\NSF_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "E:\NSF_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

      ******************************************************************
      * The bank brackets the day's returns with a header and trailer
      * row, flagged in column 1: 'H' + return date, 'D' + the detail
      * fields, 'T' + item count + total amount in cents.
      ******************************************************************
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-RECORD-TYPE         PIC X.
               88  RET-HEADER          VALUE 'H'.
               88  RET-DETAIL          VALUE 'D'.
               88  RET-TRAILER         VALUE 'T'.
           05  RET-DETAIL-FIELDS.
               10  RET-STUDENT-NUMBER  PIC X(6).
               10  RET-CHECK-NUMBER    PIC X(8).
               10  RET-AMOUNT          PIC X(8).
               10  RET-BANK-REASON     PIC X(20).
           05  RET-HEADER-FIELDS REDEFINES RET-DETAIL-FIELDS.
               10  RET-HDR-RETURN-DATE PIC X(8).
               10  FILLER              PIC X(34).
           05  RET-TRAILER-FIELDS REDEFINES RET-DETAIL-FIELDS.
               10  RET-TRL-ITEM-COUNT  PIC X(5).
               10  RET-TRL-TOTAL-CENTS PIC X(10).
               10  FILLER              PIC X(27).

       FD  NSF-HIST-FILE.
           COPY NSFREC.

       FD  MERGE-FILE.
           COPY MERGREC.

       FD  RATE-TABLE-FILE.
           COPY RATEREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  PAYMENT-LOG.
       01  PAYMENT-LOG-LINE            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE              PIC X(80).

       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS       PIC X(2).
               88  WS-STUDENT-OK       VALUE '00'.
           05  WS-RETURN-STATUS        PIC X(2).
               88  WS-RETURN-OK        VALUE '00'.
           05  WS-NSF-STATUS           PIC X(2).
               88  WS-NSF-OK           VALUE '00'.
               88  WS-NSF-NOT-FOUND    VALUE '35'.
           05  WS-MERGE-STATUS         PIC X(2).
               88  WS-MERGE-OK         VALUE '00'.
           05  WS-MERGE-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-MERGED-FLAG          PIC X.
               88  WS-NUMBER-MERGED    VALUE 'Y'.
           05  WS-RATE-STATUS          PIC X(2).
               88  WS-RATE-OK          VALUE '00'.
           05  WS-TRANS-STATUS         PIC X(2).
               88  WS-TRANS-OK         VALUE '00'.
               88  WS-TRANS-NOT-FOUND  VALUE '35'.
           05  WS-PAYMENT-LOG-STATUS   PIC X(2).
               88  WS-PAYMENT-LOG-NOT-FOUND VALUE '35'.
           05  WS-DAYCTL-STATUS        PIC X(2).
           05  WS-RETURN-EOF           PIC X VALUE 'N'.
               88  WS-RETURN-END       VALUE 'Y'.
           05  WS-RATE-EOF             PIC X.
               88  WS-RATE-END         VALUE 'Y'.
           05  WS-TRANS-EOF            PIC X VALUE 'N'.
               88  WS-TRANS-END        VALUE 'Y'.
           05  WS-HEADER-FLAG          PIC X VALUE 'N'.
               88  WS-HEADER-SEEN      VALUE 'Y'.
           05  WS-TRAILER-FLAG         PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN     VALUE 'Y'.
           05  WS-BALANCED-FLAG        PIC X VALUE 'N'.
               88  WS-FILE-BALANCED    VALUE 'Y'.
           05  WS-POSTING-FLAG         PIC X VALUE 'N'.
               88  WS-POSTING-RAN      VALUE 'Y'.
           05  WS-EDIT-ERROR-FLAG      PIC X VALUE 'N'.
               88  WS-EDIT-ERROR       VALUE 'Y'.
           05  WS-PAID-OVERFLOW-FLAG   PIC X VALUE 'N'.
               88  WS-PAID-OVERFLOW    VALUE 'Y'.
           05  WS-NEAR-FLAG            PIC X.
               88  WS-NEAR-NONE        VALUE 'N'.
               88  WS-NEAR-REVERSED    VALUE 'R'.
               88  WS-NEAR-AMOUNT      VALUE 'A'.
           05  WS-FOUND-FLAG           PIC X.
               88  WS-FOUND            VALUE 'Y'.
               88  WS-NOT-FOUND        VALUE 'N'.
           05  WS-NSF-ROW-FLAG         PIC X.
               88  WS-NSF-ROW-ON-FILE  VALUE 'Y'.
           05  WS-NEWLY-CERT-FLAG      PIC X.
               88  WS-NEWLY-CERTIFIED  VALUE 'Y'.
           05  WS-CURRENT-DATETIME     PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RETURN-DATE          PIC 9(8).
           05  WS-LAST-DATE-INT        PIC 9(7).
           05  WS-PRIOR-DATE-INT       PIC 9(7).
           05  WS-DAYS-APART           PIC S9(5).
           05  WS-AMOUNT-CENTS         PIC 9(9).
           05  WS-RETURN-AMOUNT        PIC 9(7)V99.
           05  WS-FEE-AMOUNT           PIC 9(5)V99.
           05  WS-BALANCE-BEFORE-FEE   PIC S9(7)V99.
           05  WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05  WS-DETAIL-CENTS         PIC 9(12) VALUE 0.
           05  WS-TRL-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-TRL-TOTAL-CENTS      PIC 9(10) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(2) VALUE 0.
           05  WS-I                    PIC 9(5).
           05  WS-ACCOUNT-NUMBER       PIC 9(6).
           05  WS-REDIRECT-COUNT       PIC 9(5) VALUE 0.
           05  WS-MATCH-I              PIC 9(5).
           05  WS-REVERSED-COUNT       PIC 9(5) VALUE 0.
           05  WS-FEE-COUNT            PIC 9(5) VALUE 0.
           05  WS-CERTIFIED-COUNT      PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
           05  WS-REVERSED-TOTAL       PIC 9(10)V99 VALUE 0.
           05  WS-FEE-TOTAL            PIC 9(10)V99 VALUE 0.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 99 TIMES.
               10  WS-R-TERM-CODE      PIC X(6).
               10  WS-R-YEAR           PIC 9(4).
               10  WS-R-NSF-FEE        PIC 9(5)V99.

      ******************************************************************
      * Check payments on the transaction file, loaded once per run.
      * A type-R row this program wrote for an earlier return marks
      * the payment it reversed, so the same return sent twice by the
      * bank cannot reverse a payment twice.  Rows are held under the
      * account they now belong to (see 237-FOLLOW-MERGE), so a
      * payment posted under a retired number before the merge and
      * one posted to the survivor after it match alike.  Sized like
      * the posted-check table in PAYMENT-BATCH - and if the
      * transaction file ever outgrows it, the run REFUSES to post.
      ******************************************************************
       01  WS-PAID-TABLE.
           05  WS-PAID-COUNT           PIC 9(5) VALUE 0.
           05  WS-PAID-ENTRY OCCURS 20000 TIMES.
               10  WS-P-NUMBER         PIC 9(6).
               10  WS-P-CHECK          PIC X(8).
               10  WS-P-AMOUNT         PIC 9(7)V99.
               10  WS-P-REVERSED       PIC X.

       01  PAYMENT-LOG-DETAIL.
           05  LOG-ACTION              PIC X(16).
           05  LOG-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(10) VALUE
                   ' AMOUNT: '.
           05  LOG-PAYMENT-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
                   ' NEW BALANCE: '.
           05  LOG-NEW-BALANCE         PIC Z,ZZZ,ZZ9.99CR.

       01  RPT-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'RETURNED CHECK REGISTER'.

       01  EXC-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'RETURNED ITEMS NOT MATCHED'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(15) VALUE
                   '  RETURN DATE: '.
           05  RPT-RETURN-DATE         PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(6)  VALUE 'NUMBER'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE 'STUDENT NAME'.
           05  FILLER                  PIC X(8)  VALUE 'CHECK'.
           05  FILLER                  PIC X(13) VALUE
                   '     REVERSED'.
           05  FILLER                  PIC X(10) VALUE
                   '       FEE'.

       01  RPT-DETAIL-LINE.
           05  RPT-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STUDENT-NAME        PIC X(24).
           05  RPT-CHECK-NUMBER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-REVERSED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-FEE-AMOUNT          PIC ZZ,ZZ9.99.

       01  RPT-CERTIFIED-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
                   '** SECOND RETURN IN A YEAR - CERTIFIED FUNDS ONLY'.

       01  EXC-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'STUDENT'.
           05  FILLER                  PIC X(9)  VALUE 'CHECK'.
           05  FILLER                  PIC X(9)  VALUE 'CENTS'.
           05  FILLER                  PIC X(21) VALUE 'BANK REASON'.
           05  FILLER                  PIC X(20) VALUE 'NOT MATCHED'.

       01  EXC-DETAIL-LINE.
           05  EXC-STUDENT-NUMBER      PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-CHECK-NUMBER        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-AMOUNT              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-BANK-REASON         PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-REASON              PIC X(20).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-POST-RETURNS.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RETURN-DATE
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND PAYMENT-LOG.
           IF WS-PAYMENT-LOG-NOT-FOUND
               OPEN OUTPUT PAYMENT-LOG
               CLOSE PAYMENT-LOG
               OPEN EXTEND PAYMENT-LOG
           END-IF.
           OPEN I-O NSF-HIST-FILE.
           IF WS-NSF-NOT-FOUND
               OPEN OUTPUT NSF-HIST-FILE
               CLOSE NSF-HIST-FILE
               OPEN I-O NSF-HIST-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-OK
               SET WS-MERGE-FILE-AVAIL TO TRUE
           END-IF.

       210-MARK-SESSION-OPEN.
           OPEN OUTPUT DAY-CONTROL-FILE
           SET CTL-SESSION-OPEN TO TRUE
           MOVE WS-RUN-DATE TO CTL-DATE
           WRITE DAY-CONTROL-RECORD
           CLOSE DAY-CONTROL-FILE.

       202-PROCESS.
           PERFORM 220-EDIT-RETURN-FILE
           PERFORM 260-WRITE-HEADINGS
           IF WS-FILE-BALANCED
               IF NOT WS-STUDENT-OK
                   DISPLAY '** STUDENT-FILE NOT FOUND - NOTHING'
                       ' REVERSED **'
               ELSE
                   PERFORM 230-LOAD-CHECK-PAYMENTS
                   IF WS-PAID-OVERFLOW
                       DISPLAY '** CHECK-PAYMENT TABLE FULL - RETURNS'
                           ' CANNOT BE MATCHED - NOTHING REVERSED **'
                       DISPLAY '** RAISE THE TABLE SIZE OR ARCHIVE THE'
                           ' TRANSACTION FILE, THEN RE-RUN **'
                   ELSE
                       SET WS-POSTING-RAN TO TRUE
                       PERFORM 250-LOAD-RATE-TABLE
                       OPEN EXTEND TRANS-FILE
                       IF WS-TRANS-NOT-FOUND
                           OPEN OUTPUT TRANS-FILE
                           CLOSE TRANS-FILE
                           OPEN EXTEND TRANS-FILE
                       END-IF
                       PERFORM 210-MARK-SESSION-OPEN
                       PERFORM 240-POST-RETURNS
                   END-IF
               END-IF
           END-IF
           PERFORM 600-WRITE-SUMMARY.

      ******************************************************************
      * Pre-edit pass: the whole returned-items file is read and footed
      * before a single payment is reversed, the same rules PAYMENT-
      * BATCH applies to the lockbox deposit.
      ******************************************************************
       220-EDIT-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF NOT WS-RETURN-OK
               DISPLAY '** RETURNED-ITEMS FILE NOT FOUND - NOTHING'
                   ' REVERSED **'
           ELSE
               READ RETURN-FILE
                   AT END
                       SET WS-RETURN-END TO TRUE
               END-READ
               PERFORM UNTIL WS-RETURN-END
                   PERFORM 221-EDIT-ONE-ROW
                   READ RETURN-FILE
                       AT END
                           SET WS-RETURN-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
               PERFORM 222-FOOT-THE-FILE
           END-IF.

       221-EDIT-ONE-ROW.
           EVALUATE TRUE
               WHEN RET-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF RET-HDR-RETURN-DATE IS NUMERIC
                       MOVE RET-HDR-RETURN-DATE TO WS-RETURN-DATE
                   END-IF
               WHEN RET-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF RET-TRL-ITEM-COUNT IS NUMERIC
                       AND RET-TRL-TOTAL-CENTS IS NUMERIC
                       MOVE RET-TRL-ITEM-COUNT
                           TO WS-TRL-ITEM-COUNT
                       MOVE RET-TRL-TOTAL-CENTS
                           TO WS-TRL-TOTAL-CENTS
                   ELSE
                       SET WS-EDIT-ERROR TO TRUE
                       DISPLAY '** UNREADABLE RETURNED-ITEMS TRAILER **'
                   END-IF
               WHEN RET-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF RET-AMOUNT IS NUMERIC
                       MOVE RET-AMOUNT TO WS-AMOUNT-CENTS
                       ADD WS-AMOUNT-CENTS TO WS-DETAIL-CENTS
                   END-IF
               WHEN OTHER
                   SET WS-EDIT-ERROR TO TRUE
                   DISPLAY '** UNRECOGNIZED RETURNED-ITEMS ROW: '
                       RETURN-RECORD
           END-EVALUATE.

       222-FOOT-THE-FILE.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY '** NO RETURNED-ITEMS HEADER - FILE'
                       ' REFUSED, NOTHING REVERSED **'
               WHEN NOT WS-TRAILER-SEEN
                   DISPLAY '** NO RETURNED-ITEMS TRAILER - FILE'
                       ' REFUSED, NOTHING REVERSED **'
               WHEN WS-EDIT-ERROR
                   DISPLAY '** RETURNED-ITEMS FILE UNREADABLE - FILE'
                       ' REFUSED, NOTHING REVERSED **'
               WHEN WS-DETAIL-COUNT NOT = WS-TRL-ITEM-COUNT
                   DISPLAY '** ITEM COUNT ' WS-DETAIL-COUNT
                       ' DOES NOT FOOT TO TRAILER '
                       WS-TRL-ITEM-COUNT ' - NOTHING REVERSED **'
               WHEN WS-DETAIL-CENTS NOT = WS-TRL-TOTAL-CENTS
                   DISPLAY '** RETURNED AMOUNT DOES NOT FOOT TO'
                       ' TRAILER - NOTHING REVERSED **'
               WHEN OTHER
                   SET WS-FILE-BALANCED TO TRUE
           END-EVALUATE.

       230-LOAD-CHECK-PAYMENTS.
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               CONTINUE
           ELSE
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-END TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-END
                   PERFORM 235-TALLY-CHECK-ROW
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-END TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANS-FILE.

       235-TALLY-CHECK-ROW.
           EVALUATE TRUE
               WHEN TRN-PAYMENT AND TRN-CHECK-NUMBER NOT = SPACES
                   IF WS-PAID-COUNT < 20000
                       ADD 1 TO WS-PAID-COUNT
                       MOVE TRN-STUDENT-NUMBER TO WS-ACCOUNT-NUMBER
                       PERFORM 237-FOLLOW-MERGE
                       MOVE WS-ACCOUNT-NUMBER
                           TO WS-P-NUMBER(WS-PAID-COUNT)
                       MOVE TRN-CHECK-NUMBER
                           TO WS-P-CHECK(WS-PAID-COUNT)
                       COMPUTE WS-P-AMOUNT(WS-PAID-COUNT) =
                           0 - TRN-AMOUNT
                       MOVE 'N' TO WS-P-REVERSED(WS-PAID-COUNT)
                   ELSE
                       SET WS-PAID-OVERFLOW TO TRUE
                   END-IF
               WHEN TRN-REVERSAL AND TRN-OPERATOR-ID = 'NSF     '
                   MOVE TRN-STUDENT-NUMBER TO WS-ACCOUNT-NUMBER
                   PERFORM 237-FOLLOW-MERGE
                   PERFORM 236-MARK-ALREADY-REVERSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       236-MARK-ALREADY-REVERSED.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PAID-COUNT
               OR WS-FOUND
               IF WS-P-NUMBER(WS-I) = WS-ACCOUNT-NUMBER
                   AND WS-P-CHECK(WS-I) = TRN-CHECK-NUMBER
                   AND WS-P-AMOUNT(WS-I) = TRN-AMOUNT
                   AND WS-P-REVERSED(WS-I) = 'N'
                   MOVE 'Y' TO WS-P-REVERSED(WS-I)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * A number retired by ACCOUNT-MERGE is replaced by the account it
      * was merged into (see MERGREC.cpy); any other number is left as
      * it is.
      ******************************************************************
       237-FOLLOW-MERGE.
           MOVE 'N' TO WS-MERGED-FLAG
           IF WS-MERGE-FILE-AVAIL
               MOVE WS-ACCOUNT-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRG-SURVIVING-NUMBER TO WS-ACCOUNT-NUMBER
                       SET WS-NUMBER-MERGED TO TRUE
               END-READ
           END-IF.

       250-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF NOT WS-RATE-OK
               DISPLAY '** RATE TABLE NOT FOUND - NO RETURNED-CHECK'
                   ' FEES CHARGED **'
           ELSE
               MOVE 'N' TO WS-RATE-EOF
               READ RATE-TABLE-FILE
                   AT END
                       SET WS-RATE-END TO TRUE
               END-READ
               PERFORM UNTIL WS-RATE-END
                   IF WS-ENTRY-COUNT < 99
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE RATE-TERM-CODE
                           TO WS-R-TERM-CODE(WS-ENTRY-COUNT)
                       MOVE RATE-ACADEMIC-YEAR
                           TO WS-R-YEAR(WS-ENTRY-COUNT)
                       IF RATE-NSF-FEE IS NUMERIC
                           MOVE RATE-NSF-FEE
                               TO WS-R-NSF-FEE(WS-ENTRY-COUNT)
                       ELSE
                           MOVE 0 TO WS-R-NSF-FEE(WS-ENTRY-COUNT)
                       END-IF
                   END-IF
                   READ RATE-TABLE-FILE
                       AT END
                           SET WS-RATE-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

       260-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-RETURN-DATE TO RPT-RETURN-DATE
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE EXC-PAGE-HEADER-1 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE RPT-RUN-DATE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE EXC-COLUMN-HEADER TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       240-POST-RETURNS.
           OPEN INPUT RETURN-FILE
           MOVE 'N' TO WS-RETURN-EOF
           READ RETURN-FILE
               AT END
                   SET WS-RETURN-END TO TRUE
           END-READ
           PERFORM UNTIL WS-RETURN-END
               IF RET-DETAIL
                   PERFORM 303-REVERSE-ONE-ITEM
               END-IF
               READ RETURN-FILE
                   AT END
                       SET WS-RETURN-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE.

       303-REVERSE-ONE-ITEM.
           IF RET-STUDENT-NUMBER IS NOT NUMERIC
               OR RET-AMOUNT IS NOT NUMERIC
               MOVE 'INVALID ROW' TO EXC-REASON
               PERFORM 309-WRITE-EXCEPTION
           ELSE
               MOVE RET-AMOUNT TO WS-AMOUNT-CENTS
               COMPUTE WS-RETURN-AMOUNT = WS-AMOUNT-CENTS / 100
               IF WS-RETURN-AMOUNT = 0
                   MOVE 'INVALID ROW' TO EXC-REASON
                   PERFORM 309-WRITE-EXCEPTION
               ELSE
                   MOVE RET-STUDENT-NUMBER TO WS-ACCOUNT-NUMBER
                   PERFORM 237-FOLLOW-MERGE
                   PERFORM 304-FIND-ORIGINAL-PAYMENT
                   EVALUATE TRUE
                       WHEN WS-MATCH-I > 0
                           IF WS-NUMBER-MERGED
                               ADD 1 TO WS-REDIRECT-COUNT
                           END-IF
                           MOVE WS-ACCOUNT-NUMBER TO STUDENT-NUMBER
                           READ STUDENT-FILE
                               INVALID KEY
                                   MOVE 'NO MASTER RECORD'
                                       TO EXC-REASON
                                   PERFORM 309-WRITE-EXCEPTION
                               NOT INVALID KEY
                                   PERFORM 305-REVERSE-PAYMENT
                           END-READ
                       WHEN WS-NEAR-REVERSED
                           MOVE 'ALREADY REVERSED' TO EXC-REASON
                           PERFORM 309-WRITE-EXCEPTION
                       WHEN WS-NEAR-AMOUNT
                           MOVE 'AMOUNT DIFFERS' TO EXC-REASON
                           PERFORM 309-WRITE-EXCEPTION
                       WHEN OTHER
                           MOVE 'NO ORIGINAL PAYMENT' TO EXC-REASON
                           PERFORM 309-WRITE-EXCEPTION
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * The original is the first payment not yet reversed for the same
      * account, check number and amount.  When there is none, note
      * whether the check was found at all - already reversed, or
      * posted for a different amount - so the exceptions list says
      * why it did not match.
      ******************************************************************
       304-FIND-ORIGINAL-PAYMENT.
           MOVE 0 TO WS-MATCH-I
           SET WS-NEAR-NONE TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PAID-COUNT
               OR WS-MATCH-I > 0
               IF WS-P-NUMBER(WS-I) = WS-ACCOUNT-NUMBER
                   AND WS-P-CHECK(WS-I) = RET-CHECK-NUMBER
                   EVALUATE TRUE
                       WHEN WS-P-AMOUNT(WS-I) NOT = WS-RETURN-AMOUNT
                           IF WS-NEAR-NONE
                               SET WS-NEAR-AMOUNT TO TRUE
                           END-IF
                       WHEN WS-P-REVERSED(WS-I) = 'Y'
                           SET WS-NEAR-REVERSED TO TRUE
                       WHEN OTHER
                           MOVE WS-I TO WS-MATCH-I
                   END-EVALUATE
               END-IF
           END-PERFORM.

       305-REVERSE-PAYMENT.
           PERFORM 310-FIND-FEE
           ADD WS-RETURN-AMOUNT TO TUITION-OWED
           MOVE TUITION-OWED TO WS-BALANCE-BEFORE-FEE
           ADD WS-FEE-AMOUNT TO TUITION-OWED
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO EXC-REASON
                   PERFORM 309-WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-P-REVERSED(WS-MATCH-I)
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD WS-RETURN-AMOUNT TO WS-REVERSED-TOTAL
                   PERFORM 306-WRITE-REVERSAL
                   IF WS-FEE-AMOUNT > 0
                       ADD 1 TO WS-FEE-COUNT
                       ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
                       PERFORM 307-WRITE-FEE-CHARGE
                   END-IF
                   PERFORM 320-UPDATE-NSF-HISTORY
                   PERFORM 330-WRITE-REGISTER-LINE
           END-REWRITE.

       306-WRITE-REVERSAL.
           MOVE WS-RUN-DATE               TO TRN-DATE
           MOVE WS-CURRENT-DATETIME(9:8)  TO TRN-TIME
           MOVE 'R'                       TO TRN-TYPE
           MOVE STUDENT-NUMBER            TO TRN-STUDENT-NUMBER
           MOVE RET-CHECK-NUMBER          TO TRN-CHECK-NUMBER
           MOVE WS-RETURN-AMOUNT          TO TRN-AMOUNT
           MOVE 'NSF     '                TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD
           MOVE 'NSF REVERSED'            TO LOG-ACTION
           MOVE STUDENT-NUMBER            TO LOG-STUDENT-NUMBER
           MOVE WS-RETURN-AMOUNT          TO LOG-PAYMENT-AMOUNT
           MOVE WS-BALANCE-BEFORE-FEE     TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL        TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       307-WRITE-FEE-CHARGE.
           MOVE WS-RUN-DATE               TO TRN-DATE
           MOVE WS-CURRENT-DATETIME(9:8)  TO TRN-TIME
           MOVE 'C'                       TO TRN-TYPE
           MOVE STUDENT-NUMBER            TO TRN-STUDENT-NUMBER
           MOVE RET-CHECK-NUMBER          TO TRN-CHECK-NUMBER
           MOVE WS-FEE-AMOUNT             TO TRN-AMOUNT
           MOVE 'NSF     '                TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD
           MOVE 'NSF FEE CHARGED'         TO LOG-ACTION
           MOVE STUDENT-NUMBER            TO LOG-STUDENT-NUMBER
           MOVE WS-FEE-AMOUNT             TO LOG-PAYMENT-AMOUNT
           MOVE TUITION-OWED              TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL        TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       309-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RET-STUDENT-NUMBER TO EXC-STUDENT-NUMBER
           MOVE RET-CHECK-NUMBER   TO EXC-CHECK-NUMBER
           MOVE RET-AMOUNT         TO EXC-AMOUNT
           MOVE RET-BANK-REASON    TO EXC-BANK-REASON
           MOVE EXC-DETAIL-LINE    TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
      * Fee for the student's own term and year; no row on the rate
      * table (or a zero fee) reverses the check without a fee.
      ******************************************************************
       310-FIND-FEE.
           MOVE 0 TO WS-FEE-AMOUNT
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ENTRY-COUNT
               OR WS-FOUND
               IF WS-R-TERM-CODE(WS-I) = TERM-CODE
                   AND WS-R-YEAR(WS-I) = ACADEMIC-YEAR
                   SET WS-FOUND TO TRUE
                   MOVE WS-R-NSF-FEE(WS-I) TO WS-FEE-AMOUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * Two returned checks in a year: this return's date against the
      * one before it on the history, both off the bank's return date.
      * Once set, certified funds only stays on the student.
      ******************************************************************
       320-UPDATE-NSF-HISTORY.
           MOVE 'N' TO WS-NEWLY-CERT-FLAG
           MOVE 'Y' TO WS-NSF-ROW-FLAG
           MOVE STUDENT-NUMBER TO NSF-STUDENT-NUMBER
           READ NSF-HIST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-NSF-ROW-FLAG
                   MOVE STUDENT-NUMBER TO NSF-STUDENT-NUMBER
                   MOVE 0 TO NSF-RETURN-COUNT
                   MOVE 0 TO NSF-LAST-RETURN-DATE
                   MOVE 0 TO NSF-PRIOR-RETURN-DATE
                   SET NSF-CHECKS-OK TO TRUE
                   MOVE 0 TO NSF-CERTIFIED-DATE
           END-READ
           ADD 1 TO NSF-RETURN-COUNT
           MOVE NSF-LAST-RETURN-DATE TO NSF-PRIOR-RETURN-DATE
           MOVE WS-RETURN-DATE TO NSF-LAST-RETURN-DATE
           IF NOT NSF-CERTIFIED-ONLY
               AND NSF-PRIOR-RETURN-DATE > 0
               PERFORM 321-CHECK-WITHIN-A-YEAR
           END-IF
           IF WS-NSF-ROW-ON-FILE
               REWRITE NSF-RECORD
                   INVALID KEY
                       DISPLAY '** NSF HISTORY REWRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-REWRITE
           ELSE
               WRITE NSF-RECORD
                   INVALID KEY
                       DISPLAY '** NSF HISTORY WRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-WRITE
           END-IF.

       321-CHECK-WITHIN-A-YEAR.
           COMPUTE WS-LAST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(NSF-LAST-RETURN-DATE)
           COMPUTE WS-PRIOR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(NSF-PRIOR-RETURN-DATE)
           IF WS-LAST-DATE-INT > 0 AND WS-PRIOR-DATE-INT > 0
               COMPUTE WS-DAYS-APART =
                   WS-LAST-DATE-INT - WS-PRIOR-DATE-INT
               IF WS-DAYS-APART <= 365
                   SET NSF-CERTIFIED-ONLY TO TRUE
                   MOVE WS-RUN-DATE TO NSF-CERTIFIED-DATE
                   SET WS-NEWLY-CERTIFIED TO TRUE
                   ADD 1 TO WS-CERTIFIED-COUNT
               END-IF
           END-IF.

       330-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER   TO RPT-STUDENT-NUMBER
           MOVE STUDENT-NAME     TO RPT-STUDENT-NAME
           MOVE RET-CHECK-NUMBER TO RPT-CHECK-NUMBER
           MOVE WS-RETURN-AMOUNT TO RPT-REVERSED-AMOUNT
           MOVE WS-FEE-AMOUNT    TO RPT-FEE-AMOUNT
           MOVE RPT-DETAIL-LINE  TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NEWLY-CERTIFIED
               MOVE RPT-CERTIFIED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CHECKS REVERSED:' TO RPT-COUNT-LABEL
           MOVE WS-REVERSED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RETURNED-CHECK FEES CHARGED:' TO RPT-COUNT-LABEL
           MOVE WS-FEE-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NOW CERTIFIED FUNDS ONLY:' TO RPT-COUNT-LABEL
           MOVE WS-CERTIFIED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NOT MATCHED (SEE EXCEPTIONS):' TO RPT-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL REVERSED:' TO RPT-TOTAL-LABEL
           MOVE WS-REVERSED-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL FEES CHARGED:' TO RPT-TOTAL-LABEL
           MOVE WS-FEE-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 'ITEMS NOT MATCHED:' TO RPT-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE NSF-HIST-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
           IF WS-POSTING-RAN
               CLOSE TRANS-FILE
               DISPLAY 'RETURNED CHECKS REVERSED: ' WS-REVERSED-COUNT
                   ' NOT MATCHED: ' WS-EXCEPTION-COUNT
                   ' CERTIFIED FUNDS ONLY: ' WS-CERTIFIED-COUNT
               IF WS-REDIRECT-COUNT > 0
                   DISPLAY 'RETURNS REVERSED ON MERGED ACCOUNTS: '
                       WS-REDIRECT-COUNT
               END-IF
           END-IF.
