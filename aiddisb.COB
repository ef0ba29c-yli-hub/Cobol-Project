      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - batch post the financial aid office's
      *          disbursement file (grants, loans, scholarships)
      *          against the indexed STUDENT-FILE master.  The file is
      *          bracketed like the lockbox deposit - header
      *          (disbursement date), detail (student, term, award
      *          code, amount), trailer (item count, total amount) -
      *          and is edited and footed first, so nothing posts from
      *          a truncated file.  Each award posts as its own kind
      *          of credit, a type-F row on the transaction file with
      *          the award code kept (see PAYTRAN.cpy), so aid never
      *          looks like cash on the ledger or on TAX-SUMMARY.
      *          Every posted award is written to the aid history (see
      *          AIDREC.cpy) and a re-sent award is refused.  Aid for
      *          a withdrawn student, aid that would push TUITION-OWED
      *          into a credit, and any award that cannot be posted
      *          are not posted - they go on the return-to-aid report
      *          for the aid office instead of into REFUND-RUN.  An
      *          award sent under a number since retired by
      *          ACCOUNT-MERGE (see MERGREC.cpy) posts to the surviving
      *          account, and one already posted under the retired
      *          number counts as already disbursed to it; only an
      *          award still refused goes back under the number the
      *          aid office sent.  A header without a readable
      *          disbursement date refuses the whole file, since that
      *          date is part of what identifies a re-sent award.
      *          Prints an award register of this run's postings by
      *          fund (award code) with fund subtotals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID-DISBURSE INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT AID-FILE ASSIGN TO "E:\AID_DISB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-STATUS.

           SELECT AID-HIST-FILE ASSIGN TO "E:\AID_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-HIST-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PAYMENT-LOG ASSIGN TO "E:\PAYMENT_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-LOG-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "E:\AID_REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-FILE ASSIGN TO "E:\AID_RETURNS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT MERGE-FILE ASSIGN TO "E:\MERGED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-RETIRED-NUMBER
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT SORT-FILE ASSIGN TO "E:\AIDREG_SRT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

      ******************************************************************
      * The aid office brackets each disbursement with a header and
      * trailer row, flagged in column 1: 'H' + disbursement date,
      * 'D' + the detail fields, 'T' + item count + total amount in
      * cents.
      ******************************************************************
       FD  AID-FILE.
       01  AID-RECORD.
           05  AID-RECORD-TYPE         PIC X.
               88  AID-HEADER          VALUE 'H'.
               88  AID-DETAIL          VALUE 'D'.
               88  AID-TRAILER         VALUE 'T'.
           05  AID-DETAIL-FIELDS.
               10  AID-STUDENT-NUMBER  PIC X(6).
               10  AID-TERM-CODE       PIC X(6).
               10  AID-AWARD-CODE      PIC X(8).
               10  AID-AMOUNT          PIC X(8).
           05  AID-HEADER-FIELDS REDEFINES AID-DETAIL-FIELDS.
               10  AID-HDR-DISB-DATE   PIC X(8).
               10  FILLER              PIC X(20).
           05  AID-TRAILER-FIELDS REDEFINES AID-DETAIL-FIELDS.
               10  AID-TRL-ITEM-COUNT  PIC X(5).
               10  AID-TRL-TOTAL-CENTS PIC X(10).
               10  FILLER              PIC X(13).

       FD  AID-HIST-FILE.
           COPY AIDREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  PAYMENT-LOG.
       01  PAYMENT-LOG-LINE            PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(80).

       FD  RETURN-FILE.
       01  RETURN-LINE                 PIC X(80).

       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  MERGE-FILE.
           COPY MERGREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-AWARD-CODE          PIC X(8).
           05  SRT-STUDENT-NUMBER      PIC 9(6).
           05  SRT-TERM-CODE           PIC X(6).
           05  SRT-AMOUNT              PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS       PIC X(2).
               88  WS-STUDENT-OK       VALUE '00'.
           05  WS-AID-STATUS           PIC X(2).
               88  WS-AID-OK           VALUE '00'.
           05  WS-AID-HIST-STATUS      PIC X(2).
               88  WS-AID-HIST-OK      VALUE '00'.
               88  WS-AID-HIST-NOT-FOUND VALUE '35'.
           05  WS-TRANS-STATUS         PIC X(2).
               88  WS-TRANS-NOT-FOUND  VALUE '35'.
           05  WS-PAYMENT-LOG-STATUS   PIC X(2).
               88  WS-PAYMENT-LOG-NOT-FOUND VALUE '35'.
           05  WS-DAYCTL-STATUS        PIC X(2).
           05  WS-AID-EOF              PIC X VALUE 'N'.
               88  WS-AID-END          VALUE 'Y'.
           05  WS-HIST-EOF             PIC X VALUE 'N'.
               88  WS-HIST-END         VALUE 'Y'.
           05  WS-SORT-EOF             PIC X VALUE 'N'.
               88  WS-SORT-END         VALUE 'Y'.
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
           05  WS-PRIOR-OVERFLOW-FLAG  PIC X VALUE 'N'.
               88  WS-PRIOR-OVERFLOW   VALUE 'Y'.
           05  WS-MERGE-STATUS         PIC X(2).
               88  WS-MERGE-OK         VALUE '00'.
           05  WS-MERGE-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-REDIRECT-COUNT       PIC 9(5) VALUE 0.
           05  WS-DUP-FLAG             PIC X.
               88  WS-DUP-FOUND        VALUE 'Y'.
           05  WS-CURRENT-DATETIME     PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(8).
           05  WS-DISB-DATE            PIC 9(8).
           05  WS-AMOUNT-CENTS         PIC 9(9).
           05  WS-AID-AMOUNT           PIC 9(7)V99.
           05  WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05  WS-DETAIL-CENTS         PIC 9(12) VALUE 0.
           05  WS-TRL-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-TRL-TOTAL-CENTS      PIC 9(10) VALUE 0.
           05  WS-I                    PIC 9(5).
           05  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
           05  WS-RETURNED-COUNT       PIC 9(5) VALUE 0.
           05  WS-POSTED-TOTAL         PIC 9(10)V99 VALUE 0.
           05  WS-RETURNED-TOTAL       PIC 9(10)V99 VALUE 0.
           05  WS-FUND-CODE            PIC X(8).
           05  WS-FUND-COUNT           PIC 9(5).
           05  WS-FUND-TOTAL           PIC 9(10)V99.
           05  WS-REGISTER-COUNT       PIC 9(5) VALUE 0.
           05  WS-REGISTER-TOTAL       PIC 9(10)V99 VALUE 0.

      ******************************************************************
      * Awards already on the aid history, loaded once per run so a
      * re-sent disbursement is refused before it posts twice.  Sized
      * well past a year's awards - and if the history ever outgrows
      * it, the run REFUSES to post.
      ******************************************************************
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-COUNT          PIC 9(5) VALUE 0.
           05  WS-PRIOR-ENTRY OCCURS 20000 TIMES.
               10  WS-A-NUMBER         PIC 9(6).
               10  WS-A-TERM           PIC X(6).
               10  WS-A-AWARD          PIC X(8).
               10  WS-A-AMOUNT         PIC 9(7)V99.
               10  WS-A-DISB-DATE      PIC 9(8).

       01  PAYMENT-LOG-DETAIL.
           05  FILLER                  PIC X(16) VALUE
                   'AID DISBURSED '.
           05  LOG-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(10) VALUE
                   ' AMOUNT: '.
           05  LOG-PAYMENT-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
                   ' NEW BALANCE: '.
           05  LOG-NEW-BALANCE         PIC Z,ZZZ,ZZ9.99CR.

       01  REG-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'FINANCIAL AID AWARD REGISTER'.

       01  RTN-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
                   'RETURN TO FINANCIAL AID'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(21) VALUE
                   '  DISBURSEMENT DATE: '.
           05  RPT-DISB-DATE           PIC 9(8).

       01  REG-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'FUND'.
           05  FILLER                  PIC X(8)  VALUE 'NUMBER'.
           05  FILLER                  PIC X(32) VALUE 'STUDENT NAME'.
           05  FILLER                  PIC X(8)  VALUE 'TERM'.
           05  FILLER                  PIC X(12) VALUE
                   '      AMOUNT'.

       01  REG-DETAIL-LINE.
           05  REG-AWARD-CODE          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-STUDENT-NAME        PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-TERM-CODE           PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-AMOUNT              PIC Z,ZZZ,ZZ9.99.

       01  REG-FUND-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'FUND TOTAL '.
           05  REG-FUND-CODE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-FUND-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE ' AWARDS '.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  REG-FUND-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RTN-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'STUDENT'.
           05  FILLER                  PIC X(8)  VALUE 'TERM'.
           05  FILLER                  PIC X(10) VALUE 'AWARD'.
           05  FILLER                  PIC X(13) VALUE
                   '       AMOUNT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'REASON'.

       01  RTN-DETAIL-LINE.
           05  RTN-STUDENT-NUMBER      PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RTN-TERM-CODE           PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RTN-AWARD-CODE          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RTN-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  RTN-AMOUNT-RAW REDEFINES RTN-AMOUNT
                                       PIC X(12).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RTN-REASON              PIC X(20).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-POST-AID.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           IF WS-POSTING-RAN
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-AWARD-CODE
                                    SRT-STUDENT-NUMBER
                   INPUT PROCEDURE IS 500-GATHER-THIS-RUN
                   OUTPUT PROCEDURE IS 520-PRINT-REGISTER
           END-IF.
           PERFORM 600-WRITE-SUMMARY.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-DISB-DATE
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND PAYMENT-LOG.
           IF WS-PAYMENT-LOG-NOT-FOUND
               OPEN OUTPUT PAYMENT-LOG
               CLOSE PAYMENT-LOG
               OPEN EXTEND PAYMENT-LOG
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT RETURN-FILE.
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
           PERFORM 220-EDIT-AID-FILE
           PERFORM 260-WRITE-HEADINGS
           IF WS-FILE-BALANCED
               IF NOT WS-STUDENT-OK
                   DISPLAY '** STUDENT-FILE NOT FOUND - NO AID'
                       ' POSTED **'
               ELSE
                   PERFORM 230-LOAD-PRIOR-AWARDS
                   IF WS-PRIOR-OVERFLOW
                       OR WS-PRIOR-COUNT + WS-DETAIL-COUNT > 20000
                       DISPLAY '** AID HISTORY TABLE FULL - RE-SENT'
                           ' AWARDS CANNOT BE PROVED - NOTHING'
                           ' POSTED **'
                   ELSE
                       SET WS-POSTING-RAN TO TRUE
                       OPEN EXTEND TRANS-FILE
                       IF WS-TRANS-NOT-FOUND
                           OPEN OUTPUT TRANS-FILE
                           CLOSE TRANS-FILE
                           OPEN EXTEND TRANS-FILE
                       END-IF
                       OPEN EXTEND AID-HIST-FILE
                       IF WS-AID-HIST-NOT-FOUND
                           OPEN OUTPUT AID-HIST-FILE
                           CLOSE AID-HIST-FILE
                           OPEN EXTEND AID-HIST-FILE
                       END-IF
                       PERFORM 210-MARK-SESSION-OPEN
                       PERFORM 240-POST-DISBURSEMENTS
                       CLOSE AID-HIST-FILE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Pre-edit pass: the whole disbursement file is read and footed
      * before a single award posts, the same rules PAYMENT-BATCH
      * applies to the lockbox deposit.
      ******************************************************************
       220-EDIT-AID-FILE.
           OPEN INPUT AID-FILE
           IF NOT WS-AID-OK
               DISPLAY '** AID DISBURSEMENT FILE NOT FOUND - NOTHING'
                   ' POSTED **'
           ELSE
               READ AID-FILE
                   AT END
                       SET WS-AID-END TO TRUE
               END-READ
               PERFORM UNTIL WS-AID-END
                   PERFORM 221-EDIT-ONE-ROW
                   READ AID-FILE
                       AT END
                           SET WS-AID-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AID-FILE
               PERFORM 222-FOOT-THE-FILE
           END-IF.

       221-EDIT-ONE-ROW.
           EVALUATE TRUE
               WHEN AID-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF AID-HDR-DISB-DATE IS NUMERIC
                       MOVE AID-HDR-DISB-DATE TO WS-DISB-DATE
                   ELSE
                       SET WS-EDIT-ERROR TO TRUE
                       DISPLAY '** UNREADABLE DISBURSEMENT HEADER **'
                   END-IF
               WHEN AID-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF AID-TRL-ITEM-COUNT IS NUMERIC
                       AND AID-TRL-TOTAL-CENTS IS NUMERIC
                       MOVE AID-TRL-ITEM-COUNT
                           TO WS-TRL-ITEM-COUNT
                       MOVE AID-TRL-TOTAL-CENTS
                           TO WS-TRL-TOTAL-CENTS
                   ELSE
                       SET WS-EDIT-ERROR TO TRUE
                       DISPLAY '** UNREADABLE DISBURSEMENT TRAILER **'
                   END-IF
               WHEN AID-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF AID-AMOUNT IS NUMERIC
                       MOVE AID-AMOUNT TO WS-AMOUNT-CENTS
                       ADD WS-AMOUNT-CENTS TO WS-DETAIL-CENTS
                   END-IF
               WHEN OTHER
                   SET WS-EDIT-ERROR TO TRUE
                   DISPLAY '** UNRECOGNIZED DISBURSEMENT ROW: '
                       AID-RECORD
           END-EVALUATE.

       222-FOOT-THE-FILE.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY '** NO DISBURSEMENT HEADER - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN NOT WS-TRAILER-SEEN
                   DISPLAY '** NO DISBURSEMENT TRAILER - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN WS-EDIT-ERROR
                   DISPLAY '** DISBURSEMENT FILE UNREADABLE - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN WS-DETAIL-COUNT NOT = WS-TRL-ITEM-COUNT
                   DISPLAY '** ITEM COUNT ' WS-DETAIL-COUNT
                       ' DOES NOT FOOT TO TRAILER '
                       WS-TRL-ITEM-COUNT ' - NOTHING POSTED **'
               WHEN WS-DETAIL-CENTS NOT = WS-TRL-TOTAL-CENTS
                   DISPLAY '** DISBURSEMENT AMOUNT DOES NOT FOOT TO'
                       ' TRAILER - NOTHING POSTED **'
               WHEN OTHER
                   SET WS-FILE-BALANCED TO TRUE
           END-EVALUATE.

       230-LOAD-PRIOR-AWARDS.
           OPEN INPUT AID-HIST-FILE
           IF WS-AID-HIST-OK
               MOVE 'N' TO WS-HIST-EOF
               READ AID-HIST-FILE
                   AT END
                       SET WS-HIST-END TO TRUE
               END-READ
               PERFORM UNTIL WS-HIST-END
                   IF WS-PRIOR-COUNT < 20000
                       ADD 1 TO WS-PRIOR-COUNT
                       PERFORM 235-REMEMBER-HIST-ROW
                   ELSE
                       SET WS-PRIOR-OVERFLOW TO TRUE
                   END-IF
                   READ AID-HIST-FILE
                       AT END
                           SET WS-HIST-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AID-HIST-FILE
           END-IF.

       235-REMEMBER-HIST-ROW.
           MOVE AIDH-STUDENT-NUMBER TO WS-A-NUMBER(WS-PRIOR-COUNT)
           MOVE AIDH-TERM-CODE      TO WS-A-TERM(WS-PRIOR-COUNT)
           MOVE AIDH-AWARD-CODE     TO WS-A-AWARD(WS-PRIOR-COUNT)
           MOVE AIDH-AMOUNT         TO WS-A-AMOUNT(WS-PRIOR-COUNT)
           MOVE AIDH-DISB-DATE      TO WS-A-DISB-DATE(WS-PRIOR-COUNT)
           PERFORM 236-FOLLOW-MERGE.

      ******************************************************************
      * An award posted before ACCOUNT-MERGE retired its number is
      * remembered under the surviving number, since a re-send under
      * the old number has been through 302-FOLLOW-MERGE.
      ******************************************************************
       236-FOLLOW-MERGE.
           IF WS-MERGE-FILE-AVAIL
               MOVE WS-A-NUMBER(WS-PRIOR-COUNT) TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MRG-SURVIVING-NUMBER
                           TO WS-A-NUMBER(WS-PRIOR-COUNT)
               END-READ
           END-IF.

       260-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-DISB-DATE TO RPT-DISB-DATE
           MOVE REG-PAGE-HEADER-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE RPT-RUN-DATE-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE REG-COLUMN-HEADER TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE RTN-PAGE-HEADER-1 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE RPT-RUN-DATE-LINE TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE RTN-COLUMN-HEADER TO RETURN-LINE
           WRITE RETURN-LINE.

       240-POST-DISBURSEMENTS.
           OPEN INPUT AID-FILE
           MOVE 'N' TO WS-AID-EOF
           READ AID-FILE
               AT END
                   SET WS-AID-END TO TRUE
           END-READ
           PERFORM UNTIL WS-AID-END
               IF AID-DETAIL
                   PERFORM 303-POST-ONE-AWARD
               END-IF
               READ AID-FILE
                   AT END
                       SET WS-AID-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE AID-FILE.

       303-POST-ONE-AWARD.
           IF AID-STUDENT-NUMBER IS NOT NUMERIC
               OR AID-AMOUNT IS NOT NUMERIC
               OR AID-AWARD-CODE = SPACES
               MOVE 'INVALID ROW' TO RTN-REASON
               PERFORM 309-WRITE-RETURN-TO-AID
           ELSE
               MOVE AID-AMOUNT TO WS-AMOUNT-CENTS
               COMPUTE WS-AID-AMOUNT = WS-AMOUNT-CENTS / 100
               IF WS-AID-AMOUNT = 0
                   MOVE 'INVALID ROW' TO RTN-REASON
                   PERFORM 309-WRITE-RETURN-TO-AID
               ELSE
                   MOVE AID-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 302-FOLLOW-MERGE
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE 'NO MASTER RECORD' TO RTN-REASON
                           PERFORM 309-WRITE-RETURN-TO-AID
                       NOT INVALID KEY
                           PERFORM 305-APPLY-AWARD
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * An award under a retired number posts to the surviving
      * account - the retired master is left zeroed and WITHDRAWN.
      * AID-STUDENT-NUMBER keeps the number as sent for the return-
      * to-aid report.
      ******************************************************************
       302-FOLLOW-MERGE.
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

       305-APPLY-AWARD.
           PERFORM 304-CHECK-ALREADY-POSTED
           EVALUATE TRUE
               WHEN WS-DUP-FOUND
                   MOVE 'ALREADY DISBURSED' TO RTN-REASON
                   PERFORM 309-WRITE-RETURN-TO-AID
               WHEN STUDENT-WITHDRAWN
                   MOVE 'STUDENT WITHDRAWN' TO RTN-REASON
                   PERFORM 309-WRITE-RETURN-TO-AID
               WHEN WS-AID-AMOUNT > TUITION-OWED
                   MOVE 'WOULD CREATE CREDIT' TO RTN-REASON
                   PERFORM 309-WRITE-RETURN-TO-AID
               WHEN OTHER
                   SUBTRACT WS-AID-AMOUNT FROM TUITION-OWED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO RTN-REASON
                           PERFORM 309-WRITE-RETURN-TO-AID
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           ADD WS-AID-AMOUNT TO WS-POSTED-TOTAL
                           PERFORM 307-WRITE-PAYMENT-LOG
                           PERFORM 310-WRITE-TRANS-FILE
                           PERFORM 311-WRITE-AID-HISTORY
                   END-REWRITE
           END-EVALUATE.

      ******************************************************************
      * A re-send is the same student, term, award code, amount and
      * disbursement date already on the aid history - including an
      * award posted earlier in this same run.
      ******************************************************************
       304-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-DUP-FLAG
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PRIOR-COUNT
               OR WS-DUP-FOUND
               IF WS-A-NUMBER(WS-I) = STUDENT-NUMBER
                   AND WS-A-TERM(WS-I) = AID-TERM-CODE
                   AND WS-A-AWARD(WS-I) = AID-AWARD-CODE
                   AND WS-A-AMOUNT(WS-I) = WS-AID-AMOUNT
                   AND WS-A-DISB-DATE(WS-I) = WS-DISB-DATE
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       307-WRITE-PAYMENT-LOG.
           MOVE STUDENT-NUMBER    TO LOG-STUDENT-NUMBER
           MOVE WS-AID-AMOUNT     TO LOG-PAYMENT-AMOUNT
           MOVE TUITION-OWED      TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       309-WRITE-RETURN-TO-AID.
           ADD 1 TO WS-RETURNED-COUNT
           MOVE AID-STUDENT-NUMBER TO RTN-STUDENT-NUMBER
           MOVE AID-TERM-CODE      TO RTN-TERM-CODE
           MOVE AID-AWARD-CODE     TO RTN-AWARD-CODE
           IF AID-AMOUNT IS NUMERIC
               MOVE AID-AMOUNT TO WS-AMOUNT-CENTS
               COMPUTE WS-AID-AMOUNT = WS-AMOUNT-CENTS / 100
               MOVE WS-AID-AMOUNT TO RTN-AMOUNT
               ADD WS-AID-AMOUNT TO WS-RETURNED-TOTAL
           ELSE
               MOVE AID-AMOUNT TO RTN-AMOUNT-RAW
           END-IF
           MOVE RTN-DETAIL-LINE    TO RETURN-LINE
           WRITE RETURN-LINE.

       310-WRITE-TRANS-FILE.
           MOVE WS-RUN-DATE      TO TRN-DATE
           MOVE WS-RUN-TIME      TO TRN-TIME
           MOVE 'F'              TO TRN-TYPE
           MOVE STUDENT-NUMBER   TO TRN-STUDENT-NUMBER
           MOVE AID-AWARD-CODE   TO TRN-AWARD-CODE
           COMPUTE TRN-AMOUNT = 0 - WS-AID-AMOUNT
           MOVE 'FINAID  '       TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD.

       311-WRITE-AID-HISTORY.
           MOVE STUDENT-NUMBER   TO AIDH-STUDENT-NUMBER
           MOVE AID-TERM-CODE    TO AIDH-TERM-CODE
           MOVE AID-AWARD-CODE   TO AIDH-AWARD-CODE
           MOVE WS-AID-AMOUNT    TO AIDH-AMOUNT
           MOVE WS-DISB-DATE     TO AIDH-DISB-DATE
           MOVE WS-RUN-DATE      TO AIDH-POSTED-DATE
           MOVE WS-RUN-TIME      TO AIDH-POSTED-TIME
           WRITE AID-HIST-RECORD
           IF WS-PRIOR-COUNT < 20000
               ADD 1 TO WS-PRIOR-COUNT
               PERFORM 235-REMEMBER-HIST-ROW
           END-IF.

      ******************************************************************
      * The register is this run's postings only: the aid history
      * rows stamped with this run's date and time, sorted by fund.
      ******************************************************************
       500-GATHER-THIS-RUN.
           OPEN INPUT AID-HIST-FILE
           IF WS-AID-HIST-OK
               MOVE 'N' TO WS-HIST-EOF
               READ AID-HIST-FILE
                   AT END
                       SET WS-HIST-END TO TRUE
               END-READ
               PERFORM UNTIL WS-HIST-END
                   IF AIDH-POSTED-DATE = WS-RUN-DATE
                       AND AIDH-POSTED-TIME = WS-RUN-TIME
                       MOVE AIDH-AWARD-CODE     TO SRT-AWARD-CODE
                       MOVE AIDH-STUDENT-NUMBER TO SRT-STUDENT-NUMBER
                       MOVE AIDH-TERM-CODE      TO SRT-TERM-CODE
                       MOVE AIDH-AMOUNT         TO SRT-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
                   READ AID-HIST-FILE
                       AT END
                           SET WS-HIST-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AID-HIST-FILE
           END-IF.

       520-PRINT-REGISTER.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-END TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-END
               PERFORM 530-PRINT-ONE-FUND
           END-PERFORM.

       530-PRINT-ONE-FUND.
           MOVE SRT-AWARD-CODE TO WS-FUND-CODE
           MOVE 0 TO WS-FUND-COUNT
           MOVE 0 TO WS-FUND-TOTAL
           PERFORM UNTIL WS-SORT-END
               OR SRT-AWARD-CODE NOT = WS-FUND-CODE
               PERFORM 540-PRINT-AWARD-LINE
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-END TO TRUE
               END-RETURN
           END-PERFORM
           MOVE WS-FUND-CODE  TO REG-FUND-CODE
           MOVE WS-FUND-COUNT TO REG-FUND-COUNT
           MOVE WS-FUND-TOTAL TO REG-FUND-TOTAL
           MOVE REG-FUND-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       540-PRINT-AWARD-LINE.
           ADD 1 TO WS-FUND-COUNT
           ADD SRT-AMOUNT TO WS-FUND-TOTAL
           ADD 1 TO WS-REGISTER-COUNT
           ADD SRT-AMOUNT TO WS-REGISTER-TOTAL
           MOVE SRT-AWARD-CODE     TO REG-AWARD-CODE
           MOVE SRT-STUDENT-NUMBER TO REG-STUDENT-NUMBER
           MOVE SRT-TERM-CODE      TO REG-TERM-CODE
           MOVE SRT-AMOUNT         TO REG-AMOUNT
           MOVE SRT-STUDENT-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO REG-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO REG-STUDENT-NAME
           END-READ
           MOVE REG-DETAIL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       600-WRITE-SUMMARY.
           MOVE 'AWARDS POSTED:' TO RPT-COUNT-LABEL
           MOVE WS-REGISTER-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'TOTAL AID POSTED:' TO RPT-TOTAL-LABEL
           MOVE WS-REGISTER-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE 'AWARDS RETURNED TO AID:' TO RPT-COUNT-LABEL
           MOVE WS-RETURNED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE 'TOTAL RETURNED TO AID:' TO RPT-TOTAL-LABEL
           MOVE WS-RETURNED-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO RETURN-LINE
           WRITE RETURN-LINE.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE REGISTER-FILE.
           CLOSE RETURN-FILE.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
           IF WS-POSTING-RAN
               CLOSE TRANS-FILE
               DISPLAY 'AID POSTED: ' WS-POSTED-COUNT
                   ' RETURNED TO AID: ' WS-RETURNED-COUNT
                   ' TO MERGED ACCOUNTS: ' WS-REDIRECT-COUNT
           END-IF.
