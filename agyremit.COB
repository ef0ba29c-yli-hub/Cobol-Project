      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - collection agency monthly remittance.
      *          Reads the agency's remittance file, bracketed like
      *          the bank files - header (remittance date), detail,
      *          trailer (item count, total gross in cents) - and
      *          edited and footed first, so nothing posts from a
      *          truncated file.  A recovery row carries the gross the
      *          agency collected from the student and the commission
      *          it kept: the student is credited the whole gross, as
      *          a type-P row for the net cash the agency remitted
      *          plus a type-A row for the commission, both under
      *          operator AGENCY (see PAYTRAN.cpy), so the day's cash
      *          proves to the agency's check.  A recall row is an
      *          account the agency hands back: it comes off
      *          placement (see AGYREC.cpy) and its dunning level is
      *          cleared so DUNNING-LETTERS starts it through the
      *          notices again.  The same remittance is not posted to
      *          an account twice - the remittance date on the header
      *          is what tells a re-run apart, so a header without a
      *          readable date refuses the whole file.  Rows that
      *          cannot be applied go to an exceptions list to be
      *          worked by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-REMITTANCE INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT REMIT-FILE ASSIGN TO "E:\AGENCY_REMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "E:\AGENCY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-STUDENT-NUMBER
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "E:\DUNNING_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PAYMENT-LOG ASSIGN TO "E:\PAYMENT_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\AGENCY_REMIT_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "E:\AGENCY_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

      ******************************************************************
      * The agency brackets the month's remittance with a header and
      * trailer row, flagged in column 1: 'H' + remittance date, 'D' +
      * the detail fields, 'T' + item count + total gross in cents.
      * A detail is 'C' (recovery - gross and commission in cents) or
      * 'R' (recall - the account is handed back, with a reason).
      ******************************************************************
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05  REM-RECORD-TYPE         PIC X.
               88  REM-HEADER          VALUE 'H'.
               88  REM-DETAIL          VALUE 'D'.
               88  REM-TRAILER         VALUE 'T'.
           05  REM-DETAIL-FIELDS.
               10  REM-STUDENT-NUMBER  PIC X(6).
               10  REM-ACTION          PIC X.
                   88  REM-RECOVERY    VALUE 'C'.
                   88  REM-RECALL      VALUE 'R'.
               10  REM-GROSS-AMOUNT    PIC X(8).
               10  REM-COMMISSION      PIC X(8).
               10  REM-RECALL-REASON   PIC X(20).
           05  REM-HEADER-FIELDS REDEFINES REM-DETAIL-FIELDS.
               10  REM-HDR-REMIT-DATE  PIC X(8).
               10  FILLER              PIC X(35).
           05  REM-TRAILER-FIELDS REDEFINES REM-DETAIL-FIELDS.
               10  REM-TRL-ITEM-COUNT  PIC X(5).
               10  REM-TRL-GROSS-CENTS PIC X(10).
               10  FILLER              PIC X(28).

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  DUNNING-FILE.
           COPY DUNREC.

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
           05  WS-REMIT-STATUS         PIC X(2).
               88  WS-REMIT-OK         VALUE '00'.
           05  WS-AGENCY-STATUS        PIC X(2).
               88  WS-AGENCY-OK        VALUE '00'.
           05  WS-DUNNING-STATUS       PIC X(2).
               88  WS-DUNNING-OK       VALUE '00'.
           05  WS-TRANS-STATUS         PIC X(2).
               88  WS-TRANS-OK         VALUE '00'.
               88  WS-TRANS-NOT-FOUND  VALUE '35'.
           05  WS-PAYMENT-LOG-STATUS   PIC X(2).
               88  WS-PAYMENT-LOG-NOT-FOUND VALUE '35'.
           05  WS-DAYCTL-STATUS        PIC X(2).
           05  WS-REMIT-EOF            PIC X VALUE 'N'.
               88  WS-REMIT-END        VALUE 'Y'.
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
           05  WS-DUNNING-FILE-FLAG    PIC X VALUE 'N'.
               88  WS-DUNNING-FILE-AVAIL VALUE 'Y'.
           05  WS-CURRENT-DATETIME     PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(8).
           05  WS-REMIT-DATE           PIC 9(8).
           05  WS-AMOUNT-CENTS         PIC 9(9).
           05  WS-GROSS-AMOUNT         PIC 9(7)V99.
           05  WS-COMMISSION-AMOUNT    PIC 9(7)V99.
           05  WS-NET-AMOUNT           PIC 9(7)V99.
           05  WS-DETAIL-COUNT         PIC 9(5) VALUE 0.
           05  WS-DETAIL-CENTS         PIC 9(12) VALUE 0.
           05  WS-TRL-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-TRL-GROSS-CENTS      PIC 9(10) VALUE 0.
           05  WS-RECOVERY-COUNT       PIC 9(5) VALUE 0.
           05  WS-RECALL-COUNT         PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
           05  WS-GROSS-TOTAL          PIC 9(10)V99 VALUE 0.
           05  WS-COMMISSION-TOTAL     PIC 9(10)V99 VALUE 0.
           05  WS-NET-TOTAL            PIC 9(10)V99 VALUE 0.

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
           05  FILLER                  PIC X(40) VALUE
                   'COLLECTION AGENCY REMITTANCE REGISTER'.

       01  EXC-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
                   'AGENCY REMITTANCE ROWS NOT APPLIED'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(14) VALUE
                   '  REMIT DATE: '.
           05  RPT-REMIT-DATE          PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'NUMBER'.
           05  FILLER                  PIC X(20) VALUE 'STUDENT NAME'.
           05  FILLER                  PIC X(9)  VALUE 'ACTION'.
           05  FILLER                  PIC X(13) VALUE
                   '       GROSS'.
           05  FILLER                  PIC X(11) VALUE
                   ' COMMISSION'.
           05  FILLER                  PIC X(13) VALUE
                   '         NET'.

       01  RPT-DETAIL-LINE.
           05  RPT-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STUDENT-NAME        PIC X(20).
           05  RPT-ACTION              PIC X(9).
           05  RPT-GROSS-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-COMMISSION-AMOUNT   PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-NET-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       01  RPT-RECALL-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'REASON: '.
           05  RPT-RECALL-REASON       PIC X(20).

       01  EXC-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'STUDENT'.
           05  FILLER                  PIC X(2)  VALUE 'A'.
           05  FILLER                  PIC X(9)  VALUE 'GROSS'.
           05  FILLER                  PIC X(9)  VALUE 'COMM'.
           05  FILLER                  PIC X(21) VALUE 'AGENCY REASON'.
           05  FILLER                  PIC X(20) VALUE 'NOT APPLIED'.

       01  EXC-DETAIL-LINE.
           05  EXC-STUDENT-NUMBER      PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-ACTION              PIC X.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-GROSS-AMOUNT        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-COMMISSION          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-RECALL-REASON       PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EXC-REASON              PIC X(24).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-POST-REMITTANCE.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-REMIT-DATE
           OPEN I-O STUDENT-FILE.
           OPEN I-O AGENCY-FILE.
           OPEN I-O DUNNING-FILE.
           IF WS-DUNNING-OK
               SET WS-DUNNING-FILE-AVAIL TO TRUE
           END-IF.
           OPEN EXTEND PAYMENT-LOG.
           IF WS-PAYMENT-LOG-NOT-FOUND
               OPEN OUTPUT PAYMENT-LOG
               CLOSE PAYMENT-LOG
               OPEN EXTEND PAYMENT-LOG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

       210-MARK-SESSION-OPEN.
           OPEN OUTPUT DAY-CONTROL-FILE
           SET CTL-SESSION-OPEN TO TRUE
           MOVE WS-RUN-DATE TO CTL-DATE
           WRITE DAY-CONTROL-RECORD
           CLOSE DAY-CONTROL-FILE.

       202-PROCESS.
           PERFORM 220-EDIT-REMIT-FILE
           PERFORM 260-WRITE-HEADINGS
           IF WS-FILE-BALANCED
               EVALUATE TRUE
                   WHEN NOT WS-STUDENT-OK
                       DISPLAY '** STUDENT-FILE NOT FOUND - NOTHING'
                           ' POSTED **'
                   WHEN NOT WS-AGENCY-OK
                       DISPLAY '** NO AGENCY PLACEMENTS ON FILE -'
                           ' NOTHING POSTED **'
                   WHEN OTHER
                       SET WS-POSTING-RAN TO TRUE
                       OPEN EXTEND TRANS-FILE
                       IF WS-TRANS-NOT-FOUND
                           OPEN OUTPUT TRANS-FILE
                           CLOSE TRANS-FILE
                           OPEN EXTEND TRANS-FILE
                       END-IF
                       PERFORM 210-MARK-SESSION-OPEN
                       PERFORM 240-POST-REMITTANCE
               END-EVALUATE
           END-IF
           PERFORM 600-WRITE-SUMMARY.

      ******************************************************************
      * Pre-edit pass: the whole remittance is read and footed before
      * a single row posts, the same rules RETURNED-CHECKS applies to
      * the bank's returned-items file.
      ******************************************************************
       220-EDIT-REMIT-FILE.
           OPEN INPUT REMIT-FILE
           IF NOT WS-REMIT-OK
               DISPLAY '** AGENCY REMITTANCE FILE NOT FOUND - NOTHING'
                   ' POSTED **'
           ELSE
               READ REMIT-FILE
                   AT END
                       SET WS-REMIT-END TO TRUE
               END-READ
               PERFORM UNTIL WS-REMIT-END
                   PERFORM 221-EDIT-ONE-ROW
                   READ REMIT-FILE
                       AT END
                           SET WS-REMIT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REMIT-FILE
               PERFORM 222-FOOT-THE-FILE
           END-IF.

       221-EDIT-ONE-ROW.
           EVALUATE TRUE
               WHEN REM-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF REM-HDR-REMIT-DATE IS NUMERIC
                       MOVE REM-HDR-REMIT-DATE TO WS-REMIT-DATE
                   ELSE
                       SET WS-EDIT-ERROR TO TRUE
                       DISPLAY '** UNREADABLE REMITTANCE HEADER **'
                   END-IF
               WHEN REM-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF REM-TRL-ITEM-COUNT IS NUMERIC
                       AND REM-TRL-GROSS-CENTS IS NUMERIC
                       MOVE REM-TRL-ITEM-COUNT
                           TO WS-TRL-ITEM-COUNT
                       MOVE REM-TRL-GROSS-CENTS
                           TO WS-TRL-GROSS-CENTS
                   ELSE
                       SET WS-EDIT-ERROR TO TRUE
                       DISPLAY '** UNREADABLE REMITTANCE TRAILER **'
                   END-IF
               WHEN REM-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF REM-RECOVERY
                       AND REM-GROSS-AMOUNT IS NUMERIC
                       MOVE REM-GROSS-AMOUNT TO WS-AMOUNT-CENTS
                       ADD WS-AMOUNT-CENTS TO WS-DETAIL-CENTS
                   END-IF
               WHEN OTHER
                   SET WS-EDIT-ERROR TO TRUE
                   DISPLAY '** UNRECOGNIZED REMITTANCE ROW: '
                       REMIT-RECORD
           END-EVALUATE.

       222-FOOT-THE-FILE.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY '** NO REMITTANCE HEADER - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN NOT WS-TRAILER-SEEN
                   DISPLAY '** NO REMITTANCE TRAILER - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN WS-EDIT-ERROR
                   DISPLAY '** REMITTANCE FILE UNREADABLE - FILE'
                       ' REFUSED, NOTHING POSTED **'
               WHEN WS-DETAIL-COUNT NOT = WS-TRL-ITEM-COUNT
                   DISPLAY '** ITEM COUNT ' WS-DETAIL-COUNT
                       ' DOES NOT FOOT TO TRAILER '
                       WS-TRL-ITEM-COUNT ' - NOTHING POSTED **'
               WHEN WS-DETAIL-CENTS NOT = WS-TRL-GROSS-CENTS
                   DISPLAY '** GROSS RECOVERED DOES NOT FOOT TO'
                       ' TRAILER - NOTHING POSTED **'
               WHEN OTHER
                   SET WS-FILE-BALANCED TO TRUE
           END-EVALUATE.

       260-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-REMIT-DATE TO RPT-REMIT-DATE
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

       240-POST-REMITTANCE.
           OPEN INPUT REMIT-FILE
           MOVE 'N' TO WS-REMIT-EOF
           READ REMIT-FILE
               AT END
                   SET WS-REMIT-END TO TRUE
           END-READ
           PERFORM UNTIL WS-REMIT-END
               IF REM-DETAIL
                   PERFORM 303-APPLY-ONE-ROW
               END-IF
               READ REMIT-FILE
                   AT END
                       SET WS-REMIT-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE REMIT-FILE.

       303-APPLY-ONE-ROW.
           IF REM-STUDENT-NUMBER IS NOT NUMERIC
               OR (NOT REM-RECOVERY AND NOT REM-RECALL)
               MOVE 'INVALID ROW' TO EXC-REASON
               PERFORM 309-WRITE-EXCEPTION
           ELSE
               MOVE REM-STUDENT-NUMBER TO AGY-STUDENT-NUMBER
               READ AGENCY-FILE
                   INVALID KEY
                       MOVE 'NEVER PLACED' TO EXC-REASON
                       PERFORM 309-WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF REM-RECOVERY
                           PERFORM 304-EDIT-RECOVERY
                       ELSE
                           PERFORM 320-RECALL-ACCOUNT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A recovery may still arrive for an account recalled since -
      * the agency collected it before handing the account back - so
      * any account ever placed can take one.  The remittance date and
      * this run's time on the placement row stop a re-run of the same
      * file posting again, while letting one file carry several
      * recoveries for the same student.
      ******************************************************************
       304-EDIT-RECOVERY.
           EVALUATE TRUE
               WHEN REM-GROSS-AMOUNT IS NOT NUMERIC
                   OR REM-COMMISSION IS NOT NUMERIC
                   MOVE 'INVALID ROW' TO EXC-REASON
                   PERFORM 309-WRITE-EXCEPTION
               WHEN AGY-LAST-REMIT-DATE = WS-REMIT-DATE
                   AND AGY-LAST-POSTED-TIME NOT = WS-RUN-TIME
                   MOVE 'REMITTANCE ALREADY POSTED' TO EXC-REASON
                   PERFORM 309-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE REM-GROSS-AMOUNT TO WS-AMOUNT-CENTS
                   COMPUTE WS-GROSS-AMOUNT = WS-AMOUNT-CENTS / 100
                   MOVE REM-COMMISSION TO WS-AMOUNT-CENTS
                   COMPUTE WS-COMMISSION-AMOUNT =
                       WS-AMOUNT-CENTS / 100
                   IF WS-GROSS-AMOUNT = 0
                       OR WS-COMMISSION-AMOUNT > WS-GROSS-AMOUNT
                       MOVE 'INVALID ROW' TO EXC-REASON
                       PERFORM 309-WRITE-EXCEPTION
                   ELSE
                       MOVE AGY-STUDENT-NUMBER TO STUDENT-NUMBER
                       READ STUDENT-FILE
                           INVALID KEY
                               MOVE 'NO MASTER RECORD' TO EXC-REASON
                               PERFORM 309-WRITE-EXCEPTION
                           NOT INVALID KEY
                               PERFORM 305-POST-RECOVERY
                       END-READ
                   END-IF
           END-EVALUATE.

       305-POST-RECOVERY.
           COMPUTE WS-NET-AMOUNT =
               WS-GROSS-AMOUNT - WS-COMMISSION-AMOUNT
           SUBTRACT WS-GROSS-AMOUNT FROM TUITION-OWED
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO EXC-REASON
                   PERFORM 309-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL
                   ADD WS-COMMISSION-AMOUNT TO WS-COMMISSION-TOTAL
                   ADD WS-NET-AMOUNT TO WS-NET-TOTAL
                   IF WS-NET-AMOUNT > 0
                       PERFORM 306-WRITE-NET-PAYMENT
                   END-IF
                   IF WS-COMMISSION-AMOUNT > 0
                       PERFORM 307-WRITE-COMMISSION
                   END-IF
                   PERFORM 308-UPDATE-PLACEMENT
                   MOVE 'RECOVERY' TO RPT-ACTION
                   PERFORM 330-WRITE-REGISTER-LINE
           END-REWRITE.

       306-WRITE-NET-PAYMENT.
           MOVE WS-RUN-DATE               TO TRN-DATE
           MOVE WS-RUN-TIME               TO TRN-TIME
           MOVE 'P'                       TO TRN-TYPE
           MOVE STUDENT-NUMBER            TO TRN-STUDENT-NUMBER
           MOVE SPACES                    TO TRN-CHECK-NUMBER
           COMPUTE TRN-AMOUNT = 0 - WS-NET-AMOUNT
           MOVE 'AGENCY  '                TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD
           MOVE 'AGENCY RECOVERY'         TO LOG-ACTION
           MOVE STUDENT-NUMBER            TO LOG-STUDENT-NUMBER
           MOVE WS-NET-AMOUNT             TO LOG-PAYMENT-AMOUNT
           MOVE TUITION-OWED              TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL        TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       307-WRITE-COMMISSION.
           MOVE WS-RUN-DATE               TO TRN-DATE
           MOVE WS-RUN-TIME               TO TRN-TIME
           MOVE 'A'                       TO TRN-TYPE
           MOVE STUDENT-NUMBER            TO TRN-STUDENT-NUMBER
           MOVE SPACES                    TO TRN-CHECK-NUMBER
           COMPUTE TRN-AMOUNT = 0 - WS-COMMISSION-AMOUNT
           MOVE 'AGENCY  '                TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD
           MOVE 'AGENCY COMMISSN'         TO LOG-ACTION
           MOVE STUDENT-NUMBER            TO LOG-STUDENT-NUMBER
           MOVE WS-COMMISSION-AMOUNT      TO LOG-PAYMENT-AMOUNT
           MOVE TUITION-OWED              TO LOG-NEW-BALANCE
           MOVE PAYMENT-LOG-DETAIL        TO PAYMENT-LOG-LINE
           WRITE PAYMENT-LOG-LINE.

       308-UPDATE-PLACEMENT.
           ADD WS-GROSS-AMOUNT TO AGY-RECOVERED-GROSS
           ADD WS-COMMISSION-AMOUNT TO AGY-COMMISSION-TOTAL
           MOVE WS-REMIT-DATE TO AGY-LAST-REMIT-DATE
           MOVE WS-RUN-TIME TO AGY-LAST-POSTED-TIME
           REWRITE AGENCY-RECORD
               INVALID KEY
                   DISPLAY '** AGENCY REWRITE FAILED: '
                       AGY-STUDENT-NUMBER ' **'
           END-REWRITE.

       309-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE REM-STUDENT-NUMBER TO EXC-STUDENT-NUMBER
           MOVE REM-ACTION         TO EXC-ACTION
           MOVE REM-GROSS-AMOUNT   TO EXC-GROSS-AMOUNT
           MOVE REM-COMMISSION     TO EXC-COMMISSION
           MOVE REM-RECALL-REASON  TO EXC-RECALL-REASON
           MOVE EXC-DETAIL-LINE    TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
      * A recalled account goes back to normal collection: off
      * placement, so late fees and statements resume, and its dunning
      * level cleared so the notices start again from the first - a
      * new final notice is what makes it eligible for placement again.
      ******************************************************************
       320-RECALL-ACCOUNT.
           IF NOT AGY-PLACED
               MOVE 'NOT AT AGENCY' TO EXC-REASON
               PERFORM 309-WRITE-EXCEPTION
           ELSE
               SET AGY-RECALLED TO TRUE
               MOVE WS-RUN-DATE TO AGY-RECALL-DATE
               IF REM-RECALL-REASON = SPACES
                   MOVE 'RETURNED BY AGENCY' TO AGY-RECALL-REASON
               ELSE
                   MOVE REM-RECALL-REASON TO AGY-RECALL-REASON
               END-IF
               REWRITE AGENCY-RECORD
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO EXC-REASON
                       PERFORM 309-WRITE-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO WS-RECALL-COUNT
                       PERFORM 321-CLEAR-DUNNING-LEVEL
                       PERFORM 322-WRITE-RECALL-LINES
               END-REWRITE
           END-IF.

       321-CLEAR-DUNNING-LEVEL.
           IF WS-DUNNING-FILE-AVAIL
               MOVE AGY-STUDENT-NUMBER TO DUN-STUDENT-NUMBER
               READ DUNNING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO DUN-LAST-LEVEL
                       REWRITE DUNNING-RECORD
                           INVALID KEY
                               DISPLAY '** DUNNING REWRITE FAILED: '
                                   DUN-STUDENT-NUMBER ' **'
                       END-REWRITE
               END-READ
           END-IF.

       322-WRITE-RECALL-LINES.
           MOVE AGY-STUDENT-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME
           END-READ
           MOVE 0 TO WS-GROSS-AMOUNT
           MOVE 0 TO WS-COMMISSION-AMOUNT
           MOVE 0 TO WS-NET-AMOUNT
           MOVE 'RECALL' TO RPT-ACTION
           PERFORM 330-WRITE-REGISTER-LINE
           MOVE AGY-RECALL-REASON TO RPT-RECALL-REASON
           MOVE RPT-RECALL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       330-WRITE-REGISTER-LINE.
           MOVE AGY-STUDENT-NUMBER    TO RPT-STUDENT-NUMBER
           MOVE STUDENT-NAME          TO RPT-STUDENT-NAME
           MOVE WS-GROSS-AMOUNT       TO RPT-GROSS-AMOUNT
           MOVE WS-COMMISSION-AMOUNT  TO RPT-COMMISSION-AMOUNT
           MOVE WS-NET-AMOUNT         TO RPT-NET-AMOUNT
           MOVE RPT-DETAIL-LINE       TO REPORT-LINE
           WRITE REPORT-LINE.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RECOVERIES POSTED:' TO RPT-COUNT-LABEL
           MOVE WS-RECOVERY-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNTS RECALLED:' TO RPT-COUNT-LABEL
           MOVE WS-RECALL-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NOT APPLIED (SEE EXCEPTIONS):' TO RPT-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GROSS RECOVERED:' TO RPT-TOTAL-LABEL
           MOVE WS-GROSS-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AGENCY COMMISSION:' TO RPT-TOTAL-LABEL
           MOVE WS-COMMISSION-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NET REMITTED:' TO RPT-TOTAL-LABEL
           MOVE WS-NET-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE 'ROWS NOT APPLIED:' TO RPT-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           CLOSE AGENCY-FILE.
           IF WS-DUNNING-FILE-AVAIL
               CLOSE DUNNING-FILE
           END-IF.
           CLOSE PAYMENT-LOG.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-POSTING-RAN
               CLOSE TRANS-FILE
               DISPLAY 'AGENCY RECOVERIES POSTED: ' WS-RECOVERY-COUNT
                   ' RECALLED: ' WS-RECALL-COUNT
                   ' NOT APPLIED: ' WS-EXCEPTION-COUNT
           END-IF.
