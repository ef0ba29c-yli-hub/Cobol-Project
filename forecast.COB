      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - cash receipts forecast for the bursar.
      *          Buckets the cash expected in each of the next 13 weeks
      *          (week 1 starts on the run date) on three lines:
      *            - plan installments: every active schedule on
      *              PAYPLAN.TXT (see PLANREC.cpy), less what has been
      *              paid against it - payments taken off the earliest
      *              installments first, as AGED-RECEIVABLES does -
      *              each unpaid installment in the week it falls due,
      *              one already overdue in week 1;
      *            - sponsor receivables: each open SPON-BALANCE on
      *              SPONSOR.TXT, due 30 days after the sponsor was
      *              last invoiced (the latest SPL-LAST-INVOICED-DATE
      *              among its links), or in week 1 once that is past;
      *            - other balances: every balance not on an active
      *              plan, aged off ENTRY-DATE by the AGED-RECEIVABLES
      *              rules - a current balance in the week it turns 30
      *              days old, 30-59 days spread over weeks 1-4, 60-89
      *              over weeks 5-8 and 90+ over weeks 9-13 - and,
      *              for a student on a plan, whatever is owed beyond
      *              the unpaid schedule, as a current balance.
      *          Each week is then discounted by the collectability
      *          percentage the bursar sets for it in COLLECTION-
      *          SETTINGS (see COLLCTL.cpy; 100% when none is set).
      *          Every run is kept on E:\FORECAST_HIST.TXT (see
      *          FCSTHST.cpy).  On the last day of the month the report
      *          also lays last month's forecast - the latest run dated
      *          last month - beside the cash that actually posted on
      *          PAYMENT_TRANS.TXT in each of its weeks now complete:
      *          type P payments less checks returned by RETURNED-
      *          CHECKS.  Sponsor payments are posted by SPONSOR-MAINT
      *          against the sponsor's receivable, not on the
      *          transaction file, so the comparison is of the plan and
      *          other-balance lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST INITIAL.
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

           SELECT SPONSOR-FILE ASSIGN TO "E:\SPONSOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPON-NUMBER
               FILE STATUS IS WS-SPONSOR-STATUS.

           SELECT SPONSOR-LINK-FILE ASSIGN TO "E:\SPONLINK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-STUDENT-NUMBER
               FILE STATUS IS WS-LINK-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT COLLECTION-CONTROL-FILE
               ASSIGN TO "E:\COLLECT_CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FORECAST-HIST-FILE ASSIGN TO "E:\FORECAST_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\FORECAST_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  SPONSOR-FILE.
           COPY SPONREC.

       FD  SPONSOR-LINK-FILE.
           COPY SPONLNK.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  COLLECTION-CONTROL-FILE.
           COPY COLLCTL.

       FD  FORECAST-HIST-FILE.
           COPY FCSTHST.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS    PIC X(2).
               88  WS-STUDENT-OK    VALUE '00'.
           05  WS-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-PLAN-STATUS       PIC X(2).
               88  WS-PLAN-OK       VALUE '00'.
           05  WS-STUDENT-FILE-FLAG PIC X VALUE 'N'.
               88  WS-STUDENT-FILE-AVAIL VALUE 'Y'.
           05  WS-PLAN-FILE-FLAG    PIC X VALUE 'N'.
               88  WS-PLAN-FILE-AVAIL VALUE 'Y'.
           05  WS-PLAN-FOUND-FLAG   PIC X.
               88  WS-PLAN-ON-FILE  VALUE 'Y'.
           05  WS-SPONSOR-STATUS    PIC X(2).
               88  WS-SPONSOR-OK    VALUE '00'.
           05  WS-SPONSOR-EOF       PIC X.
               88  WS-SPONSOR-END   VALUE 'Y'.
           05  WS-LINK-STATUS       PIC X(2).
               88  WS-LINK-OK       VALUE '00'.
           05  WS-LINK-EOF          PIC X.
               88  WS-LINK-END      VALUE 'Y'.
           05  WS-TRANS-STATUS      PIC X(2).
               88  WS-TRANS-OK      VALUE '00'.
           05  WS-TRANS-EOF         PIC X.
               88  WS-TRANS-END     VALUE 'Y'.
           05  WS-CONTROL-STATUS    PIC X(2).
               88  WS-CONTROL-OK    VALUE '00'.
           05  WS-HIST-STATUS       PIC X(2).
               88  WS-HIST-OK       VALUE '00'.
               88  WS-HIST-NOT-FOUND VALUE '35'.
           05  WS-HIST-EOF          PIC X.
               88  WS-HIST-END      VALUE 'Y'.
           05  WS-MONTH-END-FLAG    PIC X VALUE 'N'.
               88  WS-MONTH-END     VALUE 'Y'.
           05  WS-CURRENT-DATETIME  PIC X(21).
           05  WS-RUN-DATE-INT      PIC 9(7).
           05  WS-ENTRY-DATE-INT    PIC 9(7).
           05  WS-DATE-INT          PIC 9(7).
           05  WS-DAYS-OLD          PIC S9(5).
           05  WS-DAYS-AHEAD        PIC S9(5).
           05  WS-DUE-DATE          PIC 9(8).
           05  WS-WEEK              PIC 9(2).
           05  WS-W                 PIC 9(2).
           05  WS-J                 PIC 9(2).
           05  WS-PRIOR-CCYYMM      PIC 9(6).
           05  WS-PLAN-PAID         PIC S9(8)V99.
           05  WS-BALANCE-LEFT      PIC S9(8)V99.
           05  WS-INST-UNPAID       PIC 9(8)V99.
           05  WS-SPREAD-AMOUNT     PIC 9(8)V99.
           05  WS-SPREAD-SHARE      PIC 9(8)V99.
           05  WS-SPREAD-REST       PIC 9(8)V99.
           05  WS-SPREAD-FIRST      PIC 9(2).
           05  WS-SPREAD-WEEKS      PIC 9(2).
           05  WS-BEYOND-AMOUNT     PIC 9(9)V99 VALUE 0.
           05  WS-PLAN-COUNT        PIC 9(5) VALUE 0.
           05  WS-OTHER-COUNT       PIC 9(5) VALUE 0.
           05  WS-SPONSOR-COUNT     PIC 9(5) VALUE 0.
           05  WS-LINE-AMOUNT       PIC 9(9)V99.
           05  WS-LINE-PCT          PIC 9(3).
           05  WS-LINE-EXPECTED     PIC 9(9)V99.
           05  WS-CMP-FORECAST      PIC 9(9)V99.
           05  WS-CMP-VARIANCE      PIC S9(9)V99.
           05  WS-CMP-WEEK-COUNT    PIC 9(2) VALUE 0.

      ******************************************************************
      * A sponsor's receivable falls due this many days after it was
      * last invoiced.
      ******************************************************************
       01  FORECAST-RULES.
           05  WS-SPONSOR-TERMS     PIC 9(3) VALUE 30.

       01  WS-RUN-DATE-GROUP.
           05  WS-RUN-DATE          PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY      PIC 9(4).
               10  WS-RUN-MM        PIC 9(2).
               10  WS-RUN-DD        PIC 9(2).

       01  WS-NEXT-DAY-GROUP.
           05  WS-NEXT-DAY          PIC 9(8).
           05  WS-NEXT-DAY-PARTS REDEFINES WS-NEXT-DAY.
               10  WS-NEXT-CCYYMM   PIC 9(6).
               10  WS-NEXT-DD       PIC 9(2).

       01  WS-HIST-DATE-GROUP.
           05  WS-HIST-DATE         PIC 9(8).
           05  WS-HIST-DATE-PARTS REDEFINES WS-HIST-DATE.
               10  WS-HIST-CCYYMM   PIC 9(6).
               10  WS-HIST-DD       PIC 9(2).

      ******************************************************************
      * This run's 13 weekly buckets.
      ******************************************************************
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WK-START      PIC 9(8).
               10  WS-WK-END        PIC 9(8).
               10  WS-WK-PLAN       PIC 9(9)V99.
               10  WS-WK-SPONSOR    PIC 9(9)V99.
               10  WS-WK-OTHER      PIC 9(9)V99.
               10  WS-WK-PCT        PIC 9(3).

       01  WS-FORECAST-TOTALS.
           05  WS-TOT-PLAN          PIC 9(9)V99 VALUE 0.
           05  WS-TOT-PLAN-EXP      PIC 9(9)V99 VALUE 0.
           05  WS-TOT-SPONSOR       PIC 9(9)V99 VALUE 0.
           05  WS-TOT-SPONSOR-EXP   PIC 9(9)V99 VALUE 0.
           05  WS-TOT-OTHER         PIC 9(9)V99 VALUE 0.
           05  WS-TOT-OTHER-EXP     PIC 9(9)V99 VALUE 0.
           05  WS-WEEK-TOTAL        PIC 9(9)V99.
           05  WS-WEEK-TOTAL-EXP    PIC 9(9)V99.
           05  WS-CMP-FORECAST-TOTAL PIC 9(9)V99 VALUE 0.
           05  WS-CMP-ACTUAL-TOTAL  PIC S9(9)V99 VALUE 0.

      ******************************************************************
      * Latest date each sponsor was invoiced, by sponsor number.
      ******************************************************************
       01  WS-INVOICED-TABLE.
           05  WS-LAST-INVOICED     PIC 9(8) OCCURS 9999 TIMES.

      ******************************************************************
      * Last month's forecast as read back from the history, and the
      * cash that posted in each of its weeks.
      ******************************************************************
       01  WS-PRIOR-FORECAST.
           05  WS-PRIOR-RUN-DATE    PIC 9(8) VALUE 0.
           05  WS-PRIOR-ENTRY OCCURS 13 TIMES.
               10  WS-PR-START      PIC 9(8).
               10  WS-PR-END        PIC 9(8).
               10  WS-PR-STUDENT    PIC 9(9)V99.
               10  WS-PR-PCT        PIC 9(3).
               10  WS-PR-ACTUAL     PIC S9(9)V99.

       01  RPT-PAGE-HEADER-1.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
                   'CASH RECEIPTS FORECAST'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(30) VALUE
                   ' - NEXT 13 WEEKS'.

       01  RPT-COLUMN-HEADER.
           05  FILLER               PIC X(30) VALUE 'WEEK / SOURCE'.
           05  FILLER               PIC X(16) VALUE
                   '       SCHEDULED'.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(16) VALUE
                   '        EXPECTED'.

       01  RPT-WEEK-LINE.
           05  FILLER               PIC X(5)  VALUE 'WEEK '.
           05  RPT-WK-NUMBER        PIC Z9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-WK-START         PIC 9(8).
           05  FILLER               PIC X(3)  VALUE ' - '.
           05  RPT-WK-END           PIC 9(8).
           05  FILLER               PIC X(18) VALUE
                   '   COLLECTABILITY '.
           05  RPT-WK-PCT           PIC ZZ9.
           05  FILLER               PIC X     VALUE '%'.

       01  RPT-SOURCE-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  RPT-SOURCE-LABEL     PIC X(26).
           05  RPT-SCHEDULED        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  RPT-EXPECTED         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-ALL-WEEKS-LINE.
           05  FILLER               PIC X(30) VALUE
                   'ALL 13 WEEKS'.

       01  RPT-BEYOND-LINE.
           05  FILLER               PIC X(30) VALUE
                   'INSTALLMENTS DUE AFTER WEEK 13'.
           05  RPT-BEYOND-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL      PIC X(30).
           05  RPT-COUNT            PIC ZZZZ9.

       01  RPT-CMP-HEADER-1.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(37) VALUE
                   'LAST MONTH''S FORECAST VERSUS ACTUAL'.

       01  RPT-CMP-RUN-LINE.
           05  FILLER               PIC X(19) VALUE
                   'FORECAST RUN DATE: '.
           05  RPT-CMP-RUN-DATE     PIC 9(8).
           05  FILLER               PIC X(40) VALUE
                   ' - PLAN AND OTHER BALANCES, WEEKS DONE'.

       01  RPT-CMP-COLUMN-HEADER.
           05  FILLER               PIC X(14) VALUE 'WEEK  STARTING'.
           05  FILLER               PIC X(18) VALUE
                   '          FORECAST'.
           05  FILLER               PIC X(17) VALUE
                   '           ACTUAL'.
           05  FILLER               PIC X(17) VALUE
                   '         VARIANCE'.

       01  RPT-CMP-DETAIL-LINE.
           05  RPT-CMP-WEEK         PIC Z9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  RPT-CMP-START        PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-CMP-FORECAST     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  RPT-CMP-ACTUAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  RPT-CMP-VARIANCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-CMP-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'TOTAL'.
           05  RPT-CMP-TOT-FORECAST PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  RPT-CMP-TOT-ACTUAL   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  RPT-CMP-TOT-VARIANCE PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  RPT-MESSAGE-LINE         PIC X(80).

       PROCEDURE DIVISION.
       100-PRINT-FORECAST.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-STUDENTS
               UNTIL WS-END-OF-FILE.
           PERFORM 350-FORECAST-SPONSORS.
           PERFORM 500-PRINT-FORECAST.
           PERFORM 550-SAVE-FORECAST.
           IF WS-MONTH-END
               PERFORM 600-COMPARE-LAST-MONTH
           END-IF.
           PERFORM 700-CLOSE-FILES.
           GOBACK.

       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 205-CHECK-MONTH-END
           PERFORM 206-SET-UP-WEEKS
           PERFORM 207-LOAD-PERCENTAGES
           PERFORM 208-LOAD-INVOICE-DATES
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-OK
               SET WS-STUDENT-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-OK
               SET WS-PLAN-FILE-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-STUDENT-OK
               DISPLAY '** STUDENT-FILE NOT FOUND - NO STUDENT'
                   ' BALANCES FORECAST **'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 210-READ-STUDENT
           END-IF.

      ******************************************************************
      * Month end is the run whose next day starts a new month; last
      * month is the calendar month before the run date.
      ******************************************************************
       205-CHECK-MONTH-END.
           COMPUTE WS-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1)
           IF WS-NEXT-DD = 1
               SET WS-MONTH-END TO TRUE
           END-IF
           IF WS-RUN-MM = 1
               COMPUTE WS-PRIOR-CCYYMM = (WS-RUN-CCYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-CCYYMM =
                   WS-RUN-CCYY * 100 + WS-RUN-MM - 1
           END-IF.

       206-SET-UP-WEEKS.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               COMPUTE WS-WK-START(WS-W) = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + 7 * (WS-W - 1))
               COMPUTE WS-WK-END(WS-W) = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + 7 * WS-W - 1)
               MOVE 0   TO WS-WK-PLAN(WS-W)
               MOVE 0   TO WS-WK-SPONSOR(WS-W)
               MOVE 0   TO WS-WK-OTHER(WS-W)
               MOVE 100 TO WS-WK-PCT(WS-W)
           END-PERFORM.

       207-LOAD-PERCENTAGES.
           OPEN INPUT COLLECTION-CONTROL-FILE
           IF WS-CONTROL-OK
               READ COLLECTION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-W FROM 1 BY 1
                           UNTIL WS-W > 13
                           IF COL-FORECAST-PCT(WS-W) IS NUMERIC
                               AND COL-FORECAST-PCT(WS-W) <= 100
                               MOVE COL-FORECAST-PCT(WS-W)
                                   TO WS-WK-PCT(WS-W)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE COLLECTION-CONTROL-FILE
           END-IF.

       208-LOAD-INVOICE-DATES.
           INITIALIZE WS-INVOICED-TABLE
           OPEN INPUT SPONSOR-LINK-FILE
           IF WS-LINK-OK
               MOVE 'N' TO WS-LINK-EOF
               PERFORM UNTIL WS-LINK-END
                   READ SPONSOR-LINK-FILE NEXT RECORD
                       AT END
                           SET WS-LINK-END TO TRUE
                       NOT AT END
                           IF SPL-SPONSOR-NUMBER > 0
                               AND SPL-LAST-INVOICED-DATE IS NUMERIC
                               AND SPL-LAST-INVOICED-DATE >
                                   WS-LAST-INVOICED(SPL-SPONSOR-NUMBER)
                               MOVE SPL-LAST-INVOICED-DATE TO
                                   WS-LAST-INVOICED(SPL-SPONSOR-NUMBER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE
           END-IF.

       210-READ-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-STUDENT-STATUS NOT = '00'
               AND WS-STUDENT-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       300-PROCESS-STUDENTS.
           IF TUITION-OWED > 0
               PERFORM 310-CHECK-PAYMENT-PLAN
               IF WS-PLAN-ON-FILE
                   ADD 1 TO WS-PLAN-COUNT
                   PERFORM 320-FORECAST-PLAN
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
                   PERFORM 330-FORECAST-OTHER
               END-IF
           END-IF
           PERFORM 210-READ-STUDENT.

       310-CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND-FLAG
           IF WS-PLAN-FILE-AVAIL
               MOVE STUDENT-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           SET WS-PLAN-ON-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Paid-against-plan comes off the earliest installments first;
      * what is left of each is forecast in the week it falls due,
      * never more in all than the student still owes.  Whatever the
      * student owes beyond the schedule - charges, late fees or NSF
      * fees posted since the plan was set up - is a current balance,
      * as AGED-RECEIVABLES counts it, and goes on the other-balances
      * line by the current-balance rule of 330.
      ******************************************************************
       320-FORECAST-PLAN.
           PERFORM 340-SUM-PLAN-PAYMENTS
           MOVE TUITION-OWED TO WS-BALANCE-LEFT
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > PLAN-INST-COUNT OR WS-J > 12
               IF WS-PLAN-PAID >= PLAN-DUE-AMOUNT(WS-J)
                   SUBTRACT PLAN-DUE-AMOUNT(WS-J) FROM WS-PLAN-PAID
               ELSE
                   COMPUTE WS-INST-UNPAID =
                       PLAN-DUE-AMOUNT(WS-J) - WS-PLAN-PAID
                   MOVE 0 TO WS-PLAN-PAID
                   IF WS-BALANCE-LEFT < WS-INST-UNPAID
                       IF WS-BALANCE-LEFT > 0
                           MOVE WS-BALANCE-LEFT TO WS-INST-UNPAID
                       ELSE
                           MOVE 0 TO WS-INST-UNPAID
                       END-IF
                   END-IF
                   SUBTRACT WS-INST-UNPAID FROM WS-BALANCE-LEFT
                   IF WS-INST-UNPAID > 0
                       MOVE PLAN-DUE-DATE(WS-J) TO WS-DUE-DATE
                       PERFORM 360-FIND-WEEK
                       IF WS-WEEK > 13
                           ADD WS-INST-UNPAID TO WS-BEYOND-AMOUNT
                       ELSE
                           ADD WS-INST-UNPAID TO WS-WK-PLAN(WS-WEEK)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BALANCE-LEFT > 0
               MOVE WS-BALANCE-LEFT TO WS-SPREAD-AMOUNT
               PERFORM 332-AGE-BALANCE
               IF WS-DAYS-OLD > 29
                   MOVE 29 TO WS-DAYS-OLD
               END-IF
               PERFORM 335-TIME-CURRENT-BALANCE
               PERFORM 370-SPREAD-OTHER
           END-IF.

      ******************************************************************
      * Aged off ENTRY-DATE as AGED-RECEIVABLES does.  A current
      * balance falls due when it is 30 days old; a past-due one is
      * spread over the weeks the dunning cycle gives it to come in.
      ******************************************************************
       330-FORECAST-OTHER.
           PERFORM 332-AGE-BALANCE
           MOVE TUITION-OWED TO WS-SPREAD-AMOUNT
           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 30
                   PERFORM 335-TIME-CURRENT-BALANCE
               WHEN WS-DAYS-OLD < 60
                   MOVE 1 TO WS-SPREAD-FIRST
                   MOVE 4 TO WS-SPREAD-WEEKS
               WHEN WS-DAYS-OLD < 90
                   MOVE 5 TO WS-SPREAD-FIRST
                   MOVE 4 TO WS-SPREAD-WEEKS
               WHEN OTHER
                   MOVE 9 TO WS-SPREAD-FIRST
                   MOVE 5 TO WS-SPREAD-WEEKS
           END-EVALUATE
           PERFORM 370-SPREAD-OTHER.

       332-AGE-BALANCE.
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
           END-IF.

      ******************************************************************
      * A current balance is expected in the week it turns 30 days old.
      ******************************************************************
       335-TIME-CURRENT-BALANCE.
           COMPUTE WS-DAYS-AHEAD = 30 - WS-DAYS-OLD
           COMPUTE WS-SPREAD-FIRST = WS-DAYS-AHEAD / 7 + 1
           MOVE 1 TO WS-SPREAD-WEEKS.

      ******************************************************************
      * Paid against the plan: type P payments net of type R
      * reversals dated on or after PLAN-SETUP-DATE (P amounts are
      * negative and R positive on the transaction file, so the sum
      * is negated).
      ******************************************************************
       340-SUM-PLAN-PAYMENTS.
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

       350-FORECAST-SPONSORS.
           OPEN INPUT SPONSOR-FILE
           IF WS-SPONSOR-OK
               MOVE 'N' TO WS-SPONSOR-EOF
               PERFORM UNTIL WS-SPONSOR-END
                   READ SPONSOR-FILE NEXT RECORD
                       AT END
                           SET WS-SPONSOR-END TO TRUE
                       NOT AT END
                           IF SPON-BALANCE > 0
                               PERFORM 355-FORECAST-ONE-SPONSOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF.

       355-FORECAST-ONE-SPONSOR.
           ADD 1 TO WS-SPONSOR-COUNT
           MOVE 1 TO WS-WEEK
           IF SPON-NUMBER > 0
               AND WS-LAST-INVOICED(SPON-NUMBER) > 0
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-LAST-INVOICED(SPON-NUMBER))
               IF WS-DATE-INT > 0
                   ADD WS-SPONSOR-TERMS TO WS-DATE-INT
                   PERFORM 365-WEEK-OF-DATE-INT
               END-IF
           END-IF
           IF WS-WEEK > 13
               MOVE 13 TO WS-WEEK
           END-IF
           ADD SPON-BALANCE TO WS-WK-SPONSOR(WS-WEEK).

      ******************************************************************
      * The bucket a date falls in: 1 for today or earlier (already
      * due), 14 for anything past the 13 weeks.
      ******************************************************************
       360-FIND-WEEK.
           MOVE 1 TO WS-WEEK
           IF WS-DUE-DATE > 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               IF WS-DATE-INT > 0
                   PERFORM 365-WEEK-OF-DATE-INT
               END-IF
           END-IF.

       365-WEEK-OF-DATE-INT.
           COMPUTE WS-DAYS-AHEAD = WS-DATE-INT - WS-RUN-DATE-INT
           EVALUATE TRUE
               WHEN WS-DAYS-AHEAD <= 0
                   MOVE 1 TO WS-WEEK
               WHEN WS-DAYS-AHEAD >= 91
                   MOVE 14 TO WS-WEEK
               WHEN OTHER
                   COMPUTE WS-WEEK = WS-DAYS-AHEAD / 7 + 1
           END-EVALUATE.

      ******************************************************************
      * Equal shares to the cent over the weeks; the odd cents go in
      * the last one.
      ******************************************************************
       370-SPREAD-OTHER.
           COMPUTE WS-SPREAD-SHARE = WS-SPREAD-AMOUNT / WS-SPREAD-WEEKS
           MOVE WS-SPREAD-AMOUNT TO WS-SPREAD-REST
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SPREAD-WEEKS
               COMPUTE WS-WEEK = WS-SPREAD-FIRST + WS-J - 1
               IF WS-J = WS-SPREAD-WEEKS
                   ADD WS-SPREAD-REST TO WS-WK-OTHER(WS-WEEK)
               ELSE
                   ADD WS-SPREAD-SHARE TO WS-WK-OTHER(WS-WEEK)
                   SUBTRACT WS-SPREAD-SHARE FROM WS-SPREAD-REST
               END-IF
           END-PERFORM.

       500-PRINT-FORECAST.
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               PERFORM 510-PRINT-WEEK
           END-PERFORM
           PERFORM 520-PRINT-TOTALS.

       510-PRINT-WEEK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-W              TO RPT-WK-NUMBER
           MOVE WS-WK-START(WS-W) TO RPT-WK-START
           MOVE WS-WK-END(WS-W)   TO RPT-WK-END
           MOVE WS-WK-PCT(WS-W)   TO RPT-WK-PCT
           MOVE RPT-WEEK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WK-PCT(WS-W) TO WS-LINE-PCT
           MOVE 0 TO WS-WEEK-TOTAL
           MOVE 0 TO WS-WEEK-TOTAL-EXP
           MOVE 'PLAN INSTALLMENTS' TO RPT-SOURCE-LABEL
           MOVE WS-WK-PLAN(WS-W) TO WS-LINE-AMOUNT
           PERFORM 515-PRINT-SOURCE
           ADD WS-LINE-AMOUNT   TO WS-TOT-PLAN
           ADD WS-LINE-EXPECTED TO WS-TOT-PLAN-EXP
           MOVE 'SPONSOR RECEIVABLES' TO RPT-SOURCE-LABEL
           MOVE WS-WK-SPONSOR(WS-W) TO WS-LINE-AMOUNT
           PERFORM 515-PRINT-SOURCE
           ADD WS-LINE-AMOUNT   TO WS-TOT-SPONSOR
           ADD WS-LINE-EXPECTED TO WS-TOT-SPONSOR-EXP
           MOVE 'OTHER BALANCES' TO RPT-SOURCE-LABEL
           MOVE WS-WK-OTHER(WS-W) TO WS-LINE-AMOUNT
           PERFORM 515-PRINT-SOURCE
           ADD WS-LINE-AMOUNT   TO WS-TOT-OTHER
           ADD WS-LINE-EXPECTED TO WS-TOT-OTHER-EXP
           MOVE 'WEEK TOTAL' TO RPT-SOURCE-LABEL
           MOVE WS-WEEK-TOTAL     TO RPT-SCHEDULED
           MOVE WS-WEEK-TOTAL-EXP TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       515-PRINT-SOURCE.
           COMPUTE WS-LINE-EXPECTED ROUNDED =
               WS-LINE-AMOUNT * WS-LINE-PCT / 100
           ADD WS-LINE-AMOUNT   TO WS-WEEK-TOTAL
           ADD WS-LINE-EXPECTED TO WS-WEEK-TOTAL-EXP
           MOVE WS-LINE-AMOUNT   TO RPT-SCHEDULED
           MOVE WS-LINE-EXPECTED TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       520-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-ALL-WEEKS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PLAN INSTALLMENTS' TO RPT-SOURCE-LABEL
           MOVE WS-TOT-PLAN     TO RPT-SCHEDULED
           MOVE WS-TOT-PLAN-EXP TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SPONSOR RECEIVABLES' TO RPT-SOURCE-LABEL
           MOVE WS-TOT-SPONSOR     TO RPT-SCHEDULED
           MOVE WS-TOT-SPONSOR-EXP TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OTHER BALANCES' TO RPT-SOURCE-LABEL
           MOVE WS-TOT-OTHER     TO RPT-SCHEDULED
           MOVE WS-TOT-OTHER-EXP TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL' TO RPT-SOURCE-LABEL
           COMPUTE WS-WEEK-TOTAL =
               WS-TOT-PLAN + WS-TOT-SPONSOR + WS-TOT-OTHER
           COMPUTE WS-WEEK-TOTAL-EXP =
               WS-TOT-PLAN-EXP + WS-TOT-SPONSOR-EXP + WS-TOT-OTHER-EXP
           MOVE WS-WEEK-TOTAL     TO RPT-SCHEDULED
           MOVE WS-WEEK-TOTAL-EXP TO RPT-EXPECTED
           MOVE RPT-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BEYOND-AMOUNT TO RPT-BEYOND-AMOUNT
           MOVE RPT-BEYOND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STUDENTS ON A PLAN:' TO RPT-COUNT-LABEL
           MOVE WS-PLAN-COUNT TO RPT-COUNT
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OTHER STUDENTS OWING:' TO RPT-COUNT-LABEL
           MOVE WS-OTHER-COUNT TO RPT-COUNT
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SPONSORS OWING:' TO RPT-COUNT-LABEL
           MOVE WS-SPONSOR-COUNT TO RPT-COUNT
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       550-SAVE-FORECAST.
           OPEN EXTEND FORECAST-HIST-FILE
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT FORECAST-HIST-FILE
               CLOSE FORECAST-HIST-FILE
               OPEN EXTEND FORECAST-HIST-FILE
           END-IF
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               MOVE WS-RUN-DATE         TO FCH-RUN-DATE
               MOVE WS-W                TO FCH-WEEK
               MOVE WS-WK-START(WS-W)   TO FCH-WEEK-START
               MOVE WS-WK-END(WS-W)     TO FCH-WEEK-END
               MOVE WS-WK-PLAN(WS-W)    TO FCH-PLAN-AMOUNT
               MOVE WS-WK-SPONSOR(WS-W) TO FCH-SPONSOR-AMOUNT
               MOVE WS-WK-OTHER(WS-W)   TO FCH-OTHER-AMOUNT
               MOVE WS-WK-PCT(WS-W)     TO FCH-PERCENT
               WRITE FORECAST-HIST-RECORD
           END-PERFORM
           CLOSE FORECAST-HIST-FILE.

       600-COMPARE-LAST-MONTH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE BEFORE ADVANCING PAGE
           MOVE RPT-CMP-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 610-LOAD-LAST-FORECAST
           IF WS-PRIOR-RUN-DATE = 0
               MOVE 'NO FORECAST ON FILE FOR LAST MONTH'
                   TO RPT-MESSAGE-LINE
               MOVE RPT-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 620-SUM-ACTUALS
               PERFORM 630-PRINT-COMPARISON
           END-IF.

      ******************************************************************
      * The latest run dated last month is last month's forecast; a
      * second run the same day simply overwrites the first.
      ******************************************************************
       610-LOAD-LAST-FORECAST.
           OPEN INPUT FORECAST-HIST-FILE
           IF WS-HIST-OK
               MOVE 'N' TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-END
                   READ FORECAST-HIST-FILE
                       AT END
                           SET WS-HIST-END TO TRUE
                       NOT AT END
                           PERFORM 615-TAKE-HIST-ROW
                   END-READ
               END-PERFORM
               CLOSE FORECAST-HIST-FILE
           END-IF.

       615-TAKE-HIST-ROW.
           MOVE FCH-RUN-DATE TO WS-HIST-DATE
           IF WS-HIST-CCYYMM = WS-PRIOR-CCYYMM
               AND FCH-RUN-DATE >= WS-PRIOR-RUN-DATE
               AND FCH-WEEK >= 1 AND FCH-WEEK <= 13
               IF FCH-RUN-DATE > WS-PRIOR-RUN-DATE
                   INITIALIZE WS-PRIOR-FORECAST
                   MOVE FCH-RUN-DATE TO WS-PRIOR-RUN-DATE
               END-IF
               MOVE FCH-WEEK TO WS-W
               MOVE FCH-WEEK-START TO WS-PR-START(WS-W)
               MOVE FCH-WEEK-END   TO WS-PR-END(WS-W)
               COMPUTE WS-PR-STUDENT(WS-W) =
                   FCH-PLAN-AMOUNT + FCH-OTHER-AMOUNT
               MOVE FCH-PERCENT TO WS-PR-PCT(WS-W)
               MOVE 0 TO WS-PR-ACTUAL(WS-W)
           END-IF.

      ******************************************************************
      * Cash in is type P payments (amounts negative on the file); a
      * check RETURNED-CHECKS reversed (type R, operator NSF) never
      * became cash and comes back off.  Refunds paid out are not
      * receipts and are left alone.
      ******************************************************************
       620-SUM-ACTUALS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-OK
               MOVE 'N' TO WS-TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-TRANS-END TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-END
                   IF TRN-PAYMENT
                       OR (TRN-REVERSAL
                           AND TRN-OPERATOR-ID = 'NSF     ')
                       PERFORM 625-ADD-TO-PRIOR-WEEK
                   END-IF
                   READ TRANS-FILE
                       AT END
                           SET WS-TRANS-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       625-ADD-TO-PRIOR-WEEK.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               IF WS-PR-START(WS-W) > 0
                   AND TRN-DATE >= WS-PR-START(WS-W)
                   AND TRN-DATE <= WS-PR-END(WS-W)
                   SUBTRACT TRN-AMOUNT FROM WS-PR-ACTUAL(WS-W)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Only the weeks of last month's forecast that have fully
      * passed are compared; the forecast figure is the collectable
      * amount, after that week's percentage.
      ******************************************************************
       630-PRINT-COMPARISON.
           MOVE WS-PRIOR-RUN-DATE TO RPT-CMP-RUN-DATE
           MOVE RPT-CMP-RUN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-CMP-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               IF WS-PR-END(WS-W) > 0
                   AND WS-PR-END(WS-W) <= WS-RUN-DATE
                   PERFORM 635-PRINT-COMPARED-WEEK
               END-IF
           END-PERFORM
           IF WS-CMP-WEEK-COUNT = 0
               MOVE 'NO WEEK OF LAST MONTH''S FORECAST HAS ENDED YET'
                   TO RPT-MESSAGE-LINE
               MOVE RPT-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CMP-FORECAST-TOTAL TO RPT-CMP-TOT-FORECAST
               MOVE WS-CMP-ACTUAL-TOTAL   TO RPT-CMP-TOT-ACTUAL
               COMPUTE WS-CMP-VARIANCE =
                   WS-CMP-ACTUAL-TOTAL - WS-CMP-FORECAST-TOTAL
               MOVE WS-CMP-VARIANCE TO RPT-CMP-TOT-VARIANCE
               MOVE RPT-CMP-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       635-PRINT-COMPARED-WEEK.
           ADD 1 TO WS-CMP-WEEK-COUNT
           COMPUTE WS-CMP-FORECAST ROUNDED =
               WS-PR-STUDENT(WS-W) * WS-PR-PCT(WS-W) / 100
           COMPUTE WS-CMP-VARIANCE =
               WS-PR-ACTUAL(WS-W) - WS-CMP-FORECAST
           ADD WS-CMP-FORECAST     TO WS-CMP-FORECAST-TOTAL
           ADD WS-PR-ACTUAL(WS-W)  TO WS-CMP-ACTUAL-TOTAL
           MOVE WS-W                TO RPT-CMP-WEEK
           MOVE WS-PR-START(WS-W)   TO RPT-CMP-START
           MOVE WS-CMP-FORECAST     TO RPT-CMP-FORECAST
           MOVE WS-PR-ACTUAL(WS-W)  TO RPT-CMP-ACTUAL
           MOVE WS-CMP-VARIANCE     TO RPT-CMP-VARIANCE
           MOVE RPT-CMP-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-CLOSE-FILES.
           IF WS-STUDENT-FILE-AVAIL
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-PLAN-FILE-AVAIL
               CLOSE PLAN-FILE
           END-IF.
           CLOSE REPORT-FILE.
