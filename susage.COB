      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - aged unapplied-cash suspense report.
      *          Lists every open item on the suspense master (see
      *          SUSPREC.cpy) with its deposit date, check number,
      *          remitted student number, reject reason and the amount
      *          still unapplied, buckets the open amount into current
      *          / 30 / 60 / 90+ days on the deposit date versus the
      *          run date (the same buckets AGED-RECEIVABLES uses), and
      *          prints bucket subtotals and the total still in
      *          suspense, so old unapplied cash is worked before it
      *          goes stale.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "E:\SUSPENSE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ITEM-NUMBER
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\SUSPENSE_AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-SUSPENSE-STATUS   PIC X(2).
               88  WS-SUSPENSE-OK   VALUE '00'.
           05  WS-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-LINE-COUNT        PIC 9(2) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(2) VALUE 20.
           05  WS-PAGE-COUNT        PIC 9(3) VALUE 0.
           05  WS-DETAIL-COUNT      PIC 9(5) VALUE 0.
           05  WS-CURRENT-DATETIME  PIC X(21).
           05  WS-RUN-DATE          PIC 9(8).
           05  WS-RUN-DATE-INT      PIC 9(7).
           05  WS-DEPOSIT-DATE-INT  PIC 9(7).
           05  WS-DAYS-OLD          PIC S9(5).
           05  WS-BUCKET-CURRENT    PIC 9(10)V99 VALUE 0.
           05  WS-BUCKET-30         PIC 9(10)V99 VALUE 0.
           05  WS-BUCKET-60         PIC 9(10)V99 VALUE 0.
           05  WS-BUCKET-90         PIC 9(10)V99 VALUE 0.
           05  WS-GRAND-TOTAL       PIC 9(10)V99 VALUE 0.

       01  RPT-PAGE-HEADER-1.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE
                   'AGED UNAPPLIED CASH SUSPENSE'.
           05  FILLER               PIC X(9)  VALUE 'PAGE '.
           05  RPT-PAGE-NUMBER      PIC ZZZ9.

       01  RPT-RUN-DATE-LINE.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE         PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER               PIC X(8)  VALUE 'ITEM'.
           05  FILLER               PIC X(10) VALUE 'DEPOSITED'.
           05  FILLER               PIC X(10) VALUE 'CHECK'.
           05  FILLER               PIC X(8)  VALUE 'REMIT'.
           05  FILLER               PIC X(21) VALUE 'REASON'.
           05  FILLER               PIC X(14) VALUE
                   '   OPEN AMOUNT'.
           05  FILLER               PIC X(7)  VALUE '   DAYS'.

       01  RPT-DETAIL-LINE.
           05  RPT-ITEM-NUMBER      PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DEPOSIT-DATE     PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-CHECK-NUMBER     PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-REMIT-NUMBER     PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-REASON           PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  RPT-OPEN-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DAYS-OLD         PIC ZZZZ9.

       01  RPT-SUBTOTAL-LINE.
           05  FILLER               PIC X(18) VALUE SPACES.
           05  RPT-SUBTOTAL-LABEL   PIC X(18).
           05  RPT-SUBTOTAL-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
                   'TOTAL IN SUSPENSE:'.
           05  RPT-GRAND-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-ITEM-COUNT-LINE.
           05  FILLER               PIC X(20) VALUE
                   'OPEN ITEMS:'.
           05  RPT-DETAIL-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRINT-SUSPENSE-AGING.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-ITEMS
               UNTIL WS-END-OF-FILE.
           PERFORM 600-PRINT-TOTALS.
           PERFORM 700-CLOSE-FILES.
           GOBACK.

       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-SUSPENSE-OK
               DISPLAY 'NO SUSPENSE FILE - NOTHING IN SUSPENSE'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 210-READ-ITEM
           END-IF.

       210-READ-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-SUSPENSE-STATUS NOT = '00'
               AND WS-SUSPENSE-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       300-PROCESS-ITEMS.
           IF SUSP-OPEN AND SUSP-OPEN-AMOUNT > 0
               IF WS-LINE-COUNT = 0
                   PERFORM 400-PRINT-PAGE-HEADERS
               END-IF
               PERFORM 310-COMPUTE-DAYS-OLD
               PERFORM 500-PRINT-DETAIL
               ADD SUSP-OPEN-AMOUNT TO WS-GRAND-TOTAL
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           PERFORM 210-READ-ITEM.

       310-COMPUTE-DAYS-OLD.
           IF SUSP-DEPOSIT-DATE = 0
               MOVE 0 TO WS-DEPOSIT-DATE-INT
           ELSE
               COMPUTE WS-DEPOSIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-DEPOSIT-DATE)
           END-IF
           IF WS-DEPOSIT-DATE-INT = 0
               MOVE 0 TO WS-DAYS-OLD
           ELSE
               COMPUTE WS-DAYS-OLD =
                   WS-RUN-DATE-INT - WS-DEPOSIT-DATE-INT
           END-IF
           IF WS-DAYS-OLD < 0
               MOVE 0 TO WS-DAYS-OLD
           END-IF.

       400-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NUMBER
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.

       500-PRINT-DETAIL.
           MOVE SUSP-ITEM-NUMBER  TO RPT-ITEM-NUMBER
           MOVE SUSP-DEPOSIT-DATE TO RPT-DEPOSIT-DATE
           MOVE SUSP-CHECK-NUMBER TO RPT-CHECK-NUMBER
           MOVE SUSP-REMIT-NUMBER TO RPT-REMIT-NUMBER
           MOVE SUSP-REASON       TO RPT-REASON
           MOVE SUSP-OPEN-AMOUNT  TO RPT-OPEN-AMOUNT
           MOVE WS-DAYS-OLD       TO RPT-DAYS-OLD
           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 30
                   ADD SUSP-OPEN-AMOUNT TO WS-BUCKET-CURRENT
               WHEN WS-DAYS-OLD < 60
                   ADD SUSP-OPEN-AMOUNT TO WS-BUCKET-30
               WHEN WS-DAYS-OLD < 90
                   ADD SUSP-OPEN-AMOUNT TO WS-BUCKET-60
               WHEN OTHER
                   ADD SUSP-OPEN-AMOUNT TO WS-BUCKET-90
           END-EVALUATE
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE 0 TO WS-LINE-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE BEFORE ADVANCING PAGE
           END-IF.

       600-PRINT-TOTALS.
           IF WS-PAGE-COUNT = 0
               PERFORM 400-PRINT-PAGE-HEADERS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CURRENT:' TO RPT-SUBTOTAL-LABEL
           MOVE WS-BUCKET-CURRENT TO RPT-SUBTOTAL-AMOUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '30 DAYS:' TO RPT-SUBTOTAL-LABEL
           MOVE WS-BUCKET-30 TO RPT-SUBTOTAL-AMOUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '60 DAYS:' TO RPT-SUBTOTAL-LABEL
           MOVE WS-BUCKET-60 TO RPT-SUBTOTAL-AMOUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '90+ DAYS:' TO RPT-SUBTOTAL-LABEL
           MOVE WS-BUCKET-90 TO RPT-SUBTOTAL-AMOUNT
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL
           MOVE RPT-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-COUNT TO RPT-DETAIL-COUNT
           MOVE RPT-ITEM-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-CLOSE-FILES.
           CLOSE SUSPENSE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'SUSPENSE AGING COMPLETE - ' WS-DETAIL-COUNT
               ' OPEN ITEM(S)'.
