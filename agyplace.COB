      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - collection agency placement run.  Selects
      *          every account still owing whose final notice from
      *          DUNNING-LETTERS (level 3 on DUNNING_HIST.TXT - see
      *          DUNREC.cpy) went out at least the number of days the
      *          bursar keys in, and places it with the outside
      *          collection agency: the agency's placement file gets
      *          the student's name, mailing address from ADDRESS.TXT
      *          and balance, bracketed header / detail / trailer the
      *          way the bank files are, and the account is marked
      *          placed on AGENCY.TXT (see AGYREC.cpy) so the late-fee,
      *          dunning and statement runs leave it to the agency.
      *          An account the agency or the bursar has recalled is
      *          only placed again after a new final notice.  The
      *          placement file always holds everything placed today,
      *          so a second run the same day re-sends the first run's
      *          accounts instead of overwriting them.  Supervisor
      *          only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-PLACEMENT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "E:\DUNNING_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "E:\ADDRESS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-STUDENT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "E:\AGENCY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-STUDENT-NUMBER
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "E:\AGENCY_PLACEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "E:\AGENCY_PLACE_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  DUNNING-FILE.
           COPY DUNREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

      ******************************************************************
      * The agency's placement file, bracketed like the bank files:
      * 'H' + placement date, 'D' + one placed account (balance in
      * cents), 'T' + account count + total balance in cents.
      ******************************************************************
       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05  PLC-RECORD-TYPE         PIC X.
           05  PLC-DETAIL-FIELDS.
               10  PLC-STUDENT-NUMBER  PIC 9(6).
               10  PLC-STUDENT-NAME    PIC X(30).
               10  PLC-STREET          PIC X(30).
               10  PLC-CITY            PIC X(20).
               10  PLC-STATE           PIC X(2).
               10  PLC-POSTAL-CODE     PIC X(10).
               10  PLC-BALANCE-CENTS   PIC 9(9).
               10  PLC-FINAL-DATE      PIC 9(8).
           05  PLC-HEADER-FIELDS REDEFINES PLC-DETAIL-FIELDS.
               10  PLC-HDR-PLACE-DATE  PIC 9(8).
               10  FILLER              PIC X(107).
           05  PLC-TRAILER-FIELDS REDEFINES PLC-DETAIL-FIELDS.
               10  PLC-TRL-ITEM-COUNT  PIC 9(5).
               10  PLC-TRL-TOTAL-CENTS PIC 9(12).
               10  FILLER              PIC X(98).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS       PIC X(2).
               88  WS-STUDENT-OK       VALUE '00'.
           05  WS-DUNNING-STATUS       PIC X(2).
               88  WS-DUNNING-OK       VALUE '00'.
           05  WS-ADDRESS-STATUS       PIC X(2).
               88  WS-ADDRESS-OK       VALUE '00'.
           05  WS-AGENCY-STATUS        PIC X(2).
               88  WS-AGENCY-OK        VALUE '00'.
               88  WS-AGENCY-NOT-FOUND VALUE '35'.
           05  WS-ABORT-FLAG           PIC X VALUE 'N'.
               88  WS-ABORT-RUN        VALUE 'Y'.
           05  WS-ADDR-FILE-FLAG       PIC X VALUE 'N'.
               88  WS-ADDR-FILE-AVAIL  VALUE 'Y'.
           05  WS-ADDR-FOUND-FLAG      PIC X.
               88  WS-ADDR-ON-FILE     VALUE 'Y'.
           05  WS-AGENCY-ROW-FLAG      PIC X.
               88  WS-AGENCY-ON-FILE   VALUE 'Y'.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-CURRENT-DATETIME     PIC X(21).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-INT         PIC 9(7).
           05  WS-FINAL-DATE-INT       PIC 9(7).
           05  WS-DAYS-SINCE-FINAL     PIC S9(5).
           05  WS-DAYS-IN              PIC X(3).
           05  WS-PLACE-DAYS           PIC 9(3) VALUE 0.
           05  WS-DAYS-SET-FLAG        PIC X VALUE 'N'.
               88  WS-DAYS-SET         VALUE 'Y'.
           05  WS-BALANCE-CENTS        PIC 9(9).
           05  WS-PLACED-COUNT         PIC 9(5) VALUE 0.
           05  WS-RESENT-COUNT         PIC 9(5) VALUE 0.
           05  WS-AT-AGENCY-COUNT      PIC 9(5) VALUE 0.
           05  WS-NOT-YET-COUNT        PIC 9(5) VALUE 0.
           05  WS-NO-ADDR-COUNT        PIC 9(5) VALUE 0.
           05  WS-FILE-COUNT           PIC 9(5) VALUE 0.
           05  WS-FILE-CENTS           PIC 9(12) VALUE 0.
           05  WS-PLACED-TOTAL         PIC 9(10)V99 VALUE 0.

       01  RPT-PAGE-HEADER-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
                   'COLLECTION AGENCY PLACEMENT REGISTER'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(24) VALUE
                   '  FINAL NOTICE AT LEAST '.
           05  RPT-PLACE-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(9)  VALUE ' DAYS OLD'.

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE 'NUMBER'.
           05  FILLER                  PIC X(24) VALUE 'STUDENT NAME'.
           05  FILLER                  PIC X(10) VALUE 'FINAL'.
           05  FILLER                  PIC X(16) VALUE
                   '       BALANCE'.
           05  FILLER                  PIC X(12) VALUE 'NOTE'.

       01  RPT-DETAIL-LINE.
           05  RPT-STUDENT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STUDENT-NAME        PIC X(24).
           05  RPT-FINAL-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-BALANCE             PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-NOTE                PIC X(20).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(30).
           05  RPT-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-PLACE-ACCOUNTS.
           PERFORM 200-START.
           IF NOT WS-ABORT-RUN
               PERFORM 300-SELECT-ACCOUNTS
                   UNTIL WS-END-OF-FILE
               PERFORM 400-WRITE-TRAILER
               PERFORM 600-WRITE-SUMMARY
               PERFORM 700-CLOSE-FILES
           END-IF.
           GOBACK.

       200-START.
           CALL 'SIGN-ON'.
           IF NOT SIGNED-ON
               DISPLAY '** NOT SIGNED ON - NOTHING PLACED **'
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF NOT SIGNON-SUPERVISOR
                   DISPLAY '** AGENCY PLACEMENT REQUIRES SUPERVISOR'
                       ' AUTHORITY **'
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ABORT-RUN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM 210-GET-PLACE-DAYS
               OPEN INPUT STUDENT-FILE
               OPEN INPUT DUNNING-FILE
               EVALUATE TRUE
                   WHEN NOT WS-STUDENT-OK
                       DISPLAY '** STUDENT-FILE NOT FOUND - NOTHING'
                           ' PLACED **'
                       SET WS-ABORT-RUN TO TRUE
                       IF WS-DUNNING-OK
                           CLOSE DUNNING-FILE
                       END-IF
                   WHEN NOT WS-DUNNING-OK
                       DISPLAY '** NO DUNNING HISTORY - NO FINAL'
                           ' NOTICES, NOTHING PLACED **'
                       SET WS-ABORT-RUN TO TRUE
                       CLOSE STUDENT-FILE
                   WHEN OTHER
                       PERFORM 220-OPEN-OUTPUTS
               END-EVALUATE
           END-IF.

       210-GET-PLACE-DAYS.
           PERFORM UNTIL WS-DAYS-SET
               DISPLAY 'DAYS SINCE FINAL NOTICE BEFORE PLACEMENT'
                   ' (3 DIGITS, E.G. 030)'
               MOVE SPACES TO WS-DAYS-IN
               ACCEPT WS-DAYS-IN
               IF WS-DAYS-IN IS NOT NUMERIC
                   DISPLAY '** INVALID DAYS - DIGITS ONLY **'
               ELSE
                   MOVE WS-DAYS-IN TO WS-PLACE-DAYS
                   SET WS-DAYS-SET TO TRUE
               END-IF
           END-PERFORM.

       220-OPEN-OUTPUTS.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-OK
               SET WS-ADDR-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O AGENCY-FILE.
           IF WS-AGENCY-NOT-FOUND
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
               OPEN I-O AGENCY-FILE
           END-IF.
           OPEN OUTPUT PLACEMENT-FILE.
           MOVE SPACES TO PLACEMENT-RECORD
           MOVE 'H' TO PLC-RECORD-TYPE
           MOVE WS-RUN-DATE TO PLC-HDR-PLACE-DATE
           WRITE PLACEMENT-RECORD.
           OPEN OUTPUT REPORT-FILE.
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-PLACE-DAYS TO RPT-PLACE-DAYS
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
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
      * An account already at the agency is left there - unless it was
      * placed today, when it goes on today's file again.  Any other
      * account still owing is placed once its level-3 final notice is
      * old enough; after a recall, only a final notice sent since the
      * recall counts.
      ******************************************************************
       300-SELECT-ACCOUNTS.
           PERFORM 310-READ-AGENCY-ROW
           IF WS-AGENCY-ON-FILE AND AGY-PLACED
               IF AGY-PLACED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RESENT-COUNT
                   PERFORM 340-WRITE-PLACEMENT
                   MOVE 'PLACED EARLIER TODAY' TO RPT-NOTE
                   PERFORM 350-WRITE-REGISTER-LINE
               ELSE
                   ADD 1 TO WS-AT-AGENCY-COUNT
               END-IF
           ELSE
               IF TUITION-OWED > 0
                   PERFORM 320-CHECK-FINAL-NOTICE
               END-IF
           END-IF
           PERFORM 230-READ-STUDENT.

       310-READ-AGENCY-ROW.
           MOVE 'Y' TO WS-AGENCY-ROW-FLAG
           MOVE STUDENT-NUMBER TO AGY-STUDENT-NUMBER
           READ AGENCY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AGENCY-ROW-FLAG
           END-READ.

       320-CHECK-FINAL-NOTICE.
           MOVE STUDENT-NUMBER TO DUN-STUDENT-NUMBER
           READ DUNNING-FILE
               INVALID KEY
                   MOVE 0 TO DUN-LAST-LEVEL
           END-READ
           IF DUN-LAST-LEVEL = 3 AND DUN-FINAL-DATE > 0
               COMPUTE WS-FINAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DUN-FINAL-DATE)
               COMPUTE WS-DAYS-SINCE-FINAL =
                   WS-RUN-DATE-INT - WS-FINAL-DATE-INT
               IF WS-DAYS-SINCE-FINAL < WS-PLACE-DAYS
                   ADD 1 TO WS-NOT-YET-COUNT
               ELSE
                   IF WS-AGENCY-ON-FILE
                       AND DUN-FINAL-DATE <= AGY-RECALL-DATE
                       CONTINUE
                   ELSE
                       PERFORM 330-PLACE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       330-PLACE-ACCOUNT.
           MOVE STUDENT-NUMBER TO AGY-STUDENT-NUMBER
           SET AGY-PLACED TO TRUE
           MOVE WS-RUN-DATE TO AGY-PLACED-DATE
           MOVE TUITION-OWED TO AGY-PLACED-BALANCE
           MOVE DUN-FINAL-DATE TO AGY-FINAL-DATE
           IF WS-AGENCY-ON-FILE
               REWRITE AGENCY-RECORD
                   INVALID KEY
                       DISPLAY '** AGENCY REWRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-REWRITE
           ELSE
               MOVE 0 TO AGY-RECOVERED-GROSS
               MOVE 0 TO AGY-COMMISSION-TOTAL
               MOVE 0 TO AGY-LAST-REMIT-DATE
               MOVE 0 TO AGY-LAST-POSTED-TIME
               MOVE 0 TO AGY-RECALL-DATE
               MOVE SPACES TO AGY-RECALL-REASON
               WRITE AGENCY-RECORD
                   INVALID KEY
                       DISPLAY '** AGENCY WRITE FAILED: '
                           STUDENT-NUMBER ' **'
               END-WRITE
           END-IF
           IF WS-AGENCY-OK
               ADD 1 TO WS-PLACED-COUNT
               ADD TUITION-OWED TO WS-PLACED-TOTAL
               PERFORM 340-WRITE-PLACEMENT
               IF WS-ADDR-ON-FILE
                   MOVE SPACES TO RPT-NOTE
               ELSE
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE 'NO ADDRESS ON FILE' TO RPT-NOTE
               END-IF
               PERFORM 350-WRITE-REGISTER-LINE
           END-IF.

       340-WRITE-PLACEMENT.
           MOVE SPACES TO PLACEMENT-RECORD
           MOVE 'D' TO PLC-RECORD-TYPE
           MOVE STUDENT-NUMBER TO PLC-STUDENT-NUMBER
           MOVE STUDENT-NAME TO PLC-STUDENT-NAME
           MOVE 'N' TO WS-ADDR-FOUND-FLAG
           IF WS-ADDR-FILE-AVAIL
               MOVE STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDR-ON-FILE TO TRUE
                       MOVE ADDR-STREET TO PLC-STREET
                       MOVE ADDR-CITY TO PLC-CITY
                       MOVE ADDR-STATE TO PLC-STATE
                       MOVE ADDR-POSTAL-CODE TO PLC-POSTAL-CODE
               END-READ
           END-IF
           COMPUTE WS-BALANCE-CENTS = AGY-PLACED-BALANCE * 100
           MOVE WS-BALANCE-CENTS TO PLC-BALANCE-CENTS
           MOVE AGY-FINAL-DATE TO PLC-FINAL-DATE
           WRITE PLACEMENT-RECORD
           ADD 1 TO WS-FILE-COUNT
           ADD WS-BALANCE-CENTS TO WS-FILE-CENTS.

       350-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER TO RPT-STUDENT-NUMBER
           MOVE STUDENT-NAME TO RPT-STUDENT-NAME
           MOVE AGY-FINAL-DATE TO RPT-FINAL-DATE
           MOVE AGY-PLACED-BALANCE TO RPT-BALANCE
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       400-WRITE-TRAILER.
           MOVE SPACES TO PLACEMENT-RECORD
           MOVE 'T' TO PLC-RECORD-TYPE
           MOVE WS-FILE-COUNT TO PLC-TRL-ITEM-COUNT
           MOVE WS-FILE-CENTS TO PLC-TRL-TOTAL-CENTS
           WRITE PLACEMENT-RECORD.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNTS PLACED THIS RUN:' TO RPT-COUNT-LABEL
           MOVE WS-PLACED-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PLACED EARLIER TODAY:' TO RPT-COUNT-LABEL
           MOVE WS-RESENT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PLACED WITH NO ADDRESS:' TO RPT-COUNT-LABEL
           MOVE WS-NO-ADDR-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALREADY AT AGENCY:' TO RPT-COUNT-LABEL
           MOVE WS-AT-AGENCY-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FINAL NOTICE NOT OLD ENOUGH:' TO RPT-COUNT-LABEL
           MOVE WS-NOT-YET-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL PLACED THIS RUN:' TO RPT-TOTAL-LABEL
           MOVE WS-PLACED-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       700-CLOSE-FILES.
           CLOSE STUDENT-FILE.
           CLOSE DUNNING-FILE.
           IF WS-ADDR-FILE-AVAIL
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE AGENCY-FILE.
           CLOSE PLACEMENT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'ACCOUNTS PLACED: ' WS-PLACED-COUNT
               ' - PLACEMENT FILE E:\AGENCY_PLACEMENT.TXT'.
