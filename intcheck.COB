      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - weekly referential integrity check.  The
      *          files keyed on STUDENT-NUMBER (ADDRESS.TXT,
      *          PAYPLAN.TXT, SPONLINK.TXT, DUNNING_HIST.TXT and
      *          PAYMENT_TRANS.TXT) are
      *          each maintained by their own program and nothing made
      *          them agree with the STUDENT-FILE master or with each
      *          other.  This job reads each of them against the master
      *          and reports every finding with a severity, so the
      *          problems are fixed before statements and dunning go
      *          out:
      *            - rows whose student is not on the master;
      *            - sponsor links to a sponsor not on SPONSOR.TXT;
      *            - active plans on withdrawn or graduated students,
      *              and active plans whose PLAN-TOTAL no longer fits
      *              the balance (balance cleared or credit, or grown
      *              past the plan total);
      *            - active students with no address row;
      *            - TERM-CODE / ACADEMIC-YEAR pairs in use on active
      *              students with no row on the rate table;
      *            - transactions keyed by an operator no longer on
      *              OPSEC.TXT (the batch pseudo-operators - see
      *              TRN-BATCH-OPERATOR in PAYTRAN.cpy - are known).
      *          Severity HIGH is money or billing that will go wrong
      *          (posted transactions with no master, links to a
      *          missing sponsor, terms that cannot be assessed);
      *          MEDIUM is a record that will mislead a statement,
      *          letter or plan; LOW is audit-trail only.  The count
      *          of each finding is summarized by severity at the end
      *          of E:\INTEGRITY_RPT.TXT.  Ends with RETURN-CODE 8 when
      *          the master will not open or there is any HIGH
      *          finding, 4 on MEDIUM or LOW findings or when a file
      *          a check needs is missing, and 0 when clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "E:\ADDRESS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-STUDENT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "E:\PAYPLAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLAN-STUDENT-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT SPONSOR-LINK-FILE ASSIGN TO "E:\SPONLINK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPL-STUDENT-NUMBER
               FILE STATUS IS WS-SPONLINK-STATUS.

           SELECT SPONSOR-FILE ASSIGN TO "E:\SPONSOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPON-NUMBER
               FILE STATUS IS WS-SPONSOR-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "E:\DUNNING_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "E:\RATE_TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPSEC-FILE ASSIGN TO "E:\OPSEC.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPSEC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "E:\INTEGRITY_RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  SPONSOR-LINK-FILE.
           COPY SPONLNK.

       FD  SPONSOR-FILE.
           COPY SPONREC.

       FD  DUNNING-FILE.
           COPY DUNREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  RATE-TABLE-FILE.
           COPY RATEREC.

       FD  OPSEC-FILE.
           COPY OPSEC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STUDENT-STATUS     PIC X(2).
               88  WS-STUDENT-OK     VALUE '00'.
           05  WS-ADDRESS-STATUS     PIC X(2).
               88  WS-ADDRESS-OK     VALUE '00'.
           05  WS-PLAN-STATUS        PIC X(2).
               88  WS-PLAN-OK        VALUE '00'.
           05  WS-SPONLINK-STATUS    PIC X(2).
               88  WS-SPONLINK-OK    VALUE '00'.
           05  WS-SPONSOR-STATUS     PIC X(2).
               88  WS-SPONSOR-OK     VALUE '00'.
           05  WS-DUNNING-STATUS     PIC X(2).
               88  WS-DUNNING-OK     VALUE '00'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-OK       VALUE '00'.
           05  WS-RATE-STATUS        PIC X(2).
               88  WS-RATE-OK        VALUE '00'.
           05  WS-OPSEC-STATUS       PIC X(2).
               88  WS-OPSEC-OK       VALUE '00'.
           05  WS-MASTER-FLAG        PIC X VALUE 'N'.
               88  WS-MASTER-OPENED  VALUE 'Y'.
           05  WS-ADDR-AVAIL-FLAG    PIC X VALUE 'N'.
               88  WS-ADDR-FILE-AVAIL VALUE 'Y'.
           05  WS-SPONSOR-AVAIL-FLAG PIC X VALUE 'N'.
               88  WS-SPONSOR-FILE-AVAIL VALUE 'Y'.
           05  WS-OPSEC-AVAIL-FLAG   PIC X VALUE 'N'.
               88  WS-OPSEC-FILE-AVAIL VALUE 'Y'.
           05  WS-SKIPPED-FLAG       PIC X VALUE 'N'.
               88  WS-CHECK-SKIPPED  VALUE 'Y'.
           05  WS-EOF-FLAG           PIC X.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-ON-MASTER-FLAG     PIC X.
               88  WS-ON-MASTER      VALUE 'Y'.
           05  WS-FOUND-FLAG         PIC X.
               88  WS-FOUND          VALUE 'Y'.
               88  WS-NOT-FOUND      VALUE 'N'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-I                  PIC 9(3).
           05  WS-J                  PIC 9(3).
           05  WS-CHECK              PIC 9(2).
           05  WS-STUDENT-COUNT      PIC 9(7) VALUE 0.
           05  WS-ROWS-READ          PIC 9(7) VALUE 0.
           05  WS-HIGH-COUNT         PIC 9(7) VALUE 0.
           05  WS-MEDIUM-COUNT       PIC 9(7) VALUE 0.
           05  WS-LOW-COUNT          PIC 9(7) VALUE 0.
           05  WS-RATE-COUNT         PIC 9(3) VALUE 0.
           05  WS-UNTABLED-ROWS      PIC 9(7) VALUE 0.
           05  WS-EDIT-ROWS          PIC ZZZZZZ9.
           05  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99CR.
           05  WS-EDIT-SPONSOR       PIC 9(4).
           05  WS-EDIT-YEAR          PIC 9(4).
           05  WS-EDIT-STUDENTS      PIC ZZZZ9.

      ******************************************************************
      * The checks, in report order: severity, then the label printed
      * on the summary.  WS-FINDING-COUNT is kept in the same order;
      * 500-WRITE-FINDING counts against WS-CHECK.
      ******************************************************************
       01  WS-CHECK-VALUES.
           05  FILLER                PIC X(6)  VALUE 'HIGH'.
           05  FILLER                PIC X(40) VALUE
                   'TRANSACTIONS - STUDENT NOT ON MASTER'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'ADDRESS ROWS - STUDENT NOT ON MASTER'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'PLANS - STUDENT NOT ON MASTER'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'SPONSOR LINKS - STUDENT NOT ON MASTER'.
           05  FILLER                PIC X(6)  VALUE 'LOW'.
           05  FILLER                PIC X(40) VALUE
                   'DUNNING HISTORY - STUDENT NOT ON MASTER'.
           05  FILLER                PIC X(6)  VALUE 'HIGH'.
           05  FILLER                PIC X(40) VALUE
                   'SPONSOR LINKS - SPONSOR NOT ON FILE'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'ACTIVE PLANS - WITHDRAWN OR GRADUATED'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'ACTIVE PLANS - TOTAL NOT FITTING BALANCE'.
           05  FILLER                PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                PIC X(40) VALUE
                   'ACTIVE STUDENTS WITH NO ADDRESS'.
           05  FILLER                PIC X(6)  VALUE 'HIGH'.
           05  FILLER                PIC X(40) VALUE
                   'TERM/YEAR IN USE WITH NO RATE ROW'.
           05  FILLER                PIC X(6)  VALUE 'LOW'.
           05  FILLER                PIC X(40) VALUE
                   'TRANSACTION OPERATORS NOT ON OPSEC'.

       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHECK-ENTRY OCCURS 11 TIMES.
               10  WS-CHECK-SEVERITY PIC X(6).
                   88  WS-SEVERITY-HIGH VALUE 'HIGH'.
                   88  WS-SEVERITY-MEDIUM VALUE 'MEDIUM'.
               10  WS-CHECK-LABEL    PIC X(40).

       01  WS-FINDING-TABLE.
           05  WS-FINDING-COUNT      PIC 9(7) OCCURS 11 TIMES.

      ******************************************************************
      * Transactions whose student is not on the master, one entry
      * per student so a student with many rows is one finding.  Rows
      * past the end of the table are still counted, in
      * WS-UNTABLED-ROWS.
      ******************************************************************
       01  WS-ORPHAN-TABLE.
           05  WS-ORPHAN-COUNT       PIC 9(3) VALUE 0.
           05  WS-ORPHAN-ENTRY OCCURS 500 TIMES.
               10  WS-ORP-STUDENT    PIC 9(6).
               10  WS-ORP-ROWS       PIC 9(7).
               10  WS-ORP-NET        PIC S9(8)V99.

      ******************************************************************
      * Operators seen on the transaction file, looked up on OPSEC
      * once each.  WS-OPR-KNOWN is 'Y' when on OPSEC.TXT.
      ******************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-COUNT     PIC 9(3) VALUE 0.
           05  WS-OPERATOR-ENTRY OCCURS 300 TIMES.
               10  WS-OPR-ID         PIC X(8).
               10  WS-OPR-KNOWN      PIC X.
               10  WS-OPR-ROWS       PIC 9(7).

      ******************************************************************
      * TERM-CODE / ACADEMIC-YEAR pairs carried by active students,
      * and the pairs on the rate table.
      ******************************************************************
       01  WS-TERM-USE-TABLE.
           05  WS-TERM-USE-COUNT     PIC 9(3) VALUE 0.
           05  WS-TERM-USE-ENTRY OCCURS 99 TIMES.
               10  WS-TU-TERM-CODE   PIC X(6).
               10  WS-TU-YEAR        PIC 9(4).
               10  WS-TU-STUDENTS    PIC 9(5).

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 99 TIMES.
               10  WS-R-TERM-CODE    PIC X(6).
               10  WS-R-YEAR         PIC 9(4).

       01  RPT-PAGE-HEADER-1.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(35) VALUE
                   'WEEKLY REFERENTIAL INTEGRITY CHECK'.

       01  RPT-RUN-DATE-LINE.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-RUN-DATE          PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER                PIC X(8)  VALUE 'SEVERITY'.
           05  FILLER                PIC X(15) VALUE 'FILE'.
           05  FILLER                PIC X(10) VALUE 'KEY'.
           05  FILLER                PIC X(7)  VALUE 'FINDING'.

       01  RPT-FINDING-LINE.
           05  RPT-F-SEVERITY        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-F-FILE            PIC X(13).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-F-KEY             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-F-TEXT            PIC X(47).

       01  RPT-SKIPPED-LINE.
           05  FILLER                PIC X(23) VALUE
                   'CHECK SKIPPED - FILE '.
           05  RPT-SKIPPED-FILE      PIC X(20).
           05  FILLER                PIC X(16) VALUE
                   ' WOULD NOT OPEN'.

       01  RPT-SUMMARY-HEADER.
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
                   'FINDINGS BY SEVERITY'.

       01  RPT-SUMMARY-LINE.
           05  RPT-S-SEVERITY        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-S-LABEL           PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-S-COUNT           PIC ZZZZZZ9.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL       PIC X(30).
           05  RPT-COUNT-VALUE       PIC ZZZZZZ9.

       01  RPT-CLEAN-LINE.
           05  FILLER                PIC X(40) VALUE
                   'NO FINDINGS - ALL FILES AGREE'.

       01  RPT-ABORT-LINE.
           05  FILLER                PIC X(50) VALUE
                   'STUDENT MASTER WOULD NOT OPEN - NOTHING CHECKED'.

       PROCEDURE DIVISION.
       100-CHECK-INTEGRITY.
           PERFORM 200-START.
           IF WS-MASTER-OPENED
               PERFORM 300-CHECK-MASTER
               PERFORM 320-CHECK-RATE-GAPS
               PERFORM 330-CHECK-ADDRESSES
               PERFORM 340-CHECK-PLANS
               PERFORM 350-CHECK-SPONSOR-LINKS
               PERFORM 360-CHECK-DUNNING
               PERFORM 370-CHECK-TRANSACTIONS
               PERFORM 380-REPORT-TRANSACTIONS
               PERFORM 600-WRITE-SUMMARY
           ELSE
               MOVE RPT-ABORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY '** STUDENT MASTER WOULD NOT OPEN - '
                   'INTEGRITY CHECK NOT RUN **'
           END-IF
           PERFORM 700-CLOSE-FILES.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE ZEROS TO WS-FINDING-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE RPT-PAGE-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-DATETIME(1:8) TO RPT-RUN-DATE
           MOVE RPT-RUN-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-OK
               SET WS-MASTER-OPENED TO TRUE
               MOVE RPT-COLUMN-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
               OPEN INPUT ADDRESS-FILE
               IF WS-ADDRESS-OK
                   SET WS-ADDR-FILE-AVAIL TO TRUE
               END-IF
               OPEN INPUT SPONSOR-FILE
               IF WS-SPONSOR-OK
                   SET WS-SPONSOR-FILE-AVAIL TO TRUE
               END-IF
               OPEN INPUT OPSEC-FILE
               IF WS-OPSEC-OK
                   SET WS-OPSEC-FILE-AVAIL TO TRUE
               END-IF
               PERFORM 210-LOAD-RATE-TABLE
           END-IF.

       210-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF NOT WS-RATE-OK
               MOVE 'E:\RATE_TABLE.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               READ RATE-TABLE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   IF WS-RATE-COUNT < 99
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-TERM-CODE
                           TO WS-R-TERM-CODE(WS-RATE-COUNT)
                       MOVE RATE-ACADEMIC-YEAR
                           TO WS-R-YEAR(WS-RATE-COUNT)
                   END-IF
                   READ RATE-TABLE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

      ******************************************************************
      * One pass of the master in key order: every active student
      * needs an address row, and the term and year each active
      * student carries are gathered for the rate-table check.
      ******************************************************************
       300-CHECK-MASTER.
           IF NOT WS-ADDR-FILE-AVAIL
               MOVE 'E:\ADDRESS.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 305-READ-STUDENT
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-STUDENT-COUNT
               IF STUDENT-ACTIVE
                   PERFORM 310-CHECK-ACTIVE-STUDENT
               END-IF
               PERFORM 305-READ-STUDENT
           END-PERFORM.

       305-READ-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-STUDENT-STATUS NOT = '00'
               AND WS-STUDENT-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       310-CHECK-ACTIVE-STUDENT.
           IF WS-ADDR-FILE-AVAIL
               MOVE STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE 9 TO WS-CHECK
                       MOVE 'PROJECT1' TO RPT-F-FILE
                       MOVE STUDENT-NUMBER TO RPT-F-KEY
                       MOVE 'ACTIVE STUDENT - NO ADDRESS ROW'
                           TO RPT-F-TEXT
                       PERFORM 500-WRITE-FINDING
               END-READ
           END-IF
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TERM-USE-COUNT
               OR WS-FOUND
               IF WS-TU-TERM-CODE(WS-I) = TERM-CODE
                   AND WS-TU-YEAR(WS-I) = ACADEMIC-YEAR
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-TU-STUDENTS(WS-I)
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               AND WS-TERM-USE-COUNT < 99
               ADD 1 TO WS-TERM-USE-COUNT
               MOVE TERM-CODE TO WS-TU-TERM-CODE(WS-TERM-USE-COUNT)
               MOVE ACADEMIC-YEAR TO WS-TU-YEAR(WS-TERM-USE-COUNT)
               MOVE 1 TO WS-TU-STUDENTS(WS-TERM-USE-COUNT)
           END-IF.

       320-CHECK-RATE-GAPS.
           IF WS-RATE-OK
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TERM-USE-COUNT
                   SET WS-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-RATE-COUNT
                       OR WS-FOUND
                       IF WS-R-TERM-CODE(WS-J) = WS-TU-TERM-CODE(WS-I)
                           AND WS-R-YEAR(WS-J) = WS-TU-YEAR(WS-I)
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       PERFORM 325-WRITE-RATE-GAP
                   END-IF
               END-PERFORM
           END-IF.

       325-WRITE-RATE-GAP.
           MOVE 10 TO WS-CHECK
           MOVE 'RATE_TABLE' TO RPT-F-FILE
           MOVE WS-TU-TERM-CODE(WS-I) TO RPT-F-KEY
           MOVE WS-TU-YEAR(WS-I) TO WS-EDIT-YEAR
           MOVE WS-TU-STUDENTS(WS-I) TO WS-EDIT-STUDENTS
           MOVE SPACES TO RPT-F-TEXT
           STRING 'YEAR ' DELIMITED BY SIZE
                  WS-EDIT-YEAR DELIMITED BY SIZE
                  ' NO RATE ROW -' DELIMITED BY SIZE
                  WS-EDIT-STUDENTS DELIMITED BY SIZE
                  ' ACTIVE STUDENT(S)' DELIMITED BY SIZE
               INTO RPT-F-TEXT
           END-STRING
           PERFORM 500-WRITE-FINDING.

       330-CHECK-ADDRESSES.
           IF WS-ADDR-FILE-AVAIL
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 0 TO ADDR-STUDENT-NUMBER
               START ADDRESS-FILE KEY >= ADDR-STUDENT-NUMBER
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               IF NOT WS-END-OF-FILE
                   PERFORM 335-READ-ADDRESS
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE ADDR-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 390-LOOK-UP-STUDENT
                   IF NOT WS-ON-MASTER
                       MOVE 2 TO WS-CHECK
                       MOVE 'ADDRESS' TO RPT-F-FILE
                       MOVE ADDR-STUDENT-NUMBER TO RPT-F-KEY
                       MOVE 'STUDENT NOT ON MASTER' TO RPT-F-TEXT
                       PERFORM 500-WRITE-FINDING
                   END-IF
                   PERFORM 335-READ-ADDRESS
               END-PERFORM
           END-IF.

       335-READ-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-ADDRESS-STATUS NOT = '00'
               AND WS-ADDRESS-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      ******************************************************************
      * Plans: the student must be on the master; an active plan must
      * belong to a student still enrolled, and its total must still
      * fit the balance - a cleared or credit balance means the plan
      * should have been closed, and a balance grown past PLAN-TOTAL
      * means charges have landed that the plan does not cover.
      ******************************************************************
       340-CHECK-PLANS.
           OPEN INPUT PLAN-FILE
           IF NOT WS-PLAN-OK
               MOVE 'E:\PAYPLAN.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 345-READ-PLAN
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE PLAN-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 390-LOOK-UP-STUDENT
                   IF NOT WS-ON-MASTER
                       MOVE 3 TO WS-CHECK
                       MOVE 'PAYPLAN' TO RPT-F-FILE
                       MOVE PLAN-STUDENT-NUMBER TO RPT-F-KEY
                       MOVE 'STUDENT NOT ON MASTER' TO RPT-F-TEXT
                       PERFORM 500-WRITE-FINDING
                   ELSE
                       IF PLAN-ACTIVE
                           PERFORM 346-CHECK-ACTIVE-PLAN
                       END-IF
                   END-IF
                   PERFORM 345-READ-PLAN
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       345-READ-PLAN.
           READ PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-PLAN-STATUS NOT = '00'
               AND WS-PLAN-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       346-CHECK-ACTIVE-PLAN.
           MOVE 'PAYPLAN' TO RPT-F-FILE
           MOVE PLAN-STUDENT-NUMBER TO RPT-F-KEY
           IF STUDENT-WITHDRAWN OR STUDENT-GRADUATED
               MOVE 7 TO WS-CHECK
               IF STUDENT-WITHDRAWN
                   MOVE 'ACTIVE PLAN - STUDENT WITHDRAWN'
                       TO RPT-F-TEXT
               ELSE
                   MOVE 'ACTIVE PLAN - STUDENT GRADUATED'
                       TO RPT-F-TEXT
               END-IF
               PERFORM 500-WRITE-FINDING
           END-IF
           MOVE 8 TO WS-CHECK
           IF TUITION-OWED NOT > 0
               MOVE TUITION-OWED TO WS-EDIT-AMOUNT
               MOVE SPACES TO RPT-F-TEXT
               STRING 'ACTIVE PLAN BUT BALANCE ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO RPT-F-TEXT
               END-STRING
               PERFORM 500-WRITE-FINDING
           ELSE
               IF TUITION-OWED > PLAN-TOTAL
                   MOVE TUITION-OWED TO WS-EDIT-AMOUNT
                   MOVE SPACES TO RPT-F-TEXT
                   STRING 'BALANCE ' DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          ' OVER PLAN TOTAL' DELIMITED BY SIZE
                       INTO RPT-F-TEXT
                   END-STRING
                   PERFORM 500-WRITE-FINDING
               END-IF
           END-IF.

       350-CHECK-SPONSOR-LINKS.
           OPEN INPUT SPONSOR-LINK-FILE
           IF NOT WS-SPONLINK-OK
               MOVE 'E:\SPONLINK.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           ELSE
               IF NOT WS-SPONSOR-FILE-AVAIL
                   MOVE 'E:\SPONSOR.TXT' TO RPT-SKIPPED-FILE
                   PERFORM 510-WRITE-SKIPPED
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 355-READ-SPONSOR-LINK
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE SPL-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 390-LOOK-UP-STUDENT
                   MOVE 'SPONLINK' TO RPT-F-FILE
                   MOVE SPL-STUDENT-NUMBER TO RPT-F-KEY
                   IF NOT WS-ON-MASTER
                       MOVE 4 TO WS-CHECK
                       MOVE 'STUDENT NOT ON MASTER' TO RPT-F-TEXT
                       PERFORM 500-WRITE-FINDING
                   END-IF
                   IF WS-SPONSOR-FILE-AVAIL
                       PERFORM 356-LOOK-UP-SPONSOR
                   END-IF
                   PERFORM 355-READ-SPONSOR-LINK
               END-PERFORM
               CLOSE SPONSOR-LINK-FILE
           END-IF.

       355-READ-SPONSOR-LINK.
           READ SPONSOR-LINK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-SPONLINK-STATUS NOT = '00'
               AND WS-SPONLINK-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       356-LOOK-UP-SPONSOR.
           MOVE SPL-SPONSOR-NUMBER TO SPON-NUMBER
           READ SPONSOR-FILE
               INVALID KEY
                   MOVE 6 TO WS-CHECK
                   MOVE SPL-SPONSOR-NUMBER TO WS-EDIT-SPONSOR
                   MOVE SPACES TO RPT-F-TEXT
                   STRING 'LINKED SPONSOR ' DELIMITED BY SIZE
                          WS-EDIT-SPONSOR DELIMITED BY SIZE
                          ' NOT ON SPONSOR.TXT' DELIMITED BY SIZE
                       INTO RPT-F-TEXT
                   END-STRING
                   PERFORM 500-WRITE-FINDING
           END-READ.

       360-CHECK-DUNNING.
           OPEN INPUT DUNNING-FILE
           IF NOT WS-DUNNING-OK
               MOVE 'E:\DUNNING_HIST.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 365-READ-DUNNING
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE DUN-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 390-LOOK-UP-STUDENT
                   IF NOT WS-ON-MASTER
                       MOVE 5 TO WS-CHECK
                       MOVE 'DUNNING_HIST' TO RPT-F-FILE
                       MOVE DUN-STUDENT-NUMBER TO RPT-F-KEY
                       MOVE 'STUDENT NOT ON MASTER' TO RPT-F-TEXT
                       PERFORM 500-WRITE-FINDING
                   END-IF
                   PERFORM 365-READ-DUNNING
               END-PERFORM
               CLOSE DUNNING-FILE
           END-IF.

       365-READ-DUNNING.
           READ DUNNING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-DUNNING-STATUS NOT = '00'
               AND WS-DUNNING-STATUS NOT = '10'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      ******************************************************************
      * Transactions: tabled by student when the student is not on
      * the master, and by operator so each operator is looked up on
      * OPSEC.TXT once.  The batch pseudo-operators are not on OPSEC
      * and never need to be.
      ******************************************************************
       370-CHECK-TRANSACTIONS.
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               MOVE 'E:\PAYMENT_TRANS.TXT' TO RPT-SKIPPED-FILE
               PERFORM 510-WRITE-SKIPPED
           ELSE
               IF NOT WS-OPSEC-FILE-AVAIL
                   MOVE 'E:\OPSEC.TXT' TO RPT-SKIPPED-FILE
                   PERFORM 510-WRITE-SKIPPED
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-ROWS-READ
                   MOVE TRN-STUDENT-NUMBER TO STUDENT-NUMBER
                   PERFORM 390-LOOK-UP-STUDENT
                   IF NOT WS-ON-MASTER
                       PERFORM 375-TABLE-ORPHAN
                   END-IF
                   IF WS-OPSEC-FILE-AVAIL
                       AND NOT TRN-BATCH-OPERATOR
                       PERFORM 376-TABLE-OPERATOR
                   END-IF
                   READ TRANS-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       375-TABLE-ORPHAN.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ORPHAN-COUNT
               OR WS-FOUND
               IF WS-ORP-STUDENT(WS-I) = TRN-STUDENT-NUMBER
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-ORP-ROWS(WS-I)
                   ADD TRN-AMOUNT TO WS-ORP-NET(WS-I)
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               IF WS-ORPHAN-COUNT < 500
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE TRN-STUDENT-NUMBER
                       TO WS-ORP-STUDENT(WS-ORPHAN-COUNT)
                   MOVE 1 TO WS-ORP-ROWS(WS-ORPHAN-COUNT)
                   MOVE TRN-AMOUNT TO WS-ORP-NET(WS-ORPHAN-COUNT)
               ELSE
                   ADD 1 TO WS-UNTABLED-ROWS
               END-IF
           END-IF.

       376-TABLE-OPERATOR.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPERATOR-COUNT
               OR WS-FOUND
               IF WS-OPR-ID(WS-I) = TRN-OPERATOR-ID
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-OPR-ROWS(WS-I)
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               AND WS-OPERATOR-COUNT < 300
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE TRN-OPERATOR-ID TO WS-OPR-ID(WS-OPERATOR-COUNT)
               MOVE 1 TO WS-OPR-ROWS(WS-OPERATOR-COUNT)
               MOVE 'Y' TO WS-OPR-KNOWN(WS-OPERATOR-COUNT)
               MOVE TRN-OPERATOR-ID TO OPER-ID
               READ OPSEC-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-OPR-KNOWN(WS-OPERATOR-COUNT)
               END-READ
           END-IF.

       380-REPORT-TRANSACTIONS.
           MOVE 'PAYMENT_TRANS' TO RPT-F-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ORPHAN-COUNT
               MOVE 1 TO WS-CHECK
               MOVE WS-ORP-STUDENT(WS-I) TO RPT-F-KEY
               MOVE WS-ORP-ROWS(WS-I) TO WS-EDIT-ROWS
               MOVE WS-ORP-NET(WS-I) TO WS-EDIT-AMOUNT
               MOVE SPACES TO RPT-F-TEXT
               STRING 'NOT ON MASTER -' DELIMITED BY SIZE
                      WS-EDIT-ROWS DELIMITED BY SIZE
                      ' ROWS NET ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO RPT-F-TEXT
               END-STRING
               PERFORM 500-WRITE-FINDING
           END-PERFORM
           IF WS-UNTABLED-ROWS > 0
               MOVE 1 TO WS-CHECK
               MOVE SPACES TO RPT-F-KEY
               MOVE WS-UNTABLED-ROWS TO WS-EDIT-ROWS
               MOVE SPACES TO RPT-F-TEXT
               STRING 'FURTHER' DELIMITED BY SIZE
                      WS-EDIT-ROWS DELIMITED BY SIZE
                      ' ROWS NOT ON MASTER' DELIMITED BY SIZE
                   INTO RPT-F-TEXT
               END-STRING
               PERFORM 500-WRITE-FINDING
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPERATOR-COUNT
               IF WS-OPR-KNOWN(WS-I) = 'N'
                   MOVE 11 TO WS-CHECK
                   IF WS-OPR-ID(WS-I) = SPACES
                       MOVE '(BLANK)' TO RPT-F-KEY
                   ELSE
                       MOVE WS-OPR-ID(WS-I) TO RPT-F-KEY
                   END-IF
                   MOVE WS-OPR-ROWS(WS-I) TO WS-EDIT-ROWS
                   MOVE SPACES TO RPT-F-TEXT
                   STRING 'NOT ON OPSEC -' DELIMITED BY SIZE
                          WS-EDIT-ROWS DELIMITED BY SIZE
                          ' ROWS KEYED' DELIMITED BY SIZE
                       INTO RPT-F-TEXT
                   END-STRING
                   PERFORM 500-WRITE-FINDING
               END-IF
           END-PERFORM.

       390-LOOK-UP-STUDENT.
           MOVE 'Y' TO WS-ON-MASTER-FLAG
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-FLAG
           END-READ.

       500-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT(WS-CHECK)
           EVALUATE TRUE
               WHEN WS-SEVERITY-HIGH(WS-CHECK)
                   ADD 1 TO WS-HIGH-COUNT
               WHEN WS-SEVERITY-MEDIUM(WS-CHECK)
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE WS-CHECK-SEVERITY(WS-CHECK) TO RPT-F-SEVERITY
           MOVE RPT-FINDING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       510-WRITE-SKIPPED.
           SET WS-CHECK-SKIPPED TO TRUE
           MOVE RPT-SKIPPED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY '** ' RPT-SKIPPED-FILE
               ' WOULD NOT OPEN - CHECK SKIPPED **'.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HIGH-COUNT = 0 AND WS-MEDIUM-COUNT = 0
               AND WS-LOW-COUNT = 0
               MOVE RPT-CLEAN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE RPT-SUMMARY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HIGH' TO RPT-S-SEVERITY
           PERFORM 610-WRITE-SEVERITY-LINES
           MOVE 'MEDIUM' TO RPT-S-SEVERITY
           PERFORM 610-WRITE-SEVERITY-LINES
           MOVE 'LOW' TO RPT-S-SEVERITY
           PERFORM 610-WRITE-SEVERITY-LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STUDENTS ON MASTER:' TO RPT-COUNT-LABEL
           MOVE WS-STUDENT-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TRANSACTIONS READ:' TO RPT-COUNT-LABEL
           MOVE WS-ROWS-READ TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HIGH FINDINGS:' TO RPT-COUNT-LABEL
           MOVE WS-HIGH-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MEDIUM FINDINGS:' TO RPT-COUNT-LABEL
           MOVE WS-MEDIUM-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOW FINDINGS:' TO RPT-COUNT-LABEL
           MOVE WS-LOW-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'INTEGRITY CHECK COMPLETE - ' WS-HIGH-COUNT
               ' HIGH, ' WS-MEDIUM-COUNT ' MEDIUM, '
               WS-LOW-COUNT ' LOW'.

       610-WRITE-SEVERITY-LINES.
           PERFORM VARYING WS-CHECK FROM 1 BY 1
               UNTIL WS-CHECK > 11
               IF WS-CHECK-SEVERITY(WS-CHECK) = RPT-S-SEVERITY
                   MOVE WS-CHECK-LABEL(WS-CHECK) TO RPT-S-LABEL
                   MOVE WS-FINDING-COUNT(WS-CHECK) TO RPT-S-COUNT
                   MOVE RPT-SUMMARY-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       700-CLOSE-FILES.
           IF WS-MASTER-OPENED
               CLOSE STUDENT-FILE
               IF WS-ADDR-FILE-AVAIL
                   CLOSE ADDRESS-FILE
               END-IF
               IF WS-SPONSOR-FILE-AVAIL
                   CLOSE SPONSOR-FILE
               END-IF
               IF WS-OPSEC-FILE-AVAIL
                   CLOSE OPSEC-FILE
               END-IF
           END-IF
           CLOSE REPORT-FILE.

       710-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-OPENED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HIGH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MEDIUM-COUNT > 0 OR WS-LOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CHECK-SKIPPED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
