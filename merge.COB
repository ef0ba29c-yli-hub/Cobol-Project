      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - merge two STUDENT-NUMBERs that belong to
      *          the same student (a walk-in keyed at the counter who
      *          later arrives on the extract under another number).
      *          The retired number's balance is moved to the
      *          surviving number by a pair of offsetting type A rows
      *          on the transaction file, so BALANCE-RECON and
      *          LEDGER-INQUIRY still prove for both; the retired
      *          master is kept at a zero balance and marked withdrawn
      *          as of the merge date, so ASSESS and the statement and
      *          dunning runs pass it by.  The address, payment plan,
      *          sponsor link, dunning history and returned-check
      *          history are re-keyed to the surviving number; where
      *          the survivor already has its own row, the survivor's
      *          is kept - except the dunning level and returned-check
      *          history, where the worse of the two is kept.  An
      *          active plan is carried across re-based to the merge
      *          date: what was already paid is taken off the earliest
      *          installments and only what is still owed is carried.
      *          The retired number stays on E:\MERGED.TXT (see
      *          MERGREC.cpy) as a pointer, so a late payment under it
      *          posts to the surviving account, and every merge is
      *          appended to the merge register
      *          E:\MERGE_REGISTER.TXT.  A merge is refused when both
      *          numbers have an active plan, when the two are
      *          sponsored by different sponsors, or while either
      *          account is placed with the collection agency - those
      *          are settled first.  Supervisor only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MERGE INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT MERGE-FILE ASSIGN TO "E:\MERGED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-RETIRED-NUMBER
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "E:\ADDRESS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-STUDENT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "E:\PAYPLAN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-STUDENT-NUMBER
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT SPONSOR-LINK-FILE ASSIGN TO "E:\SPONLINK.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-STUDENT-NUMBER
               FILE STATUS IS WS-LINK-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "E:\DUNNING_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT NSF-HIST-FILE ASSIGN TO "E:\NSF_HIST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSF-STUDENT-NUMBER
               FILE STATUS IS WS-NSF-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "E:\AGENCY.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-STUDENT-NUMBER
               FILE STATUS IS WS-AGENCY-STATUS.

           SELECT TRANS-FILE ASSIGN TO "E:\PAYMENT_TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DAY-CONTROL-FILE ASSIGN TO "E:\DAYCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "E:\MERGE_REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  MERGE-FILE.
           COPY MERGREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  SPONSOR-LINK-FILE.
           COPY SPONLNK.

       FD  DUNNING-FILE.
           COPY DUNREC.

       FD  NSF-HIST-FILE.
           COPY NSFREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  TRANS-FILE.
           COPY PAYTRAN.

       FD  DAY-CONTROL-FILE.
           COPY DAYCTL.

       FD  REGISTER-FILE.
       01  REGISTER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  EOF                   PIC X.
           05  WS-STUDENT-STATUS     PIC X(2).
               88  WS-STUDENT-OK     VALUE '00'.
           05  WS-MERGE-STATUS       PIC X(2).
               88  WS-MERGE-OK       VALUE '00'.
               88  WS-MERGE-NOT-FOUND VALUE '35'.
           05  WS-ADDRESS-STATUS     PIC X(2).
               88  WS-ADDRESS-OK     VALUE '00'.
           05  WS-PLAN-STATUS        PIC X(2).
               88  WS-PLAN-OK        VALUE '00'.
           05  WS-LINK-STATUS        PIC X(2).
               88  WS-LINK-OK        VALUE '00'.
           05  WS-DUNNING-STATUS     PIC X(2).
               88  WS-DUNNING-OK     VALUE '00'.
           05  WS-NSF-STATUS         PIC X(2).
               88  WS-NSF-OK         VALUE '00'.
           05  WS-AGENCY-STATUS      PIC X(2).
               88  WS-AGENCY-OK      VALUE '00'.
           05  WS-TRANS-STATUS       PIC X(2).
               88  WS-TRANS-OK       VALUE '00'.
               88  WS-TRANS-NOT-FOUND VALUE '35'.
           05  WS-DAYCTL-STATUS      PIC X(2).
           05  WS-REGISTER-STATUS    PIC X(2).
               88  WS-REGISTER-NOT-FOUND VALUE '35'.
           05  WS-ADDRESS-FILE-FLAG  PIC X VALUE 'N'.
               88  WS-ADDRESS-FILE-AVAIL VALUE 'Y'.
           05  WS-PLAN-FILE-FLAG     PIC X VALUE 'N'.
               88  WS-PLAN-FILE-AVAIL VALUE 'Y'.
           05  WS-LINK-FILE-FLAG     PIC X VALUE 'N'.
               88  WS-LINK-FILE-AVAIL VALUE 'Y'.
           05  WS-DUNNING-FILE-FLAG  PIC X VALUE 'N'.
               88  WS-DUNNING-FILE-AVAIL VALUE 'Y'.
           05  WS-NSF-FILE-FLAG      PIC X VALUE 'N'.
               88  WS-NSF-FILE-AVAIL VALUE 'Y'.
           05  WS-AGENCY-FILE-FLAG   PIC X VALUE 'N'.
               88  WS-AGENCY-FILE-AVAIL VALUE 'Y'.
           05  WS-TRANS-EOF          PIC X.
               88  WS-TRANS-END      VALUE 'Y'.
           05  WS-MERGE-FILE-FLAG    PIC X VALUE 'N'.
               88  WS-MERGE-FILE-AVAIL VALUE 'Y'.
           05  WS-MERGE-EOF          PIC X.
               88  WS-MERGE-END      VALUE 'Y'.
           05  WS-LOOKUP-NUMBER      PIC X(6).
           05  WS-RETIRED-NUMBER     PIC 9(6).
           05  WS-SURVIVING-NUMBER   PIC 9(6).
           05  WS-RETIRED-NAME       PIC X(30).
           05  WS-MOVE-AMOUNT        PIC S9(7)V99.
           05  WS-REFUSE-REASON      PIC X(45).
               88  WS-MERGE-ALLOWED  VALUE SPACES.
           05  WS-RET-PLAN-FLAG      PIC X.
               88  WS-RET-PLAN-ACTIVE VALUE 'A'.
           05  WS-SUR-PLAN-FLAG      PIC X.
               88  WS-SUR-PLAN-ACTIVE VALUE 'A'.
               88  WS-SUR-PLAN-ON-FILE VALUE 'A' 'X'.
           05  WS-RET-SPONSOR        PIC 9(4).
           05  WS-SUR-SPONSOR        PIC 9(4).
           05  WS-PLACED-FLAG        PIC X.
               88  WS-AT-AGENCY      VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-RUN-TIME           PIC 9(8).
           05  WS-CONFIRM            PIC X.
           05  WS-BALANCE-EDIT       PIC Z,ZZZ,ZZ9.99CR.
           05  WS-PLAN-PAID          PIC S9(7)V99.
           05  WS-NEW-COUNT          PIC 9(2).
           05  WS-NEW-TOTAL          PIC 9(7)V99.
           05  WS-I                  PIC 9(2).
           05  WS-REPOINT-COUNT      PIC 9(5).
           05  WS-SAVE-ROW           PIC X(200).
           05  WS-SAVE-INVOICED-DATE PIC 9(8).
           05  WS-SAVE-DUN-LEVEL     PIC 9.

      ******************************************************************
      * The retired number's returned-check history, held while it is
      * added into the survivor's.
      ******************************************************************
       01  WS-RETIRED-NSF.
           05  WS-RN-RETURN-COUNT    PIC 9(3).
           05  WS-RN-LAST-DATE       PIC 9(8).
           05  WS-RN-PRIOR-DATE      PIC 9(8).
           05  WS-RN-FUNDS-FLAG      PIC X.
               88  WS-RN-CERTIFIED-ONLY VALUE 'C'.
           05  WS-RN-CERTIFIED-DATE  PIC 9(8).

      ******************************************************************
      * Flags for what the merge carried across, 'Y' or 'N', copied
      * onto the merge row and the register.
      ******************************************************************
       01  WS-MOVED-FLAGS.
           05  WS-ADDRESS-MOVED      PIC X.
           05  WS-PLAN-MOVED         PIC X.
           05  WS-SPONSOR-MOVED      PIC X.
           05  WS-DUNNING-MOVED      PIC X.
           05  WS-NSF-MOVED          PIC X.

      ******************************************************************
      * The offsetting rows carry the other number of the pair in the
      * check-number columns, so either ledger shows where the money
      * went or came from.
      ******************************************************************
       01  WS-MERGE-REFERENCE.
           05  FILLER                PIC X(2) VALUE 'MG'.
           05  WS-REF-NUMBER         PIC 9(6).

      ******************************************************************
      * The retired plan's unpaid installments, earliest first.
      ******************************************************************
       01  WS-NEW-SCHEDULE.
           05  WS-NEW-INSTALLMENT OCCURS 12 TIMES.
               10  WS-NEW-DUE-DATE   PIC 9(8).
               10  WS-NEW-DUE-AMOUNT PIC 9(7)V99.

       01  REG-MERGE-LINE.
           05  REG-MERGE-DATE        PIC 9(8).
           05  FILLER                PIC X(8)  VALUE ' MERGED '.
           05  REG-RETIRED-NUMBER    PIC 9(6).
           05  FILLER                PIC X(6)  VALUE ' INTO '.
           05  REG-SURVIVING-NUMBER  PIC 9(6).
           05  FILLER                PIC X(4)  VALUE ' BY '.
           05  REG-OPERATOR-ID       PIC X(8).
           05  FILLER                PIC X(34) VALUE SPACES.

       01  REG-BALANCE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  REG-RETIRED-NAME      PIC X(30).
           05  FILLER                PIC X(16) VALUE
                   ' BALANCE MOVED '.
           05  REG-BALANCE-MOVED     PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                PIC X(16) VALUE SPACES.

       01  REG-MOVED-LINE.
           05  FILLER                PIC X(12) VALUE '    ADDRESS '.
           05  REG-ADDRESS-MOVED     PIC X.
           05  FILLER                PIC X(6)  VALUE ' PLAN '.
           05  REG-PLAN-MOVED        PIC X.
           05  FILLER                PIC X(9)  VALUE ' SPONSOR '.
           05  REG-SPONSOR-MOVED     PIC X.
           05  FILLER                PIC X(9)  VALUE ' DUNNING '.
           05  REG-DUNNING-MOVED     PIC X.
           05  FILLER                PIC X(5)  VALUE ' NSF '.
           05  REG-NSF-MOVED         PIC X.
           05  FILLER                PIC X(12) VALUE ' RE-POINTED '.
           05  REG-REPOINT-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(17) VALUE SPACES.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-MERGE-ACCOUNTS.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           CALL 'SIGN-ON'.
           OPEN I-O STUDENT-FILE.
           OPEN I-O MERGE-FILE.
           IF WS-MERGE-NOT-FOUND
               OPEN OUTPUT MERGE-FILE
               CLOSE MERGE-FILE
               OPEN I-O MERGE-FILE
           END-IF.
           IF WS-MERGE-OK
               SET WS-MERGE-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O ADDRESS-FILE.
           IF WS-ADDRESS-OK
               SET WS-ADDRESS-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O PLAN-FILE.
           IF WS-PLAN-OK
               SET WS-PLAN-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O SPONSOR-LINK-FILE.
           IF WS-LINK-OK
               SET WS-LINK-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O DUNNING-FILE.
           IF WS-DUNNING-OK
               SET WS-DUNNING-FILE-AVAIL TO TRUE
           END-IF.
           OPEN I-O NSF-HIST-FILE.
           IF WS-NSF-OK
               SET WS-NSF-FILE-AVAIL TO TRUE
           END-IF.
           OPEN INPUT AGENCY-FILE.
           IF WS-AGENCY-OK
               SET WS-AGENCY-FILE-AVAIL TO TRUE
           END-IF.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-NOT-FOUND
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF.

       202-PROCESS.
           EVALUATE TRUE
               WHEN NOT SIGNED-ON
                   DISPLAY '** NOT SIGNED ON - NO ACCOUNTS MERGED **'
               WHEN NOT SIGNON-SUPERVISOR
                   DISPLAY '** ACCOUNT MERGE REQUIRES SUPERVISOR'
                       ' AUTHORITY **'
               WHEN NOT WS-STUDENT-OK
                   DISPLAY '** STUDENT-FILE NOT FOUND - NO ACCOUNTS'
                       ' MERGED **'
               WHEN NOT WS-MERGE-FILE-AVAIL
                   DISPLAY '** E:\MERGED.TXT WOULD NOT OPEN - NO'
                       ' ACCOUNTS MERGED **'
               WHEN OTHER
                   PERFORM 302-PROMPT
                   PERFORM 303-MERGE-LOOP
                       UNTIL EOF = 'Y'
           END-EVALUATE.

       302-PROMPT.
           DISPLAY 'PRESS ENTER TO MERGE TWO STUDENT NUMBERS, OR Y TO'
               ' EXIT'.
           ACCEPT EOF.

       303-MERGE-LOOP.
           IF EOF NOT = 'Y'
               DISPLAY 'RETIRED NUMBER - THE ONE THAT GOES AWAY'
               PERFORM 304-GET-LOOKUP-NUMBER
               MOVE WS-LOOKUP-NUMBER TO WS-RETIRED-NUMBER
               DISPLAY 'SURVIVING NUMBER - THE ONE THAT IS KEPT'
               PERFORM 304-GET-LOOKUP-NUMBER
               MOVE WS-LOOKUP-NUMBER TO WS-SURVIVING-NUMBER
               PERFORM 305-CHECK-MERGE
               IF WS-MERGE-ALLOWED
                   PERFORM 306-SHOW-BOTH
                   DISPLAY 'MERGE ' WS-RETIRED-NUMBER ' INTO '
                       WS-SURVIVING-NUMBER '? (Y/N)'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM 310-MERGE-ACCOUNTS
                   ELSE
                       DISPLAY 'NOTHING MERGED'
                   END-IF
               ELSE
                   DISPLAY '** MERGE REFUSED - ' WS-REFUSE-REASON
                       ' **'
               END-IF
               PERFORM 302-PROMPT
           END-IF.

       304-GET-LOOKUP-NUMBER.
           MOVE SPACES TO WS-LOOKUP-NUMBER
           PERFORM UNTIL WS-LOOKUP-NUMBER IS NUMERIC
               DISPLAY 'STUDENT NUMBER'
               ACCEPT WS-LOOKUP-NUMBER
               IF WS-LOOKUP-NUMBER IS NOT NUMERIC
                   DISPLAY '** INVALID STUDENT NUMBER - DIGITS ONLY **'
               END-IF
           END-PERFORM.

      ******************************************************************
      * Every reason a merge cannot go ahead; the first one found is
      * shown.  Both masters must exist, neither number may already be
      * a retired one, and what cannot be merged automatically (two
      * active plans, two different sponsors, an account the agency
      * is working) has to be settled by the bursar first.
      ******************************************************************
       305-CHECK-MERGE.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-RETIRED-NUMBER = WS-SURVIVING-NUMBER
               MOVE 'THE TWO NUMBERS ARE THE SAME' TO WS-REFUSE-REASON
           END-IF
           IF WS-MERGE-ALLOWED
               MOVE WS-RETIRED-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE 'NO MASTER RECORD FOR THE RETIRED NUMBER'
                           TO WS-REFUSE-REASON
               END-READ
           END-IF
           IF WS-MERGE-ALLOWED
               MOVE WS-SURVIVING-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE 'NO MASTER RECORD FOR THE SURVIVING NUMBER'
                           TO WS-REFUSE-REASON
               END-READ
           END-IF
           IF WS-MERGE-ALLOWED
               MOVE WS-RETIRED-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   NOT INVALID KEY
                       MOVE 'RETIRED NUMBER WAS ALREADY MERGED'
                           TO WS-REFUSE-REASON
               END-READ
           END-IF
           IF WS-MERGE-ALLOWED
               MOVE WS-SURVIVING-NUMBER TO MRG-RETIRED-NUMBER
               READ MERGE-FILE
                   NOT INVALID KEY
                       MOVE 'SURVIVING NUMBER IS ITSELF A RETIRED ONE'
                           TO WS-REFUSE-REASON
               END-READ
           END-IF
           IF WS-MERGE-ALLOWED
               PERFORM 307-CHECK-AGENCY
           END-IF
           IF WS-MERGE-ALLOWED
               PERFORM 308-CHECK-PLANS
           END-IF
           IF WS-MERGE-ALLOWED
               PERFORM 309-CHECK-SPONSORS
           END-IF.

       306-SHOW-BOTH.
           MOVE WS-RETIRED-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               NOT INVALID KEY
                   MOVE TUITION-OWED TO WS-BALANCE-EDIT
                   DISPLAY 'RETIRED  : ' STUDENT-NUMBER ' '
                       STUDENT-NAME ' OWES ' WS-BALANCE-EDIT
           END-READ
           MOVE WS-SURVIVING-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               NOT INVALID KEY
                   MOVE TUITION-OWED TO WS-BALANCE-EDIT
                   DISPLAY 'SURVIVING: ' STUDENT-NUMBER ' '
                       STUDENT-NAME ' OWES ' WS-BALANCE-EDIT
           END-READ.

       307-CHECK-AGENCY.
           IF WS-AGENCY-FILE-AVAIL
               MOVE 'N' TO WS-PLACED-FLAG
               MOVE WS-RETIRED-NUMBER TO AGY-STUDENT-NUMBER
               READ AGENCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGY-PLACED
                           SET WS-AT-AGENCY TO TRUE
                       END-IF
               END-READ
               MOVE WS-SURVIVING-NUMBER TO AGY-STUDENT-NUMBER
               READ AGENCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGY-PLACED
                           SET WS-AT-AGENCY TO TRUE
                       END-IF
               END-READ
               IF WS-AT-AGENCY
                   MOVE 'ACCOUNT IS WITH THE AGENCY - RECALL IT FIRST'
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       308-CHECK-PLANS.
           MOVE 'N' TO WS-RET-PLAN-FLAG
           MOVE 'N' TO WS-SUR-PLAN-FLAG
           IF WS-PLAN-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLAN-STATUS TO WS-RET-PLAN-FLAG
               END-READ
               MOVE WS-SURVIVING-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLAN-STATUS TO WS-SUR-PLAN-FLAG
               END-READ
               IF WS-RET-PLAN-ACTIVE AND WS-SUR-PLAN-ACTIVE
                   MOVE 'BOTH HAVE AN ACTIVE PLAN - CANCEL ONE FIRST'
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       309-CHECK-SPONSORS.
           MOVE 0 TO WS-RET-SPONSOR
           MOVE 0 TO WS-SUR-SPONSOR
           IF WS-LINK-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO SPL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPL-SPONSOR-NUMBER TO WS-RET-SPONSOR
               END-READ
               MOVE WS-SURVIVING-NUMBER TO SPL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPL-SPONSOR-NUMBER TO WS-SUR-SPONSOR
               END-READ
               IF WS-RET-SPONSOR > 0 AND WS-SUR-SPONSOR > 0
                   AND WS-RET-SPONSOR NOT = WS-SUR-SPONSOR
                   MOVE 'SPONSORED BY DIFFERENT SPONSORS'
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       310-MERGE-ACCOUNTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-RUN-TIME
           MOVE 'NNNNN' TO WS-MOVED-FLAGS
           MOVE 0 TO WS-REPOINT-COUNT
           PERFORM 311-MOVE-BALANCE
           PERFORM 320-MOVE-ADDRESS
           PERFORM 330-MOVE-PLAN
           PERFORM 340-MOVE-SPONSOR-LINK
           PERFORM 350-MOVE-DUNNING
           PERFORM 355-MOVE-NSF-HISTORY
           PERFORM 360-REPOINT-EARLIER-MERGES
           PERFORM 370-WRITE-MERGE-ROW
           PERFORM 380-WRITE-REGISTER
           MOVE WS-MOVE-AMOUNT TO WS-BALANCE-EDIT
           DISPLAY 'MERGED - ' WS-RETIRED-NUMBER ' NOW POINTS TO '
               WS-SURVIVING-NUMBER ', BALANCE MOVED ' WS-BALANCE-EDIT.

      ******************************************************************
      * The retired master is kept, at zero, so its transactions still
      * have a master to prove against; it is marked withdrawn as of
      * the merge so nothing bills or chases it again.
      ******************************************************************
       311-MOVE-BALANCE.
           MOVE 0 TO WS-MOVE-AMOUNT
           MOVE WS-RETIRED-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY '** RETIRED MASTER COULD NOT BE READ **'
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO WS-RETIRED-NAME
                   MOVE TUITION-OWED TO WS-MOVE-AMOUNT
                   MOVE 0 TO TUITION-OWED
                   SET STUDENT-WITHDRAWN TO TRUE
                   MOVE WS-RUN-DATE TO WITHDRAWAL-DATE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY '** RETIRED MASTER REWRITE FAILED **'
                   END-REWRITE
           END-READ
           MOVE WS-SURVIVING-NUMBER TO STUDENT-NUMBER
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY '** SURVIVING MASTER COULD NOT BE READ **'
               NOT INVALID KEY
                   ADD WS-MOVE-AMOUNT TO TUITION-OWED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY '** SURVIVING MASTER REWRITE'
                               ' FAILED **'
                   END-REWRITE
           END-READ
           IF WS-MOVE-AMOUNT NOT = 0
               PERFORM 315-WRITE-OFFSETS
           END-IF.

       315-WRITE-OFFSETS.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-NOT-FOUND
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN EXTEND TRANS-FILE
           END-IF
           MOVE WS-RUN-DATE          TO TRN-DATE
           MOVE WS-RUN-TIME          TO TRN-TIME
           MOVE 'A'                  TO TRN-TYPE
           MOVE WS-RETIRED-NUMBER    TO TRN-STUDENT-NUMBER
           MOVE WS-SURVIVING-NUMBER  TO WS-REF-NUMBER
           MOVE WS-MERGE-REFERENCE   TO TRN-CHECK-NUMBER
           COMPUTE TRN-AMOUNT = 0 - WS-MOVE-AMOUNT
           MOVE SIGNON-OPERATOR-ID   TO TRN-OPERATOR-ID
           WRITE PAY-TRANS-RECORD
           MOVE WS-SURVIVING-NUMBER  TO TRN-STUDENT-NUMBER
           MOVE WS-RETIRED-NUMBER    TO WS-REF-NUMBER
           MOVE WS-MERGE-REFERENCE   TO TRN-CHECK-NUMBER
           MOVE WS-MOVE-AMOUNT       TO TRN-AMOUNT
           WRITE PAY-TRANS-RECORD
           CLOSE TRANS-FILE
           PERFORM 316-MARK-SESSION-OPEN.

       316-MARK-SESSION-OPEN.
           OPEN OUTPUT DAY-CONTROL-FILE
           SET CTL-SESSION-OPEN TO TRUE
           MOVE WS-RUN-DATE TO CTL-DATE
           WRITE DAY-CONTROL-RECORD
           CLOSE DAY-CONTROL-FILE.

       320-MOVE-ADDRESS.
           IF WS-ADDRESS-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO ADDR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 321-RE-KEY-ADDRESS
               END-READ
           END-IF.

       321-RE-KEY-ADDRESS.
           MOVE ADDRESS-RECORD TO WS-SAVE-ROW
           DELETE ADDRESS-FILE RECORD
               INVALID KEY
                   DISPLAY '** ADDRESS DELETE FAILED **'
           END-DELETE
           MOVE WS-SAVE-ROW TO ADDRESS-RECORD
           MOVE WS-SURVIVING-NUMBER TO ADDR-STUDENT-NUMBER
           WRITE ADDRESS-RECORD
               INVALID KEY
                   DISPLAY 'SURVIVING NUMBER HAS ITS OWN ADDRESS -'
                       ' KEPT'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDRESS-MOVED
           END-WRITE.

       330-MOVE-PLAN.
           IF WS-PLAN-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO PLAN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-ACTIVE
                           PERFORM 331-RE-BASE-PLAN
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * What the student paid against the retired plan is rebuilt from
      * the retired number's payments and taken off the earliest
      * installments, the same way STUDENT-STATEMENTS and
      * AGED-RECEIVABLES apply it.  The installments still owed go
      * across under the surviving number with the setup date set to
      * the merge date, so only payments from here on count against
      * them.  A cancelled plan on the survivor is replaced.
      ******************************************************************
       331-RE-BASE-PLAN.
           PERFORM 332-SUM-PLAN-PAYMENTS
           MOVE 0 TO WS-NEW-COUNT
           MOVE 0 TO WS-NEW-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > PLAN-INST-COUNT OR WS-I > 12
               IF WS-PLAN-PAID >= PLAN-DUE-AMOUNT(WS-I)
                   SUBTRACT PLAN-DUE-AMOUNT(WS-I) FROM WS-PLAN-PAID
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE PLAN-DUE-DATE(WS-I)
                       TO WS-NEW-DUE-DATE(WS-NEW-COUNT)
                   COMPUTE WS-NEW-DUE-AMOUNT(WS-NEW-COUNT) =
                       PLAN-DUE-AMOUNT(WS-I) - WS-PLAN-PAID
                   ADD WS-NEW-DUE-AMOUNT(WS-NEW-COUNT) TO WS-NEW-TOTAL
                   MOVE 0 TO WS-PLAN-PAID
               END-IF
           END-PERFORM
           DELETE PLAN-FILE RECORD
               INVALID KEY
                   DISPLAY '** PLAN DELETE FAILED **'
           END-DELETE
           IF WS-NEW-COUNT = 0
               DISPLAY 'RETIRED PLAN WAS PAID IN FULL - NOT CARRIED'
           ELSE
               PERFORM 333-WRITE-SURVIVOR-PLAN
           END-IF.

       332-SUM-PLAN-PAYMENTS.
           MOVE 0 TO WS-PLAN-PAID
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-OK
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

       333-WRITE-SURVIVOR-PLAN.
           MOVE 'N' TO WS-SUR-PLAN-FLAG
           MOVE WS-SURVIVING-NUMBER TO PLAN-STUDENT-NUMBER
           READ PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLAN-STATUS TO WS-SUR-PLAN-FLAG
           END-READ
           INITIALIZE PLAN-RECORD
           MOVE WS-SURVIVING-NUMBER TO PLAN-STUDENT-NUMBER
           SET PLAN-ACTIVE TO TRUE
           MOVE WS-RUN-DATE  TO PLAN-SETUP-DATE
           MOVE WS-NEW-TOTAL TO PLAN-TOTAL
           MOVE WS-NEW-COUNT TO PLAN-INST-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NEW-COUNT
               MOVE WS-NEW-DUE-DATE(WS-I)   TO PLAN-DUE-DATE(WS-I)
               MOVE WS-NEW-DUE-AMOUNT(WS-I) TO PLAN-DUE-AMOUNT(WS-I)
           END-PERFORM
           IF WS-SUR-PLAN-ON-FILE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY '** PLAN REWRITE FAILED **'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLAN-MOVED
               END-REWRITE
           ELSE
               WRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY '** PLAN WRITE FAILED **'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLAN-MOVED
               END-WRITE
           END-IF.

      ******************************************************************
      * Both numbers can only be on the same sponsor by now.  If the
      * survivor already has the link, the later invoiced date is kept
      * so SPONSOR-INVOICE cannot bill the sponsor twice this month.
      ******************************************************************
       340-MOVE-SPONSOR-LINK.
           IF WS-LINK-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO SPL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 341-RE-KEY-SPONSOR-LINK
               END-READ
           END-IF.

       341-RE-KEY-SPONSOR-LINK.
           MOVE SPONSOR-LINK-RECORD TO WS-SAVE-ROW
           MOVE SPL-LAST-INVOICED-DATE TO WS-SAVE-INVOICED-DATE
           DELETE SPONSOR-LINK-FILE RECORD
               INVALID KEY
                   DISPLAY '** SPONSOR LINK DELETE FAILED **'
           END-DELETE
           MOVE WS-SAVE-ROW TO SPONSOR-LINK-RECORD
           MOVE WS-SURVIVING-NUMBER TO SPL-STUDENT-NUMBER
           WRITE SPONSOR-LINK-RECORD
               INVALID KEY
                   PERFORM 342-KEEP-LATER-INVOICE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SPONSOR-MOVED
           END-WRITE.

       342-KEEP-LATER-INVOICE.
           MOVE WS-SURVIVING-NUMBER TO SPL-STUDENT-NUMBER
           READ SPONSOR-LINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SAVE-INVOICED-DATE > SPL-LAST-INVOICED-DATE
                       MOVE WS-SAVE-INVOICED-DATE
                           TO SPL-LAST-INVOICED-DATE
                       REWRITE SPONSOR-LINK-RECORD
                           INVALID KEY
                               DISPLAY '** SPONSOR LINK REWRITE'
                                   ' FAILED **'
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * The higher notice level wins, so the survivor is not sent a
      * first notice when the retired number had already reached a
      * firm or final one.
      ******************************************************************
       350-MOVE-DUNNING.
           IF WS-DUNNING-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO DUN-STUDENT-NUMBER
               READ DUNNING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 351-RE-KEY-DUNNING
               END-READ
           END-IF.

       351-RE-KEY-DUNNING.
           MOVE DUNNING-RECORD TO WS-SAVE-ROW
           MOVE DUN-LAST-LEVEL TO WS-SAVE-DUN-LEVEL
           DELETE DUNNING-FILE RECORD
               INVALID KEY
                   DISPLAY '** DUNNING DELETE FAILED **'
           END-DELETE
           MOVE WS-SAVE-ROW TO DUNNING-RECORD
           MOVE WS-SURVIVING-NUMBER TO DUN-STUDENT-NUMBER
           WRITE DUNNING-RECORD
               INVALID KEY
                   PERFORM 352-KEEP-HIGHER-LEVEL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUNNING-MOVED
           END-WRITE.

       352-KEEP-HIGHER-LEVEL.
           MOVE WS-SURVIVING-NUMBER TO DUN-STUDENT-NUMBER
           READ DUNNING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-SAVE-DUN-LEVEL > DUN-LAST-LEVEL
                       MOVE WS-SAVE-ROW TO DUNNING-RECORD
                       MOVE WS-SURVIVING-NUMBER TO DUN-STUDENT-NUMBER
                       REWRITE DUNNING-RECORD
                           INVALID KEY
                               DISPLAY '** DUNNING REWRITE FAILED **'
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-DUNNING-MOVED
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * Returned checks on either number count against the student, so
      * when both have history the counts are added, the two latest
      * return dates kept, and certified funds only carried across.
      ******************************************************************
       355-MOVE-NSF-HISTORY.
           IF WS-NSF-FILE-AVAIL
               MOVE WS-RETIRED-NUMBER TO NSF-STUDENT-NUMBER
               READ NSF-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 356-RE-KEY-NSF-HISTORY
               END-READ
           END-IF.

       356-RE-KEY-NSF-HISTORY.
           MOVE NSF-RECORD TO WS-SAVE-ROW
           MOVE NSF-RETURN-COUNT      TO WS-RN-RETURN-COUNT
           MOVE NSF-LAST-RETURN-DATE  TO WS-RN-LAST-DATE
           MOVE NSF-PRIOR-RETURN-DATE TO WS-RN-PRIOR-DATE
           MOVE NSF-FUNDS-FLAG        TO WS-RN-FUNDS-FLAG
           MOVE NSF-CERTIFIED-DATE    TO WS-RN-CERTIFIED-DATE
           DELETE NSF-HIST-FILE RECORD
               INVALID KEY
                   DISPLAY '** RETURNED-CHECK HISTORY DELETE FAILED **'
           END-DELETE
           MOVE WS-SAVE-ROW TO NSF-RECORD
           MOVE WS-SURVIVING-NUMBER TO NSF-STUDENT-NUMBER
           WRITE NSF-RECORD
               INVALID KEY
                   PERFORM 357-COMBINE-NSF-HISTORY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NSF-MOVED
           END-WRITE.

       357-COMBINE-NSF-HISTORY.
           MOVE WS-SURVIVING-NUMBER TO NSF-STUDENT-NUMBER
           READ NSF-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 358-ADD-RETIRED-RETURNS
                   REWRITE NSF-RECORD
                       INVALID KEY
                           DISPLAY '** RETURNED-CHECK HISTORY REWRITE'
                               ' FAILED **'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-NSF-MOVED
                   END-REWRITE
           END-READ.

       358-ADD-RETIRED-RETURNS.
           ADD WS-RN-RETURN-COUNT TO NSF-RETURN-COUNT
           EVALUATE TRUE
               WHEN WS-RN-LAST-DATE > NSF-LAST-RETURN-DATE
                   IF NSF-LAST-RETURN-DATE > WS-RN-PRIOR-DATE
                       MOVE NSF-LAST-RETURN-DATE
                           TO NSF-PRIOR-RETURN-DATE
                   ELSE
                       MOVE WS-RN-PRIOR-DATE TO NSF-PRIOR-RETURN-DATE
                   END-IF
                   MOVE WS-RN-LAST-DATE TO NSF-LAST-RETURN-DATE
               WHEN WS-RN-LAST-DATE > NSF-PRIOR-RETURN-DATE
                   MOVE WS-RN-LAST-DATE TO NSF-PRIOR-RETURN-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RN-CERTIFIED-ONLY AND NOT NSF-CERTIFIED-ONLY
               SET NSF-CERTIFIED-ONLY TO TRUE
               MOVE WS-RN-CERTIFIED-DATE TO NSF-CERTIFIED-DATE
           END-IF.

      ******************************************************************
      * Numbers merged into the retired one earlier now point straight
      * at the survivor.
      ******************************************************************
       360-REPOINT-EARLIER-MERGES.
           MOVE 'N' TO WS-MERGE-EOF
           MOVE 0 TO MRG-RETIRED-NUMBER
           START MERGE-FILE KEY >= MRG-RETIRED-NUMBER
               INVALID KEY
                   SET WS-MERGE-END TO TRUE
           END-START
           PERFORM UNTIL WS-MERGE-END
               READ MERGE-FILE NEXT RECORD
                   AT END
                       SET WS-MERGE-END TO TRUE
                   NOT AT END
                       IF MRG-SURVIVING-NUMBER = WS-RETIRED-NUMBER
                           MOVE WS-SURVIVING-NUMBER
                               TO MRG-SURVIVING-NUMBER
                           REWRITE MERGE-RECORD
                               INVALID KEY
                                   DISPLAY '** MERGE REWRITE FAILED **'
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPOINT-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       370-WRITE-MERGE-ROW.
           MOVE WS-RETIRED-NUMBER   TO MRG-RETIRED-NUMBER
           MOVE WS-SURVIVING-NUMBER TO MRG-SURVIVING-NUMBER
           MOVE WS-RUN-DATE         TO MRG-MERGE-DATE
           MOVE WS-RUN-TIME         TO MRG-MERGE-TIME
           MOVE SIGNON-OPERATOR-ID  TO MRG-OPERATOR-ID
           MOVE WS-MOVE-AMOUNT      TO MRG-BALANCE-MOVED
           MOVE WS-RETIRED-NAME     TO MRG-RETIRED-NAME
           MOVE WS-ADDRESS-MOVED    TO MRG-ADDRESS-MOVED
           MOVE WS-PLAN-MOVED       TO MRG-PLAN-MOVED
           MOVE WS-SPONSOR-MOVED    TO MRG-SPONSOR-MOVED
           MOVE WS-DUNNING-MOVED    TO MRG-DUNNING-MOVED
           MOVE WS-NSF-MOVED        TO MRG-NSF-MOVED
           WRITE MERGE-RECORD
               INVALID KEY
                   DISPLAY '** MERGE POINTER WRITE FAILED **'
           END-WRITE.

       380-WRITE-REGISTER.
           MOVE WS-RUN-DATE         TO REG-MERGE-DATE
           MOVE WS-RETIRED-NUMBER   TO REG-RETIRED-NUMBER
           MOVE WS-SURVIVING-NUMBER TO REG-SURVIVING-NUMBER
           MOVE SIGNON-OPERATOR-ID  TO REG-OPERATOR-ID
           MOVE REG-MERGE-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-RETIRED-NAME     TO REG-RETIRED-NAME
           MOVE WS-MOVE-AMOUNT      TO REG-BALANCE-MOVED
           MOVE REG-BALANCE-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-ADDRESS-MOVED    TO REG-ADDRESS-MOVED
           MOVE WS-PLAN-MOVED       TO REG-PLAN-MOVED
           MOVE WS-SPONSOR-MOVED    TO REG-SPONSOR-MOVED
           MOVE WS-DUNNING-MOVED    TO REG-DUNNING-MOVED
           MOVE WS-NSF-MOVED        TO REG-NSF-MOVED
           MOVE WS-REPOINT-COUNT    TO REG-REPOINT-COUNT
           MOVE REG-MOVED-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           IF WS-MERGE-FILE-AVAIL
               CLOSE MERGE-FILE
           END-IF.
           IF WS-ADDRESS-FILE-AVAIL
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-PLAN-FILE-AVAIL
               CLOSE PLAN-FILE
           END-IF.
           IF WS-LINK-FILE-AVAIL
               CLOSE SPONSOR-LINK-FILE
           END-IF.
           IF WS-DUNNING-FILE-AVAIL
               CLOSE DUNNING-FILE
           END-IF.
           IF WS-NSF-FILE-AVAIL
               CLOSE NSF-HIST-FILE
           END-IF.
           IF WS-AGENCY-FILE-AVAIL
               CLOSE AGENCY-FILE
           END-IF.
           CLOSE REGISTER-FILE.
