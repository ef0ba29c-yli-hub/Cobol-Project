      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - registrar hold inquiry for the counter.
      *          Given a STUDENT-NUMBER, shows whether the student is
      *          held from registration and transcripts now (see
      *          HOLDREC.cpy), then walks the hold history (see
      *          HOLDHST.cpy) and displays every time a hold went on
      *          or came off, with the reason and the balance, past-due
      *          amount, days past due and dunning level that stood
      *          behind it - so the bursar can answer "why was I
      *          blocked" without opening the raw files.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-INQUIRY INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT HOLD-FILE ASSIGN TO "E:\HOLDS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-STUDENT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-HIST-FILE ASSIGN TO "E:\HOLD_HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  HOLD-HIST-FILE.
           COPY HOLDHST.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  EOF                   PIC X.
           05  WS-STUDENT-STATUS     PIC X(2).
               88  WS-STUDENT-OK     VALUE '00'.
           05  WS-MASTER-FLAG        PIC X VALUE 'N'.
               88  WS-MASTER-AVAIL   VALUE 'Y'.
           05  WS-HOLD-STATUS        PIC X(2).
               88  WS-HOLD-OK        VALUE '00'.
           05  WS-HOLD-FILE-FLAG     PIC X VALUE 'N'.
               88  WS-HOLD-FILE-AVAIL VALUE 'Y'.
           05  WS-HIST-STATUS        PIC X(2).
               88  WS-HIST-OK        VALUE '00'.
           05  WS-HIST-EOF           PIC X.
               88  WS-HIST-END       VALUE 'Y'.
           05  WS-LOOKUP-NUMBER      PIC X(6).
           05  WS-INQUIRY-NUMBER     PIC 9(6).
           05  WS-HIT-COUNT          PIC 9(5).
           05  WS-REASON-CODE        PIC X(2).
           05  WS-REASON-WORDS       PIC X(30).
           05  WS-ACTION-WORD        PIC X(8).
           05  WS-BALANCE-EDIT       PIC Z,ZZZ,ZZ9.99CR.
           05  WS-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99.
           05  WS-DAYS-EDIT          PIC ZZZZ9.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-HOLD-INQUIRY.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           CALL 'SIGN-ON'.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-OK
               SET WS-MASTER-AVAIL TO TRUE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-OK
               SET WS-HOLD-FILE-AVAIL TO TRUE
           END-IF.

       202-PROCESS.
           IF SIGNED-ON
               PERFORM 302-PROMPT
               PERFORM 303-INQUIRY-LOOP
                   UNTIL EOF = 'Y'
           ELSE
               DISPLAY '** NOT SIGNED ON - NO INQUIRIES **'
           END-IF.

       302-PROMPT.
           DISPLAY 'PRESS ENTER TO LOOK UP A HOLD, OR Y TO EXIT'.
           ACCEPT EOF.

       303-INQUIRY-LOOP.
           IF EOF NOT = 'Y'
               PERFORM 304-GET-LOOKUP-NUMBER
               MOVE WS-LOOKUP-NUMBER TO WS-INQUIRY-NUMBER
               PERFORM 305-SHOW-STUDENT
               PERFORM 306-SHOW-HOLD-NOW
               PERFORM 307-WALK-HISTORY
               PERFORM 302-PROMPT
           END-IF.

       304-GET-LOOKUP-NUMBER.
           MOVE SPACES TO WS-LOOKUP-NUMBER
           PERFORM UNTIL WS-LOOKUP-NUMBER IS NUMERIC
               DISPLAY 'STUDENT NUMBER TO LOOK UP'
               ACCEPT WS-LOOKUP-NUMBER
               IF WS-LOOKUP-NUMBER IS NOT NUMERIC
                   DISPLAY '** INVALID STUDENT NUMBER - DIGITS ONLY **'
               END-IF
           END-PERFORM.

       305-SHOW-STUDENT.
           IF WS-MASTER-AVAIL
               MOVE WS-INQUIRY-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY '** NO MASTER RECORD FOR STUDENT '
                           WS-INQUIRY-NUMBER ' **'
                   NOT INVALID KEY
                       MOVE TUITION-OWED TO WS-BALANCE-EDIT
                       DISPLAY 'STUDENT ' STUDENT-NUMBER ' '
                           STUDENT-NAME ' OWES ' WS-BALANCE-EDIT
               END-READ
           END-IF.

       306-SHOW-HOLD-NOW.
           IF NOT WS-HOLD-FILE-AVAIL
               DISPLAY 'NO HOLDS ON FILE - STUDENT HAS NEVER BEEN'
                   ' HELD'
           ELSE
               MOVE WS-INQUIRY-NUMBER TO HLD-STUDENT-NUMBER
               READ HOLD-FILE
                   INVALID KEY
                       DISPLAY 'STUDENT HAS NEVER BEEN HELD'
                   NOT INVALID KEY
                       IF HLD-ON-HOLD
                           MOVE HLD-PLACE-REASON TO WS-REASON-CODE
                           PERFORM 309-SET-REASON-WORDS
                           DISPLAY '** ON HOLD SINCE '
                               HLD-PLACED-DATE ' - '
                               WS-REASON-WORDS ' **'
                       ELSE
                           MOVE HLD-RELEASE-REASON TO WS-REASON-CODE
                           PERFORM 309-SET-REASON-WORDS
                           DISPLAY 'NOT ON HOLD - RELEASED '
                               HLD-RELEASED-DATE ' - '
                               WS-REASON-WORDS
                       END-IF
               END-READ
           END-IF.

       307-WALK-HISTORY.
           MOVE 0 TO WS-HIT-COUNT
           OPEN INPUT HOLD-HIST-FILE
           IF WS-HIST-OK
               MOVE 'N' TO WS-HIST-EOF
               READ HOLD-HIST-FILE
                   AT END
                       SET WS-HIST-END TO TRUE
               END-READ
               PERFORM UNTIL WS-HIST-END
                   IF HHS-STUDENT-NUMBER = WS-INQUIRY-NUMBER
                       PERFORM 308-SHOW-ONE-CHANGE
                   END-IF
                   READ HOLD-HIST-FILE
                       AT END
                           SET WS-HIST-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOLD-HIST-FILE
           END-IF
           IF WS-HIT-COUNT = 0
               DISPLAY '(NO HOLD HISTORY FOR STUDENT '
                   WS-INQUIRY-NUMBER ')'
           END-IF.

       308-SHOW-ONE-CHANGE.
           ADD 1 TO WS-HIT-COUNT
           IF HHS-PLACED
               MOVE 'PLACED  ' TO WS-ACTION-WORD
           ELSE
               MOVE 'RELEASED' TO WS-ACTION-WORD
           END-IF
           MOVE HHS-REASON TO WS-REASON-CODE
           PERFORM 309-SET-REASON-WORDS
           DISPLAY HHS-DATE ' ' WS-ACTION-WORD ' ' WS-REASON-WORDS
           MOVE HHS-BALANCE TO WS-BALANCE-EDIT
           MOVE HHS-PAST-DUE TO WS-AMOUNT-EDIT
           MOVE HHS-DAYS-OLD TO WS-DAYS-EDIT
           DISPLAY '         BALANCE ' WS-BALANCE-EDIT
               ' PAST DUE ' WS-AMOUNT-EDIT
               ' DAYS ' WS-DAYS-EDIT
               ' NOTICE LEVEL ' HHS-DUN-LEVEL.

       309-SET-REASON-WORDS.
           EVALUATE WS-REASON-CODE
               WHEN 'DA'
                   MOVE 'PAST DUE TOO MANY DAYS' TO WS-REASON-WORDS
               WHEN 'AM'
                   MOVE 'PAST DUE AMOUNT TOO HIGH' TO WS-REASON-WORDS
               WHEN 'DL'
                   MOVE 'DUNNING NOTICE LEVEL REACHED'
                       TO WS-REASON-WORDS
               WHEN 'PD'
                   MOVE 'BALANCE PAID' TO WS-REASON-WORDS
               WHEN 'PL'
                   MOVE 'PAYMENT PLAN CURRENT' TO WS-REASON-WORDS
               WHEN 'BT'
                   MOVE 'UNDER EVERY HOLD RULE' TO WS-REASON-WORDS
               WHEN OTHER
                   MOVE WS-REASON-CODE TO WS-REASON-WORDS
           END-EVALUATE.

       203-CLOSE.
           IF WS-MASTER-AVAIL
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-HOLD-FILE-AVAIL
               CLOSE HOLD-FILE
           END-IF.
