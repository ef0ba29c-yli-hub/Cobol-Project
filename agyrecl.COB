      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - review a student's collection agency
      *          placement and recall the account from the agency
      *          (see AGYREC.cpy) - a student who has come in to
      *          settle, or an account placed in error.  A recalled
      *          account goes back to normal collection: it is taken
      *          off placement, so LATE-FEE-ASSESS, DUNNING-LETTERS and
      *          STUDENT-STATEMENTS pick it up again, and its dunning
      *          level is cleared so the notices start again from the
      *          first.  Each recall is appended to
      *          E:\AGENCY_RECALL.TXT for the agency, so it stops
      *          working the account.  Recalling requires supervisor
      *          authority, like placing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-RECALL INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "E:\PROJECT1.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER
               FILE STATUS IS WS-STUDENT-STATUS.

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

           SELECT RECALL-FILE ASSIGN TO "E:\AGENCY_RECALL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY STUDREC.

       FD  AGENCY-FILE.
           COPY AGYREC.

       FD  DUNNING-FILE.
           COPY DUNREC.

      ******************************************************************
      * One row per account recalled, for the agency: student, name,
      * the date recalled and the bursar's reason.
      ******************************************************************
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05  RCL-STUDENT-NUMBER    PIC 9(6).
           05  RCL-STUDENT-NAME      PIC X(30).
           05  RCL-RECALL-DATE       PIC 9(8).
           05  RCL-REASON            PIC X(20).
           05  RCL-OPERATOR-ID       PIC X(8).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  EOF                   PIC X.
           05  WS-STUDENT-STATUS     PIC X(2).
               88  WS-STUDENT-OK     VALUE '00'.
           05  WS-AGENCY-STATUS      PIC X(2).
               88  WS-AGENCY-OK      VALUE '00'.
           05  WS-DUNNING-STATUS     PIC X(2).
               88  WS-DUNNING-OK     VALUE '00'.
           05  WS-RECALL-STATUS      PIC X(2).
               88  WS-RECALL-NOT-FOUND VALUE '35'.
           05  WS-DUNNING-FILE-FLAG  PIC X VALUE 'N'.
               88  WS-DUNNING-FILE-AVAIL VALUE 'Y'.
           05  WS-AGENCY-FOUND-FLAG  PIC X.
               88  WS-AGENCY-ON-FILE VALUE 'Y'.
           05  WS-LOOKUP-NUMBER      PIC X(6).
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-RUN-DATE           PIC 9(8).
           05  WS-CONFIRM            PIC X.
           05  WS-REASON-IN          PIC X(20).
           05  WS-BALANCE-EDIT       PIC Z,ZZZ,ZZ9.99CR.
           05  WS-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-RECALL-FROM-AGENCY.
           PERFORM 201-START.
           PERFORM 202-PROCESS.
           PERFORM 203-CLOSE.
           GOBACK.

       201-START.
           CALL 'SIGN-ON'.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           OPEN INPUT STUDENT-FILE.
           OPEN I-O AGENCY-FILE.
           OPEN I-O DUNNING-FILE.
           IF WS-DUNNING-OK
               SET WS-DUNNING-FILE-AVAIL TO TRUE
           END-IF.
           OPEN EXTEND RECALL-FILE.
           IF WS-RECALL-NOT-FOUND
               OPEN OUTPUT RECALL-FILE
               CLOSE RECALL-FILE
               OPEN EXTEND RECALL-FILE
           END-IF.

       202-PROCESS.
           IF NOT SIGNED-ON
               DISPLAY '** NOT SIGNED ON - NO ACCOUNTS RECALLED **'
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-STUDENT-OK
                       DISPLAY '** STUDENT-FILE NOT FOUND - NO'
                           ' ACCOUNTS RECALLED **'
                   WHEN NOT WS-AGENCY-OK
                       DISPLAY '** NO AGENCY PLACEMENTS ON FILE **'
                   WHEN OTHER
                       PERFORM 302-PROMPT
                       PERFORM 303-LOOKUP-LOOP
                           UNTIL EOF = 'Y'
               END-EVALUATE
           END-IF.

       302-PROMPT.
           DISPLAY 'PRESS ENTER TO LOOK UP A STUDENT, OR Y TO EXIT'.
           ACCEPT EOF.

       303-LOOKUP-LOOP.
           IF EOF NOT = 'Y'
               PERFORM 304-GET-LOOKUP-NUMBER
               MOVE WS-LOOKUP-NUMBER TO STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY '** NO RECORD FOR THAT STUDENT NUMBER **'
                   NOT INVALID KEY
                       PERFORM 305-SHOW-PLACEMENT
               END-READ
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

       305-SHOW-PLACEMENT.
           DISPLAY 'STUDENT NUMBER: ' STUDENT-NUMBER
           DISPLAY 'STUDENT NAME  : ' STUDENT-NAME
           MOVE TUITION-OWED TO WS-BALANCE-EDIT
           DISPLAY 'TUITION OWED  : ' WS-BALANCE-EDIT
           MOVE 'N' TO WS-AGENCY-FOUND-FLAG
           MOVE STUDENT-NUMBER TO AGY-STUDENT-NUMBER
           READ AGENCY-FILE
               INVALID KEY
                   DISPLAY 'NEVER PLACED WITH THE AGENCY'
               NOT INVALID KEY
                   SET WS-AGENCY-ON-FILE TO TRUE
                   PERFORM 306-SHOW-AGENCY-ROW
           END-READ
           IF WS-AGENCY-ON-FILE AND AGY-PLACED
               DISPLAY 'RECALL FROM THE AGENCY? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 310-RECALL-ACCOUNT
               END-IF
           END-IF.

       306-SHOW-AGENCY-ROW.
           IF AGY-PLACED
               DISPLAY 'AT THE AGENCY SINCE ' AGY-PLACED-DATE
           ELSE
               DISPLAY 'PLACED ' AGY-PLACED-DATE ' - RECALLED '
                   AGY-RECALL-DATE ' (' AGY-RECALL-REASON ')'
           END-IF
           MOVE AGY-PLACED-BALANCE TO WS-BALANCE-EDIT
           DISPLAY 'BALANCE PLACED: ' WS-BALANCE-EDIT
           MOVE AGY-RECOVERED-GROSS TO WS-AMOUNT-EDIT
           DISPLAY 'RECOVERED     : ' WS-AMOUNT-EDIT
           MOVE AGY-COMMISSION-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY 'COMMISSION    : ' WS-AMOUNT-EDIT.

       310-RECALL-ACCOUNT.
           IF NOT SIGNON-SUPERVISOR
               DISPLAY '** AGENCY RECALL REQUIRES SUPERVISOR'
                   ' AUTHORITY **'
           ELSE
               MOVE SPACES TO WS-REASON-IN
               PERFORM UNTIL WS-REASON-IN NOT = SPACES
                   DISPLAY 'REASON FOR RECALL (UP TO 20 CHARACTERS)'
                   ACCEPT WS-REASON-IN
               END-PERFORM
               SET AGY-RECALLED TO TRUE
               MOVE WS-RUN-DATE TO AGY-RECALL-DATE
               MOVE WS-REASON-IN TO AGY-RECALL-REASON
               REWRITE AGENCY-RECORD
                   INVALID KEY
                       DISPLAY '** AGENCY REWRITE FAILED **'
                   NOT INVALID KEY
                       PERFORM 320-CLEAR-DUNNING-LEVEL
                       PERFORM 330-WRITE-RECALL-NOTICE
                       DISPLAY 'ACCOUNT RECALLED - BACK TO NORMAL'
                           ' COLLECTION'
               END-REWRITE
           END-IF.

       320-CLEAR-DUNNING-LEVEL.
           IF WS-DUNNING-FILE-AVAIL
               MOVE STUDENT-NUMBER TO DUN-STUDENT-NUMBER
               READ DUNNING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO DUN-LAST-LEVEL
                       REWRITE DUNNING-RECORD
                           INVALID KEY
                               DISPLAY '** DUNNING REWRITE FAILED **'
                       END-REWRITE
               END-READ
           END-IF.

       330-WRITE-RECALL-NOTICE.
           MOVE STUDENT-NUMBER     TO RCL-STUDENT-NUMBER
           MOVE STUDENT-NAME       TO RCL-STUDENT-NAME
           MOVE WS-RUN-DATE        TO RCL-RECALL-DATE
           MOVE AGY-RECALL-REASON  TO RCL-REASON
           MOVE SIGNON-OPERATOR-ID TO RCL-OPERATOR-ID
           WRITE RECALL-RECORD.

       203-CLOSE.
           CLOSE STUDENT-FILE.
           CLOSE AGENCY-FILE.
           IF WS-DUNNING-FILE-AVAIL
               CLOSE DUNNING-FILE
           END-IF.
           CLOSE RECALL-FILE.
