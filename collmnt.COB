      ******************************************************************
      * Author: Ying LI
      * Purpose: Project1 - bursar maintenance of the collection
      *          settings on E:\COLLECT_CTL.TXT (see COLLCTL.cpy): the
      *          past-due age, past-due amount and dunning level at
      *          which REGISTRAR-HOLDS puts a registration/transcript
      *          hold on a student.  The row is loaded, shown, edited
      *          at the console and written back with the date and the
      *          operator who changed it.  A rule set to zero is not
      *          used.  The same row carries the collectability
      *          percentage the bursar sets for each of the 13 weekly
      *          buckets of CASH-FORECAST - how much of the cash due in
      *          that week is really expected in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-SETTINGS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-CONTROL-FILE
               ASSIGN TO "E:\COLLECT_CTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-CONTROL-FILE.
           COPY COLLCTL.

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-CONTROL-STATUS     PIC X(2).
               88  WS-CONTROL-OK     VALUE '00'.
           05  WS-CONFIRM            PIC X.
           05  WS-CHANGED-FLAG       PIC X VALUE 'N'.
               88  WS-SETTINGS-CHANGED VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-DAYS-IN            PIC X(3).
           05  WS-LEVEL-IN           PIC X.
           05  WS-AMOUNT-IN          PIC X(9).
           05  WS-AMOUNT-CENTS       PIC 9(9).
           05  WS-DAYS-EDIT          PIC ZZ9.
           05  WS-AMOUNT-EDIT        PIC Z,ZZZ,ZZ9.99.
           05  WS-PCT-IN             PIC X(3).
           05  WS-W                  PIC 9(2).

       01  WS-SETTINGS.
           05  WS-HOLD-DAYS          PIC 9(3) VALUE 0.
           05  WS-HOLD-AMOUNT        PIC 9(7)V99 VALUE 0.
           05  WS-HOLD-DUN-LEVEL     PIC 9 VALUE 0.
           05  WS-CHANGED-DATE       PIC 9(8) VALUE 0.
           05  WS-CHANGED-BY         PIC X(8) VALUE SPACES.
           05  WS-FORECAST-PCT       PIC 9(3) OCCURS 13 TIMES.

           COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAINTAIN-SETTINGS.
           CALL 'SIGN-ON'.
           IF SIGNED-ON
               PERFORM 201-LOAD-SETTINGS
               PERFORM 202-PROCESS
               IF WS-SETTINGS-CHANGED
                   PERFORM 203-SAVE-SETTINGS
               ELSE
                   DISPLAY 'COLLECTION SETTINGS UNCHANGED'
               END-IF
           ELSE
               DISPLAY '** NOT SIGNED ON - COLLECTION SETTINGS'
                   ' UNCHANGED **'
           END-IF.
           GOBACK.

       201-LOAD-SETTINGS.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               MOVE 100 TO WS-FORECAST-PCT(WS-W)
           END-PERFORM
           OPEN INPUT COLLECTION-CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY 'NO COLLECTION SETTINGS ON FILE - NO HOLD'
                   ' RULES SET'
           ELSE
               READ COLLECTION-CONTROL-FILE
                   AT END
                       DISPLAY 'NO COLLECTION SETTINGS ON FILE - NO'
                           ' HOLD RULES SET'
                   NOT AT END
                       PERFORM 205-TAKE-SETTINGS
               END-READ
               CLOSE COLLECTION-CONTROL-FILE
           END-IF.

       205-TAKE-SETTINGS.
           IF COL-HOLD-DAYS IS NUMERIC
               MOVE COL-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF
           IF COL-HOLD-AMOUNT IS NUMERIC
               MOVE COL-HOLD-AMOUNT TO WS-HOLD-AMOUNT
           END-IF
           IF COL-HOLD-DUN-LEVEL IS NUMERIC
               MOVE COL-HOLD-DUN-LEVEL TO WS-HOLD-DUN-LEVEL
           END-IF
           IF COL-CHANGED-DATE IS NUMERIC
               MOVE COL-CHANGED-DATE TO WS-CHANGED-DATE
           END-IF
           MOVE COL-CHANGED-BY TO WS-CHANGED-BY
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               IF COL-FORECAST-PCT(WS-W) IS NUMERIC
                   AND COL-FORECAST-PCT(WS-W) <= 100
                   MOVE COL-FORECAST-PCT(WS-W)
                       TO WS-FORECAST-PCT(WS-W)
               END-IF
           END-PERFORM.

       202-PROCESS.
           PERFORM 306-SHOW-SETTINGS
           DISPLAY 'CHANGE THE REGISTRAR HOLD RULES? (Y/N)'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM 307-GET-HOLD-RULES
               SET WS-SETTINGS-CHANGED TO TRUE
           END-IF
           PERFORM 309-SHOW-FORECAST-PCT
           DISPLAY 'CHANGE THE FORECAST COLLECTABILITY PERCENTAGES?'
               ' (Y/N)'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM 310-GET-FORECAST-PCT
               SET WS-SETTINGS-CHANGED TO TRUE
           END-IF.

       306-SHOW-SETTINGS.
           DISPLAY 'REGISTRAR HOLD RULES (0 = RULE NOT USED)'
           MOVE WS-HOLD-DAYS TO WS-DAYS-EDIT
           DISPLAY 'PAST DUE AT LEAST (DAYS)  : ' WS-DAYS-EDIT
           MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'PAST DUE AT LEAST (AMOUNT): ' WS-AMOUNT-EDIT
           DISPLAY 'DUNNING NOTICE AT LEAST   : ' WS-HOLD-DUN-LEVEL
               ' (1=FIRST 2=FIRM 3=FINAL)'
           IF WS-CHANGED-DATE > 0
               DISPLAY 'LAST CHANGED ' WS-CHANGED-DATE ' BY '
                   WS-CHANGED-BY
           END-IF.

       307-GET-HOLD-RULES.
           MOVE SPACES TO WS-DAYS-IN
           PERFORM UNTIL WS-DAYS-IN IS NUMERIC
               DISPLAY 'HOLD WHEN PAST DUE AT LEAST THIS MANY DAYS'
                   ' (3 DIGITS, E.G. 060, 000 = NOT USED)'
               ACCEPT WS-DAYS-IN
               IF WS-DAYS-IN IS NOT NUMERIC
                   DISPLAY '** INVALID DAYS - DIGITS ONLY **'
               END-IF
           END-PERFORM
           MOVE WS-DAYS-IN TO WS-HOLD-DAYS
           DISPLAY 'HOLD WHEN PAST DUE AT LEAST THIS AMOUNT'
               ' (0 = NOT USED)'
           PERFORM 308-GET-AMOUNT
           COMPUTE WS-HOLD-AMOUNT = WS-AMOUNT-CENTS / 100
           MOVE SPACES TO WS-LEVEL-IN
           PERFORM UNTIL WS-LEVEL-IN IS NUMERIC
               DISPLAY 'HOLD WHEN THE DUNNING NOTICE SENT IS AT LEAST'
                   ' (1=FIRST 2=FIRM 3=FINAL, 0 = NOT USED)'
               ACCEPT WS-LEVEL-IN
               IF WS-LEVEL-IN IS NOT NUMERIC
                   OR WS-LEVEL-IN > '3'
                   DISPLAY '** INVALID LEVEL - 0 TO 3 ONLY **'
                   MOVE SPACES TO WS-LEVEL-IN
               END-IF
           END-PERFORM
           MOVE WS-LEVEL-IN TO WS-HOLD-DUN-LEVEL.

       308-GET-AMOUNT.
           MOVE SPACES TO WS-AMOUNT-IN
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
               DISPLAY 'AMOUNT (DOLLARS+CENTS, NO DECIMAL POINT)'
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY '** INVALID AMOUNT - DIGITS ONLY **'
               END-IF
           END-PERFORM
           MOVE WS-AMOUNT-IN TO WS-AMOUNT-CENTS.

       309-SHOW-FORECAST-PCT.
           DISPLAY 'CASH FORECAST COLLECTABILITY BY WEEK'
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               DISPLAY 'WEEK ' WS-W ': ' WS-FORECAST-PCT(WS-W) '%'
           END-PERFORM.

      ******************************************************************
      * ENTER on its own keeps the week's current percentage.
      ******************************************************************
       310-GET-FORECAST-PCT.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               MOVE 'X' TO WS-PCT-IN
               PERFORM UNTIL WS-PCT-IN = SPACES
                   OR (WS-PCT-IN IS NUMERIC AND WS-PCT-IN <= '100')
                   DISPLAY 'WEEK ' WS-W ' COLLECTABILITY (3 DIGITS,'
                       ' 000-100, ENTER = KEEP '
                       WS-FORECAST-PCT(WS-W) ')'
                   ACCEPT WS-PCT-IN
                   IF WS-PCT-IN NOT = SPACES
                       AND (WS-PCT-IN IS NOT NUMERIC
                            OR WS-PCT-IN > '100')
                       DISPLAY '** INVALID PERCENTAGE - 000 TO 100'
                           ' ONLY **'
                   END-IF
               END-PERFORM
               IF WS-PCT-IN NOT = SPACES
                   MOVE WS-PCT-IN TO WS-FORECAST-PCT(WS-W)
               END-IF
           END-PERFORM.

       203-SAVE-SETTINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-CHANGED-DATE
           MOVE SIGNON-OPERATOR-ID TO WS-CHANGED-BY
           OPEN OUTPUT COLLECTION-CONTROL-FILE
           MOVE WS-HOLD-DAYS      TO COL-HOLD-DAYS
           MOVE WS-HOLD-AMOUNT    TO COL-HOLD-AMOUNT
           MOVE WS-HOLD-DUN-LEVEL TO COL-HOLD-DUN-LEVEL
           MOVE WS-CHANGED-DATE   TO COL-CHANGED-DATE
           MOVE WS-CHANGED-BY     TO COL-CHANGED-BY
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 13
               MOVE WS-FORECAST-PCT(WS-W) TO COL-FORECAST-PCT(WS-W)
           END-PERFORM
           WRITE COLLECTION-CONTROL-RECORD
           CLOSE COLLECTION-CONTROL-FILE
           DISPLAY 'COLLECTION SETTINGS SAVED'.
