      *          ledger feed format (fixed-width STUDENT-NUMBER/
      *          STUDENT-NAME/TUITION-OWED), so the tuition-owed figures
      *          no longer have to be manually retyped into the bursar's
      *          GL system every month.  Ends with RETURN-CODE 8 when
      *          the master would not open and no feed was written, 0
      *          otherwise, so NIGHTLY-BATCH can stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXPORT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-EOF-FLAG          PIC X VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-EXPORT-COUNT      PIC 9(5) VALUE 0.
           05  WS-MASTER-FLAG       PIC X VALUE 'N'.
               88  WS-MASTER-OPENED VALUE 'Y'.

       01  GL-FEED-DETAIL.
           05  GL-STUDENT-NUMBER    PIC 9(6).
           PERFORM 300-EXPORT-STUDENTS
               UNTIL WS-END-OF-FILE.
           PERFORM 700-CLOSE-FILES.
           PERFORM 710-SET-RETURN-CODE.
           GOBACK.

       200-OPEN-FILES.
               DISPLAY '** STUDENT-FILE NOT FOUND - NO EXPORT **'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-MASTER-OPENED TO TRUE
               PERFORM 210-READ-STUDENT
           END-IF.

           CLOSE STUDENT-FILE.
           CLOSE GL-FEED-FILE.
           DISPLAY 'EXPORTED ' WS-EXPORT-COUNT ' RECORD(S) TO GL FEED'.

       710-SET-RETURN-CODE.
           IF WS-MASTER-OPENED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
