      *          power cut) is a MASTER-RELOAD from last night's
      *          backup instead of a re-keying session.  The 209-
      *          CHECKPOINT in STUDENT-FILE protects a crashed keying
      *          session; this protects the file itself.  Ends with
      *          RETURN-CODE 0 when both masters were unloaded, 4 when
      *          only the address master could not be, and 8 when the
      *          student master was not backed up, so NIGHTLY-BATCH
      *          can stop the stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-ADDRESS-BKUP-STATUS PIC X(2).
           05  WS-EOF-FLAG           PIC X.
               88  WS-END-OF-FILE    VALUE 'Y'.
           05  WS-STUDENT-UNLOAD-FLAG PIC X VALUE 'N'.
               88  WS-STUDENT-UNLOADED VALUE 'Y'.
           05  WS-ADDRESS-UNLOAD-FLAG PIC X VALUE 'N'.
               88  WS-ADDRESS-UNLOADED VALUE 'Y'.
           05  WS-CURRENT-DATETIME   PIC X(21).
           05  WS-STUDENT-BKUP-NAME  PIC X(40).
           05  WS-ADDRESS-BKUP-NAME  PIC X(40).
           PERFORM 300-UNLOAD-STUDENT-MASTER.
           PERFORM 400-UNLOAD-ADDRESS-MASTER.
           PERFORM 500-WRITE-CONTROL-FILE.
           PERFORM 600-SET-RETURN-CODE.
           GOBACK.

       200-BUILD-FILENAMES.
                   UNTIL WS-END-OF-FILE
               CLOSE STUDENT-FILE
               CLOSE STUDENT-BKUP-FILE
               SET WS-STUDENT-UNLOADED TO TRUE
               DISPLAY 'STUDENT MASTER: ' WS-STUDENT-COUNT
                   ' RECORD(S) TO ' WS-STUDENT-BKUP-NAME
           END-IF.
                   UNTIL WS-END-OF-FILE
               CLOSE ADDRESS-FILE
               CLOSE ADDRESS-BKUP-FILE
               SET WS-ADDRESS-UNLOADED TO TRUE
               DISPLAY 'ADDRESS MASTER: ' WS-ADDRESS-COUNT
                   ' RECORD(S) TO ' WS-ADDRESS-BKUP-NAME
           END-IF.
           CLOSE CONTROL-BKUP-FILE
           DISPLAY 'BACKUP CONTROL WRITTEN TO '
               WS-CONTROL-BKUP-NAME.

       600-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT WS-STUDENT-UNLOADED
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-ADDRESS-UNLOADED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
