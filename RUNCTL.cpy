      ******************************************************************
      * Shared nightly run-control row layout for E:\RUN_CONTROL.TXT -
      * appended by NIGHTLY-BATCH, one row when a step starts (outcome
      * I) and another when it ends, so a step that never came back
      * still shows as started.  A stream is every row carrying the
      * same RUN-STREAM-DATE (the night it first started); a restart
      * keeps the stopped stream's date and skips the steps already
      * completed, warned or not due, and tonight's stream follows it
      * when the stopped one is from an earlier night.  A monthly step
      * is due until a completed or warned row for it carries a
      * RUN-START-DATE in the current month.  Step 99 marks the stream
      * complete.  RUN-RETURN-CODE is the RETURN-CODE the step program
      * ended with: 0 completed, 4 completed with warnings, 8 or more
      * failed.  COPY'd into every program that touches the file so
      * the layout only has to change in one place (mirrors
      * SNAPREC.cpy).
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-STREAM-DATE       PIC 9(8).
           05  RUN-STEP-NUMBER       PIC 9(2).
               88  RUN-STREAM-END    VALUE 99.
           05  RUN-PROGRAM-NAME      PIC X(16).
           05  RUN-START-DATE        PIC 9(8).
           05  RUN-START-TIME        PIC 9(8).
           05  RUN-END-DATE          PIC 9(8).
           05  RUN-END-TIME          PIC 9(8).
           05  RUN-OUTCOME           PIC X.
               88  RUN-STARTED       VALUE 'I'.
               88  RUN-COMPLETED     VALUE 'C'.
               88  RUN-WARNING       VALUE 'W'.
               88  RUN-FAILED        VALUE 'F'.
               88  RUN-NOT-DUE       VALUE 'N'.
               88  RUN-STEP-DONE     VALUE 'C' 'W' 'N'.
           05  RUN-RETURN-CODE       PIC 9(4).
