      ******************************************************************
      * Shared hold-history row layout for E:\HOLD_HIST.TXT - appended
      * by REGISTRAR-HOLDS each time a hold goes on (action P) or comes
      * off (action R), with the reason code (see HOLDREC.cpy) and the
      * account as it stood at that moment, so the bursar can show a
      * student at the counter why the hold was placed and when it was
      * released (HOLD-INQUIRY).  COPY'd into every program that
      * touches the file so the layout only has to change in one
      * place (mirrors RUNCTL.cpy).
      ******************************************************************
       01  HOLD-HIST-RECORD.
           05  HHS-STUDENT-NUMBER    PIC 9(6).
           05  HHS-ACTION            PIC X.
               88  HHS-PLACED        VALUE 'P'.
               88  HHS-RELEASED      VALUE 'R'.
           05  HHS-DATE              PIC 9(8).
           05  HHS-TIME              PIC 9(8).
           05  HHS-REASON            PIC X(2).
           05  HHS-BALANCE           PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  HHS-PAST-DUE          PIC 9(7)V99.
           05  HHS-DAYS-OLD          PIC 9(5).
           05  HHS-DUN-LEVEL         PIC 9.
