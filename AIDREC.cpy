      ******************************************************************
      * Shared financial-aid disbursement history layout for
      * E:\AID_HIST.TXT - one row for every award AID-DISBURSE has
      * posted to a student: student, term and award code as the aid
      * office sent them, the amount, the aid office's disbursement
      * date, and the date and time of the run that posted it (every
      * row from one run carries the same stamp, which is how that
      * run's award register is picked back out).  A disbursement
      * already on the history for the same student, term, award,
      * amount and disbursement date is refused as a re-send.  COPY'd
      * into every program that reads the history so the layout only
      * has to change in one place (mirrors SUSPREC.cpy).
      ******************************************************************
       01  AID-HIST-RECORD.
           05  AIDH-STUDENT-NUMBER   PIC 9(6).
           05  AIDH-TERM-CODE        PIC X(6).
           05  AIDH-AWARD-CODE       PIC X(8).
           05  AIDH-AMOUNT           PIC 9(7)V99.
           05  AIDH-DISB-DATE        PIC 9(8).
           05  AIDH-POSTED-DATE      PIC 9(8).
           05  AIDH-POSTED-TIME      PIC 9(8).
