      * Shared end-of-day control snapshot row layout for
      * E:\EOD_SNAPSHOT.TXT - one dated row per balancing run with the
      * master record count and the sum of TUITION-OWED.  Appended by
      * END-OF-DAY, and by YEAR-END-ROLLOVER as a baseline holding
      * the balances carried forward onto the new master, so the
      * first balancing run of the new year does not compare against
      * the pre-rollover totals.  SNAP-SOURCE tells the two apart: a
      * rollover baseline dated today is still a prior for END-OF-DAY
      * (the rollover may run before the day is balanced), where its
      * own earlier rows dated today are not.  Rows written before
      * the flag was added read back as spaces - END-OF-DAY rows.
      * COPY'd into both so the layout only has to change in one
      * place.
      ******************************************************************
           05  SNAP-COUNT            PIC 9(5).
           05  SNAP-TOTAL            PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05  SNAP-SOURCE           PIC X.
               88  SNAP-END-OF-DAY-RUN    VALUE SPACE.
               88  SNAP-ROLLOVER-BASELINE VALUE 'R'.
