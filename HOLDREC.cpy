      ******************************************************************
      * Shared registrar-hold layout for E:\HOLDS.TXT, keyed by
      * HLD-STUDENT-NUMBER to match the STUDENT-FILE master - where
      * each student's registration/transcript hold stands now.
      * REGISTRAR-HOLDS places the hold (HLD-ON-HOLD) when the account
      * meets a rule on COLLCTL.cpy and releases it (HLD-RELEASED) when
      * a payment or a current payment plan brings it back under every
      * rule, and sends only those changes to the registrar.  Reason
      * codes:
      *     place   DA  past-due age reached the hold days
      *             AM  past-due amount reached the hold amount
      *             DL  dunning notice reached the hold level
      *     release PD  balance paid / nothing past due
      *             PL  active payment plan is current
      *             BT  still owing, but under every hold rule
      * HLD-LAST-CHANGE-DATE lets a second run the same day re-send the
      * day's changes.  Every change is also appended to the hold
      * history (see HOLDHST.cpy).  A student with no row has never
      * been held.  COPY'd into every program that opens the file so
      * the layout only has to change in one place (mirrors
      * AGYREC.cpy).
      ******************************************************************
       01  HOLD-RECORD.
           05  HLD-STUDENT-NUMBER    PIC 9(6).
           05  HLD-STATUS            PIC X.
               88  HLD-ON-HOLD       VALUE 'H'.
               88  HLD-RELEASED      VALUE 'R'.
           05  HLD-PLACED-DATE       PIC 9(8).
           05  HLD-PLACE-REASON      PIC X(2).
           05  HLD-RELEASED-DATE     PIC 9(8).
           05  HLD-RELEASE-REASON    PIC X(2).
           05  HLD-LAST-CHANGE-DATE  PIC 9(8).
