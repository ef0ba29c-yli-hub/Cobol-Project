      ******************************************************************
      * Shared collection-settings record layout for E:\COLLECT_CTL.TXT
      * - a single row of thresholds the bursar sets in COLLECTION-
      * SETTINGS.  The hold columns drive REGISTRAR-HOLDS: a past-due
      * account (30+ days by the AGED-RECEIVABLES rules) is held from
      * registration and transcripts once its past-due age reaches
      * COL-HOLD-DAYS, its past-due amount reaches COL-HOLD-AMOUNT, or
      * its last dunning notice reaches COL-HOLD-DUN-LEVEL (see
      * DUNREC.cpy).  Zero in a column means that rule is not used.
      * COL-FORECAST-PCT is the share of the cash expected in each of
      * the 13 weeks of CASH-FORECAST that the bursar counts on
      * actually collecting (000-100); a row written before the
      * column existed reads as 100.
      * COPY'd into every program that touches the file so the layout
      * only has to change in one place (mirrors DAYCTL.cpy).
      ******************************************************************
       01  COLLECTION-CONTROL-RECORD.
           05  COL-HOLD-DAYS         PIC 9(3).
           05  COL-HOLD-AMOUNT       PIC 9(7)V99.
           05  COL-HOLD-DUN-LEVEL    PIC 9.
           05  COL-CHANGED-DATE      PIC 9(8).
           05  COL-CHANGED-BY        PIC X(8).
           05  COL-FORECAST-PCT      PIC 9(3) OCCURS 13 TIMES.
