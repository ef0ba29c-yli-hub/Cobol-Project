      * one row per TERM-CODE / ACADEMIC-YEAR, maintained by the bursar
      * in RATE-MAINT and applied by CHARGE-ASSESS.  The late-fee
      * columns drive LATE-FEE-ASSESS: a flat amount and/or a
      * percentage of the past-due balance, per term.  The returned-
      * check fee is the flat fee RETURNED-CHECKS charges, per term,
      * for each check the bank sends back.  Rows written before the
      * late-fee or returned-check columns existed come back short,
      * so every load must guard those fields with IS NUMERIC before
      * using them.  COPY'd into every program that touches the table
      * so the layout only has to change in one place (mirrors
      * STUDREC.cpy / EXTRECT.cpy / PAYTRAN.cpy).
           05  RATE-FULL-TIME-CAP    PIC 9(7)V99.
           05  RATE-LATE-FEE-FLAT    PIC 9(5)V99.
           05  RATE-LATE-FEE-PCT     PIC 9(3)V99.
           05  RATE-NSF-FEE          PIC 9(5)V99.
