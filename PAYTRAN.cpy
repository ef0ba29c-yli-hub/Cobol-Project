      * place (mirrors STUDREC.cpy / EXTRECT.cpy).
      *
      * TRN-AMOUNT is the SIGNED EFFECT on TUITION-OWED:
      *   type C (charge)     positive - new record keyed or loaded;
      *                       signed for a year-end balance forward
      *                       (check number BALFWD)
      *   type P (payment)    negative - check or console payment
      *   type R (reversal)   positive - bounced check / refund;
      *                       RETURNED-CHECKS stamps operator NSF
      *                       and the returned check's number, and
      *                       charges the returned-check fee as a
      *                       type C row under the same operator
      *   type A (adjustment) signed   - maintenance correction delta;
      *                       AGENCY-REMITTANCE stamps operator
      *                       AGENCY on the commission the collection
      *                       agency kept, next to the type P row for
      *                       the net it remitted, so the student is
      *                       credited the gross the agency collected;
      *                       ACCOUNT-MERGE writes an offsetting pair
      *                       moving a retired number's balance to the
      *                       surviving number, each carrying MG and
      *                       the other number in the check-number
      *                       columns
      *   type F (financial aid) negative - aid office disbursement
      *                       posted by AID-DISBURSE; the award code
      *                       rides in the check-number columns
      *                       (TRN-AWARD-CODE).  Not cash, so it is
      *                       kept apart from type P everywhere
      *                       payments are counted
      * so a student's expected balance is simply the sum of that
      * student's TRN-AMOUNT values.
      *
      * TRN-OPERATOR-ID is the signed-on operator for console work, or
      * the fixed id a batch program stamps on its rows.  Those batch
      * ids are not people and never sign on - TRN-BATCH-OPERATOR
      * lists them so cashier and operator checks can pass them by.
      ******************************************************************
       01  PAY-TRANS-RECORD.
           05  TRN-DATE              PIC 9(8).
               88  TRN-PAYMENT       VALUE 'P'.
               88  TRN-REVERSAL      VALUE 'R'.
               88  TRN-ADJUSTMENT    VALUE 'A'.
               88  TRN-AID           VALUE 'F'.
           05  TRN-STUDENT-NUMBER    PIC 9(6).
           05  TRN-CHECK-NUMBER      PIC X(8).
           05  TRN-AWARD-CODE REDEFINES TRN-CHECK-NUMBER
                                     PIC X(8).
           05  TRN-AMOUNT            PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  TRN-OPERATOR-ID       PIC X(8).
               88  TRN-BATCH-OPERATOR VALUE 'LOCKBOX ' 'LATEFEE '
                                            'SPONSOR ' 'ASSESS  '
                                            'CONVERT ' 'ROLLOVER'
                                            'SUSPENSE' 'NSF     '
                                            'FINAID  ' 'BATCH   '
                                            'AGENCY  '.
