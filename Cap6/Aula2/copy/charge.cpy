      *> by the batch assessment run from the enrollment master and
      *> the bursar's rate table. Reassessment rewrites the row in
      *> place, so a credit-load change adjusts the existing charge
      *> instead of producing a second bill. Chg-Retained is the
      *> tuition kept under the refund schedule for courses dropped
      *> (or a withdrawal) after the refund period began; it is
      *> already included in Chg-Total.
         01 Charge-Record.
            02 Charge-Key.
               03 Chg-Student-Id  PIC 9(9).
            02 Chg-Flat-Fees      PIC 9(5)V99.
            02 Chg-Total          PIC 9(7)V99.
            02 Chg-Assessed-Date  PIC 9(8).
            02 Chg-Retained       PIC 9(7)V99.
