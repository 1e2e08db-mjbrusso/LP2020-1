      *> Refund calculation record, one row per course drop or term
      *> withdrawal, keyed on Student-Id, term and a running number.
      *> The gross is what the dropped credits (or, on withdrawal,
      *> the remaining load plus flat fees) were billed at; the
      *> schedule percentage in force on the action date splits it
      *> into the refund and the amount retained. The tuition
      *> assessment adds every active row's retained amount back onto
      *> the term's charge. Re-adding the course or reinstating the
      *> enrollment voids the row instead of deleting it.
         01 Refund-Record.
            02 Refund-Key.
               03 Ref-Student-Id  PIC 9(9).
               03 Ref-Term        PIC X(6).
               03 Ref-Seq         PIC 9(3).
            02 Ref-Kind           PIC X.
               88 Ref-Is-Drop     VALUE "D".
               88 Ref-Is-Withdrawal VALUE "W".
            02 Ref-Course-Id      PIC X(8).
            02 Ref-Program        PIC X(20).
            02 Ref-Action-Date    PIC 9(8).
            02 Ref-Credits        PIC 99.
            02 Ref-Per-Credit     PIC 9(5)V99.
            02 Ref-Fees           PIC 9(5)V99.
            02 Ref-Gross          PIC 9(7)V99.
            02 Ref-Refund-Pct     PIC 9(3).
            02 Ref-Refund-Amount  PIC 9(7)V99.
            02 Ref-Retained-Amount PIC 9(7)V99.
            02 Ref-Status         PIC X.
               88 Ref-Is-Active   VALUE "A".
               88 Ref-Is-Voided   VALUE "V".
            02 Ref-Operator-Id    PIC X(8).
