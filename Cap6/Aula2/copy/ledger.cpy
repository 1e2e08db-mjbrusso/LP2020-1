      *> Student account ledger, one row per financial event, keyed
      *> on Student-Id plus a running entry number. Charges come from
      *> the batch tuition assessment (type C on a first assessment,
      *> type A for the difference on a reassessment) and payments
      *> from the bank lockbox posting run (type P). Charges and
      *> upward adjustments are positive, payments and downward
      *> adjustments negative, so the sum of a student's rows is the
      *> balance owed. Rows are never rewritten; a correction is
      *> always a new adjustment row.
         01 Ledger-Record.
            02 Ledger-Key.
               03 Led-Student-Id  PIC 9(9).
               03 Led-Seq         PIC 9(5).
            02 Led-Term           PIC X(6).
            02 Led-Entry-Type     PIC X.
               88 Led-Is-Charge   VALUE "C".
               88 Led-Is-Payment  VALUE "P".
               88 Led-Is-Adjustment VALUE "A".
            02 Led-Entry-Date     PIC 9(8).
            02 Led-Amount         PIC S9(7)V99.
            02 Led-Reference      PIC X(12).
            02 Led-Source         PIC X(8).
            02 Led-Description    PIC X(30).
