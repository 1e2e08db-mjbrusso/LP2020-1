      *> General ledger account map, one row per program/major, keyed
      *> on the program name exactly as it is keyed on the enrollment
      *> master and the rate table. Per-credit tuition and flat fees
      *> each carry their own revenue and receivable account, so the
      *> journal extract posts the two parts of a charge separately.
      *> Maintained by finance alongside the bursar's rate table.
         01 Gl-Account-Record.
            02 Gla-Program             PIC X(20).
            02 Gla-Tuition-Revenue     PIC X(12).
            02 Gla-Tuition-Receivable  PIC X(12).
            02 Gla-Fees-Revenue        PIC X(12).
            02 Gla-Fees-Receivable     PIC X(12).
