      *> General ledger posting position, one row per charge (student
      *> and term): the program and the per-credit tuition and flat
      *> fee amounts already sent to the general ledger, and the
      *> journal batch that last moved them. The journal extract
      *> posts only the difference between the charge as it now
      *> stands and this row, then brings the row up to date, so a
      *> rerun finds nothing left to post.
         01 Gl-Posted-Record.
            02 Gl-Posted-Key.
               03 Glp-Student-Id  PIC 9(9).
               03 Glp-Term        PIC X(6).
            02 Glp-Program        PIC X(20).
            02 Glp-Tuition        PIC 9(7)V99.
            02 Glp-Fees           PIC 9(7)V99.
            02 Glp-Batch-Id       PIC X(14).
