      *> Enrollment master record, one row per student per term,
      *> keyed on Student-Id plus term code (e.g. 2026FA). Tells the
      *> mailing and extract jobs who is actually enrolled this term.
      *> Enr-Entry-Date is the day the row was added and
      *> Enr-Status-Date the day its status last changed, so the
      *> census count can tell a withdrawal before the census date
      *> from one after it.
         01 Enrollment-Record.
            02 Enrollment-Key.
               03 Enr-Student-Id  PIC 9(9).
               88 Enr-Withdrawn   VALUE "W".
               88 Enr-Completed   VALUE "C".
            02 Enr-Credit-Load    PIC 99.
            02 Enr-Entry-Date     PIC 9(8).
            02 Enr-Status-Date    PIC 9(8).
