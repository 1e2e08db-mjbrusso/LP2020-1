      *> Course waitlist row, keyed on course, term and the student's
      *> place in line, written by course registration when a
      *> section is full. When a drop frees a seat the first waiting
      *> student who is still enrolled for the term and has no active
      *> hold is registered automatically and the row is marked
      *> registered; a waiting student no longer enrolled is marked
      *> cancelled. Rows are kept, dated, for the paper trail.
         01 Waitlist-Record.
            02 Waitlist-Key.
               03 Wait-Course-Id  PIC X(8).
               03 Wait-Term       PIC X(6).
               03 Wait-Position   PIC 9(4).
            02 Wait-Student-Id    PIC 9(9).
            02 Wait-Request-Date  PIC 9(8).
            02 Wait-Status        PIC X.
               88 Wait-Is-Waiting VALUE "W".
               88 Wait-Is-Registered VALUE "R".
               88 Wait-Is-Cancelled VALUE "C".
            02 Wait-Status-Date   PIC 9(8).
            02 Wait-Operator-Id   PIC X(8).
