      *> Correspondence request queue row, keyed on student, term,
      *> letter type (ENRVFY for an enrollment verification, WAITRG
      *> for the notice that a waitlisted student has been given a
      *> seat) and course: Ltrq-Course-Id names the course a WAITRG
      *> notice is for, so each promotion gets its own notice, and is
      *> spaces on an ENRVFY row. The inquiry and
      *> course registration programs queue a row as open; the batch
      *> letter run fills the template, prints the letter, and marks
      *> the row printed. Re-requesting the same letter just re-dates
      *> the open row. A verification for a student who has withheld
      *> directory information is marked withheld instead of printed.
         01 Letter-Queue-Record.
            02 Letter-Queue-Key.
               03 Ltrq-Student-Id  PIC 9(9).
               03 Ltrq-Term        PIC X(6).
               03 Ltrq-Letter-Type PIC X(6).
                  88 Ltrq-Enrollment-Verify VALUE "ENRVFY".
                  88 Ltrq-Waitlist-Notice VALUE "WAITRG".
               03 Ltrq-Course-Id   PIC X(8).
            02 Ltrq-Request-Date   PIC 9(8).
            02 Ltrq-Operator-Id    PIC X(8).
            02 Ltrq-Status         PIC X.
               88 Ltrq-Is-Open     VALUE "O".
               88 Ltrq-Is-Printed  VALUE "P".
               88 Ltrq-Is-Withheld VALUE "W".
