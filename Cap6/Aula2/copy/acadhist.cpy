      *> Academic history record, one row per student per term,
      *> keyed on Student-Id plus term code. Written by the
      *> end-of-term academic standing run after grade posting: the
      *> term's and the cumulative attempted credits (every graded
      *> row except W), earned credits (A through D), the credits
      *> and quality points that enter the GPA (A through F) and the
      *> resulting averages, plus the standing the run assigned.
      *> A rerun for the same term rewrites the row in place.
         01 Academic-History-Record.
            02 Academic-History-Key.
               03 Ahist-Student-Id PIC 9(9).
               03 Ahist-Term      PIC X(6).
            02 Ahist-Term-Attempted PIC 9(3).
            02 Ahist-Term-Earned  PIC 9(3).
            02 Ahist-Term-Gpa-Credits PIC 9(3).
            02 Ahist-Term-Points  PIC 9(4).
            02 Ahist-Term-Gpa     PIC 9V99.
            02 Ahist-Cum-Attempted PIC 9(4).
            02 Ahist-Cum-Earned   PIC 9(4).
            02 Ahist-Cum-Gpa-Credits PIC 9(4).
            02 Ahist-Cum-Points   PIC 9(5).
            02 Ahist-Cum-Gpa      PIC 9V99.
            02 Ahist-Standing     PIC X.
               88 Ahist-Good-Standing VALUE "G".
               88 Ahist-Deans-List VALUE "D".
               88 Ahist-Probation VALUE "P".
               88 Ahist-Suspension VALUE "S".
            02 Ahist-Run-Date     PIC 9(8).
