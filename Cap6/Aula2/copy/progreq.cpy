      *> Degree requirements, one row per program/major, keyed on the
      *> program name exactly as it is keyed on the enrollment
      *> master. Maintained by the registrar. A student completes
      *> the program with at least the total earned credits (A
      *> through D), a cumulative GPA at or over the minimum, and
      *> every required course passed at or above its minimum grade
      *> (a blank minimum means any passing grade, D or better). Up
      *> to twenty required courses are keyed in any order; the
      *> first blank course id ends the list.
         01 Program-Req-Record.
            02 Preq-Program       PIC X(20).
            02 Preq-Total-Credits PIC 9(3).
            02 Preq-Min-Gpa       PIC 9V99.
            02 Preq-Course OCCURS 20 TIMES.
               03 Preq-Course-Id  PIC X(8).
               03 Preq-Min-Grade  PIC XX.
