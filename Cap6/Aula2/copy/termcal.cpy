      *> Academic term calendar, one row per term keyed on the term
      *> code (e.g. 2026FA), kept by the registrar. A term code must
      *> be on this file before any program will accept it. The
      *> dates drive the deadlines: course adds and new enrollments
      *> close after the last add date, course drops after the last
      *> drop date, grades post only inside the grade window, and
      *> the census date decides who counts as enrolled for the
      *> state extract and the enrollment statistics. An I grade
      *> given in the term must be resolved by the incomplete
      *> deadline, after which the grade report lists it.
         01 Term-Calendar-Record.
            02 Tcal-Term          PIC X(6).
            02 Tcal-Description   PIC X(20).
            02 Tcal-Start-Date    PIC 9(8).
            02 Tcal-End-Date      PIC 9(8).
            02 Tcal-Last-Add-Date PIC 9(8).
            02 Tcal-Last-Drop-Date PIC 9(8).
            02 Tcal-Census-Date   PIC 9(8).
            02 Tcal-Grade-Open-Date PIC 9(8).
            02 Tcal-Grade-Close-Date PIC 9(8).
            02 Tcal-Incomplete-Date PIC 9(8).
