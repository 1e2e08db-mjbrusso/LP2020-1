      *> Financial/administrative hold row, keyed on Student-Id plus
      *> hold type (BURSAR, REGIST, LIBRRY, or ACADEM, which the
      *> academic standing run places on a suspended student). While
      *> a hold is active the registration programs refuse new
      *> enrollments and course adds, the letter run holds
      *> verification requests, and the transcript prints under a
      *> hold watermark. Released rows are kept, dated, for the
      *> paper trail.
         01 Hold-Record.
            02 Hold-Key.
               03 Hold-Student-Id PIC 9(9).
