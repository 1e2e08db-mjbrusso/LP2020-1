       PROGRAM-ID. HOLDMNT.
      *> Maintains financial and administrative holds: place, release
      *> and list holds by student, keyed on Student-Id plus hold
      *> type (BURSAR, REGIST, LIBRRY, ACADEM) with the placing
      *> operator and a free-text reason. ACADEM holds are normally
      *> placed by the academic standing run on suspension and
      *> released here once the student is reinstated. Placing
      *> needs the update permission; releasing needs the exception
      *> release permission. Every
      *> placement and release is written to the student audit trail
      *> the same way name changes are, so the hold history is as
      *> provable as any other change.
            88 Key-Is-Good         VALUE "Y".
         01 Hold-Type-In           PIC X(6).
            88 Hold-Type-Valid     VALUE "BURSAR" "REGIST"
                                         "LIBRRY" "ACADEM".
         01 Ws-Hold-Id             PIC 9(9).

         01 Chk-Student-Id         PIC 9(9).
           DISPLAY "Student: "
               First-Name OF Student-Record " "
               Last-Name OF Student-Record.
           DISPLAY "Hold type (BURSAR/REGIST/LIBRRY/ACADEM): ".
           ACCEPT Hold-Type-In.
           IF NOT Hold-Type-Valid
               DISPLAY "Invalid hold type."
