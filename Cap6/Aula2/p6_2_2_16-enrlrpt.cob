               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Enrollment-Master.
       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            88 No-More-Sorted      VALUE "N".

         01 Roster-Term            PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Current-City        PIC X(18) VALUE SPACES.
         01 Ws-Page-Number         PIC 9(4)  VALUE ZERO.
         01 Ws-Students-Listed     PIC 9(7)  VALUE ZERO.
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN OUTPUT Roster-Report

           DISPLAY "Students on roster: " Ws-Students-Listed.
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Roster-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Roster-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       1000-Select-Enrollments.
           OPEN INPUT Enrollment-Master
           IF NOT Enrollment-Ok
