      *> same way the student transaction feed is applied to the
      *> master. A grade must name an active registration row and be
      *> one of the letter grades (A B C D F, or I incomplete, W
      *> withdrawn) and the row must not already carry a grade;
      *> anything else goes to a reject file with a reason so it can
      *> be fixed and resubmitted. A grade already posted is changed
      *> only through the grade change program, which records who
      *> changed it and why. The grade's term
      *> must be on the term calendar and today must fall inside
      *> that term's grade-posting window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Registration-Key
               FILE STATUS IS Registration-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Reject-File ASSIGN TO "GRADERJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reject-Status.
       FD  Registration-File.
           COPY "regist.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Reject-File.
         01 Reject-Line            PIC X(60).

         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Reject-Status          PIC XX.
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Today-Date          PIC 9(8).

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
                   Registration-Status
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date
           OPEN OUTPUT Reject-File

           PERFORM UNTIL No-More-Records

           CLOSE Grade-Feed
           CLOSE Registration-File
           CLOSE Term-Calendar
           CLOSE Reject-File
           PERFORM 9900-Log-Run-End
           DISPLAY "Grades read    : " Rlogw-Read.
               PERFORM 8000-Write-Reject
               EXIT PARAGRAPH
           END-IF
           MOVE Gtr-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   MOVE "term not on calendar" TO Ws-Reject-Reason
                   PERFORM 8000-Write-Reject
                   EXIT PARAGRAPH
           END-READ
           IF Ws-Today-Date < Tcal-Grade-Open-Date
               OR Ws-Today-Date > Tcal-Grade-Close-Date
               MOVE "outside grade-posting window"
                   TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
               EXIT PARAGRAPH
           END-IF
           MOVE Gtr-Student-Id TO Reg-Student-Id
           MOVE Gtr-Term TO Reg-Term
           MOVE Gtr-Course-Id TO Reg-Course-Id
                   MOVE "no registration row" TO Ws-Reject-Reason
                   PERFORM 8000-Write-Reject
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT Reg-Is-Active
                           MOVE "registration was dropped"
                               TO Ws-Reject-Reason
                           PERFORM 8000-Write-Reject
                       WHEN Reg-Grade NOT = SPACES
                           MOVE "grade already posted"
                               TO Ws-Reject-Reason
                           PERFORM 8000-Write-Reject
                       WHEN OTHER
                           PERFORM 1100-Write-Grade
                   END-EVALUATE
           END-READ.

       1100-Write-Grade.
           MOVE Grade-In TO Reg-Grade
           REWRITE Registration-Record
           IF Registration-Ok
               ADD 1 TO Rlogw-Written
           ELSE
               MOVE "rewrite failed" TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
           END-IF.

       8000-Write-Reject.
           ADD 1 TO Rlogw-Rejected
           MOVE Grade-Feed-Record TO Rej-Transaction
