      *> Only active students are listed; inactive, deceased and
      *> withdrawn records are skipped so they stop getting mail.
      *> An optional enrolled-only mode further restricts the list to
      *> students enrolled in a given term (one on the term
      *> calendar), so the bulk mailing stops going to students who
      *> left years ago. When a student has a
      *> mailing-type address row in effect on the run date, it is
      *> used in place of the Home-Address on the master. A student
      *> who has withheld directory information is left off the list;
      *> the count withheld closes the report and goes on the run
      *> log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Address-Key
               FILE STATUS IS Address-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master.
       FD  Student-Addresses.
           COPY "stuaddr.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.
         01 Rlog-Save-Work         PIC X(30).
         01 Privacy-Withheld       PIC 9(7) VALUE ZERO.

         01 Student-Status          PIC XX.
            88 Student-Ok           VALUE "00".
         01 Select-Mode             PIC X.
            88 Enrolled-Only        VALUE "Y" "y".
         01 Select-Term             PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Enrollment-Match        PIC X.
            88 Enrollment-Matched   VALUE "Y".

            05 Det-City             PIC X(18).
            05 Det-Zip              PIC X(10).

         01 Withheld-Line.
            05 FILLER               PIC X(24)
               VALUE "Records withheld       :".
            05 Wth-Count            PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           IF Enrolled-Only
               DISPLAY "Term code (e.g. 2026FA): "
               ACCEPT Select-Term
               PERFORM 0100-Check-Term-Calendar
               OPEN INPUT Enrollment-Master
               IF NOT Enrollment-Ok
                   DISPLAY "Cannot open Enrollment master, "
               INPUT PROCEDURE IS 1000-Select-Students
               OUTPUT PROCEDURE IS 2000-Print-Students

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Privacy-Withheld TO Wth-Count
           WRITE Report-Line FROM Withheld-Line
           DISPLAY "Records withheld : " Privacy-Withheld.

           MOVE Ws-Rows-Read TO Rlogw-Read
           MOVE Ws-Rows-Printed TO Rlogw-Written
           MOVE Mail-Report-Status TO Rlogw-Status
           PERFORM 9850-Log-Withheld
           PERFORM 9900-Log-Run-End
           CLOSE Mail-Report
           IF Enrolled-Only
           END-IF
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Select-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Select-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       1000-Select-Students.
           OPEN INPUT Student-Master
           IF NOT Student-Ok
                       IF Stu-Active OF Student-Record
                           PERFORM 1100-Check-Enrollment
                           IF Enrollment-Matched
                               PERFORM 1150-Release-Unless-Withheld
                           END-IF
                       END-IF
               END-READ
               END-READ
           END-IF.

       1150-Release-Unless-Withheld.
           IF Stu-Confidential OF Student-Record
               ADD 1 TO Privacy-Withheld
           ELSE
               PERFORM 1200-Apply-Mailing-Address
               RELEASE Sort-Work-Record FROM Student-Record
           END-IF.

      *> A mailing-type address row in effect on the run date
      *> replaces the Home-Address fields before the record is
      *> released, so the sort and the report both see the address
           MOVE "START" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.

      *> A PRIVW row carries, in the rejected column, how many
      *> records this run withheld for a directory-information hold,
      *> so compliance can be shown from the run log afterwards.
       9850-Log-Withheld.
           MOVE Rlog-Work TO Rlog-Save-Work
           MOVE ZERO TO Rlogw-Read
           MOVE ZERO TO Rlogw-Written
           MOVE Privacy-Withheld TO Rlogw-Rejected
           MOVE SPACES TO Rlogw-Status
           MOVE "PRIVW" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log
           MOVE Rlog-Save-Work TO Rlog-Work.

       9900-Log-Run-End.
           MOVE "END" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.
