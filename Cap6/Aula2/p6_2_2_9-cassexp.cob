      *> from Student-Master for handoff to the mailing vendor.
      *> Only active students are exported, and an optional
      *> enrolled-only mode restricts the extract to students
      *> enrolled in a given term, which must be on the term
      *> calendar. The mode and term come from the
      *> CASSEXP.CTL control file when one is on hand — that is how
      *> the unattended nightly cycle runs this job deterministically
      *> — and are prompted for only when the control file is
      *> missing. When a student has a mailing-type address row in
      *> effect on the run date, it is exported in place of the
      *> Home-Address on the master. A student who has withheld
      *> directory information is never sent to the vendor; the count
      *> withheld is shown and goes on the run log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Extract-Ctl-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master.
            05 Ctl-Select-Mode     PIC X.
            05 Ctl-Select-Term     PIC X(6).

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

       0000-Main.
           PERFORM 9800-Log-Run-Start
           PERFORM 0100-Get-Selection
           IF Enrolled-Only
               PERFORM 0200-Check-Term-Calendar
           END-IF
           IF Enrolled-Only
               OPEN INPUT Enrollment-Master
               IF NOT Enrollment-Ok
               CLOSE Student-Addresses
           END-IF
           COMPUTE Rlogw-Read =
               Ws-Rows-Exported + Ws-Rows-Skipped + Privacy-Withheld
           MOVE Ws-Rows-Exported TO Rlogw-Written
           MOVE Ws-Rows-Skipped TO Rlogw-Rejected
           MOVE Cass-Extract-Status TO Rlogw-Status
           PERFORM 9850-Log-Withheld
           PERFORM 9900-Log-Run-End
           DISPLAY "Rows exported: " Ws-Rows-Exported.
           DISPLAY "Rows skipped (not active): " Ws-Rows-Skipped.
           DISPLAY "Rows withheld (directory hold): "
               Privacy-Withheld.
           STOP RUN.

      *> The mode and term come from the control file when one is on
               END-IF
           END-IF.

      *> The term must be on the registrar's term calendar; a bad
      *> term in the control file ends the step with a nonzero
      *> return code so the cycle driver stops there.
       0200-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Select-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Select-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       1000-Export-One-Student.
           IF NOT Stu-Active OF Student-Record
               ADD 1 TO Ws-Rows-Skipped
           ELSE
               PERFORM 1050-Check-Enrollment
               IF Enrollment-Matched
                   IF Stu-Confidential OF Student-Record
                       ADD 1 TO Privacy-Withheld
                   ELSE
                       PERFORM 1100-Write-One-Extract
                   END-IF
               ELSE
                   ADD 1 TO Ws-Rows-Skipped
               END-IF
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
