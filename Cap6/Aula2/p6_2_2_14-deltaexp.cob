      *> content and an A(dded)/C(hanged) flag. The cutoff is carried
      *> run to run in DELTACKP.DAT the same way the nightly batch
      *> remembers its restart point, and extract counts are printed
      *> so the receivers can verify they got everything. For a
      *> student who has withheld directory information the address
      *> and birth date are sent blank and the last field carries Y,
      *> so the receivers hold the record back from any directory;
      *> the count withheld is shown and goes on the run log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.
         01 Rlog-Save-Work         PIC X(30).
         01 Privacy-Withheld       PIC 9(7) VALUE ZERO.
         01 Delta-Privacy          PIC X.

         01 Student-Audit-Status    PIC XX.
            88 Student-Audit-Ok     VALUE "00".
           MOVE Ws-Audit-Rows-Read TO Rlogw-Read
           MOVE Ws-Deltas-Written TO Rlogw-Written
           MOVE Ws-Ids-Not-On-Master TO Rlogw-Rejected
           PERFORM 9850-Log-Withheld
           PERFORM 9900-Log-Run-End
           DISPLAY "Audit rows read      : " Ws-Audit-Rows-Read.
           DISPLAY "Rows in window       : " Ws-Rows-In-Window.
           DISPLAY "Students affected    : " Dlt-Count.
           DISPLAY "Delta records written: " Ws-Deltas-Written.
           DISPLAY "Ids not on master    : " Ws-Ids-Not-On-Master.
           DISPLAY "Records withheld     : " Privacy-Withheld.
           DISPLAY "Cutoff advanced to   : " Ws-New-Cutoff.
           STOP RUN.

                   DISPLAY "Changed id no longer on master: "
                       Dlt-Id(Dlt-Ix)
               NOT INVALID KEY
                   PERFORM 2150-Suppress-If-Withheld
                   MOVE SPACES TO Delta-Line
                   STRING Dlt-Type(Dlt-Ix) "|"
                       Student-Id OF Student-Record "|"
                       Birth-Day OF Student-Record "|"
                       Year OF Student-Record "|"
                       Status-Code OF Student-Record "|"
                       Status-Date OF Student-Record "|"
                       Delta-Privacy
                       DELIMITED BY SIZE INTO Delta-Line
                   END-STRING
                   WRITE Delta-Line
                   ADD 1 TO Ws-Deltas-Written
           END-READ.

      *> The receivers still need the id, name and status to run
      *> their own systems, but the protected fields never leave
      *> the master for a student who has withheld them.
       2150-Suppress-If-Withheld.
           IF Stu-Confidential OF Student-Record
               ADD 1 TO Privacy-Withheld
               MOVE "Y" TO Delta-Privacy
               MOVE SPACES TO Home-Address OF Student-Record
               MOVE SPACES TO Date-of-Birth OF Student-Record
           ELSE
               MOVE "N" TO Delta-Privacy
           END-IF.

      *> Every program logs a START row on entry and an END row with
      *> its counts at normal completion; a START with no END is how
      *> the daily operations report spots an abnormal end.
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
