      *> match, so staff do not have to wait for the next batch
      *> report. A keyed-in Student-Id must pass its check digit
      *> before the lookup runs, so a mis-keyed id is caught instead
      *> of silently showing the wrong student. A verification letter
      *> can only be queued for a term on the term calendar. A student
      *> who has withheld directory information shows under a
      *> confidential banner with address and birth date suppressed,
      *> and no verification letter is queued for one; the number of
      *> records withheld goes on the run log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master.
       FD  Student-Holds.
           COPY "stuhold.cpy".

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

         01 Oper-Master-Status      PIC XX.
            88 Oper-Master-Ok       VALUE "00".
         01 Enroll-Available        PIC X VALUE "N".
            88 Enroll-Is-Available  VALUE "Y".
         01 Queue-Term-In           PIC X(6).
         01 Term-Calendar-Status    PIC XX.
            88 Term-Calendar-Ok     VALUE "00".
         01 Calendar-Available      PIC X VALUE "N".
            88 Calendar-Is-Available VALUE "Y".

         01 Hold-File-Status        PIC XX.
            88 Hold-File-Ok         VALUE "00".
               SET Holds-Are-Available TO TRUE
           END-IF

           OPEN INPUT Term-Calendar
           IF Term-Calendar-Ok
               SET Calendar-Is-Available TO TRUE
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               DISPLAY Inquiry-Menu-Screen
               ACCEPT Inquiry-Menu-Screen
               END-EVALUATE
           END-PERFORM

           DISPLAY "Records withheld : " Privacy-Withheld.
           PERFORM 9850-Log-Withheld
           PERFORM 9900-Log-Run-End
           CLOSE Student-Master
           IF Xref-Is-Available
           IF Holds-Are-Available
               CLOSE Student-Holds
           END-IF
           IF Calendar-Is-Available
               CLOSE Term-Calendar
           END-IF
           STOP RUN.

       1000-Search-By-Last-Name.
                   "queue a verification letter."
               EXIT PARAGRAPH
           END-IF
           IF NOT Calendar-Is-Available
               DISPLAY "Term calendar unavailable; cannot "
                   "queue a verification letter."
               EXIT PARAGRAPH
           END-IF
           DISPLAY Inquiry-Student-Id-Screen
           ACCEPT Inquiry-Student-Id-Screen
           MOVE Search-Student-Id TO Chk-Student-Id
                   DISPLAY "No student with that id."
                   EXIT PARAGRAPH
           END-READ
      *> A verification goes to a third party, so a student who has
      *> withheld directory information gets none until the hold is
      *> lifted on student maintenance.
           IF Stu-Confidential OF Student-Record
               ADD 1 TO Privacy-Withheld
               DISPLAY "*** CONFIDENTIAL - DIRECTORY INFORMATION "
                   "WITHHELD ***"
               DISPLAY "Student has withheld directory information; "
                   "nothing queued."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Queue-Term-In.
           IF Queue-Term-In = SPACES
               DISPLAY "Term code is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Queue-Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Queue-Term-In
                       " is not on the term calendar."
                   EXIT PARAGRAPH
           END-READ
           MOVE Search-Student-Id TO Enr-Student-Id
           MOVE Queue-Term-In TO Enr-Term
           READ Enrollment-Master
           MOVE Search-Student-Id TO Ltrq-Student-Id
           MOVE Queue-Term-In TO Ltrq-Term
           MOVE "ENRVFY" TO Ltrq-Letter-Type
           MOVE SPACES TO Ltrq-Course-Id
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ltrq-Request-Date
           MOVE Operator-Id TO Ltrq-Operator-Id
           MOVE "O" TO Ltrq-Status
           END-EVALUATE.

       4000-Display-Student.
           IF Stu-Confidential OF Student-Record
               PERFORM 4050-Display-Confidential
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Student-Id    : " Student-Id OF Student-Record.
           DISPLAY "Name          : "
               First-Name OF Student-Record " "
           END-IF
           PERFORM 4100-Display-Active-Holds.

      *> A student who has withheld directory information shows
      *> only what staff need to identify the record and act on it;
      *> address and birth date are not displayed, and the banner
      *> warns that nothing about the student may be released.
       4050-Display-Confidential.
           ADD 1 TO Privacy-Withheld
           DISPLAY "*** CONFIDENTIAL - DIRECTORY INFORMATION "
               "WITHHELD ***"
           DISPLAY "Do not release any information on this student."
           DISPLAY "Student-Id    : " Student-Id OF Student-Record.
           DISPLAY "Name          : "
               First-Name OF Student-Record " "
               Middle-Name OF Student-Record " "
               Last-Name OF Student-Record " "
               Suffix OF Student-Record.
           DISPLAY "Address       : (withheld)"
           DISPLAY "Date of birth : (withheld)"
           DISPLAY "Withheld since: " Privacy-Date OF Student-Record
           IF Stu-Active OF Student-Record
               DISPLAY "Status        : Active"
           ELSE
               DISPLAY "Status        : "
                   Status-Code OF Student-Record
                   " (not active), effective "
                   Status-Date OF Student-Record
           END-IF
           PERFORM 4100-Display-Active-Holds.

      *> Active holds show right on the student display, so staff
      *> see the block before they promise anything.
       4100-Display-Active-Holds.
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
