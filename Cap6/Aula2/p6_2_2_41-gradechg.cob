       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.
      *> Registrar's grade change: the only way to change a grade
      *> once the grade feed has posted it, including turning an I
      *> (incomplete) into a letter grade. The operator must hold
      *> the grade change permission on the operator master and must
      *> key a reason. Each change writes two rows to the student
      *> audit trail: Grade-Change with the term, course and grade
      *> before and after, then Grade-Reason with the reason, so the
      *> audit inquiry and the term-end grade report show who
      *> changed what, when and why. A term's grades can also be
      *> listed for a student with the inquiry permission.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Registration-File ASSIGN TO "REGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Registration-Key
               FILE STATUS IS Registration-Status.

           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Student-Audit ASSIGN TO "STUDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Audit-Status.

           SELECT Operator-Master ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Opr-Operator-Id
               FILE STATUS IS Oper-Master-Status.

           SELECT System-Status-Ctl ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sys-Status-File-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Registration-File.
           COPY "regist.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Student-Audit.
           COPY "studaudt.cpy".

       FD  Operator-Master.
           COPY "opermst.cpy".

       FD  System-Status-Ctl.
           COPY "sysstat.cpy".

       FD  Run-Log.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            05 Rlogw-Event         PIC X(5).
            05 Rlogw-Read          PIC 9(7) VALUE ZERO.
            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.

         01 Sys-Status-File-Status PIC XX.
            88 Sys-Status-Found    VALUE "00".
         01 Batch-Lock             PIC X VALUE "N".
            88 Batch-Is-Running    VALUE "Y".

         01 Oper-Master-Status     PIC XX.
            88 Oper-Master-Ok      VALUE "00".
         01 Operator-Id            PIC X(8).
         01 Password-In            PIC X(8).
         01 Sign-On-State          PIC X VALUE "N".
            88 Sign-On-Good        VALUE "Y".
         01 Perm-Flags.
            05 Perm-Inquiry        PIC X VALUE "N".
               88 May-Inquire      VALUE "Y".
            05 Perm-Update         PIC X VALUE "N".
               88 May-Update       VALUE "Y".
            05 Perm-Delete         PIC X VALUE "N".
               88 May-Delete       VALUE "Y".
            05 Perm-Release        PIC X VALUE "N".
               88 May-Release      VALUE "Y".
            05 Perm-Grade-Change   PIC X VALUE "N".
               88 May-Change-Grade VALUE "Y".

         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Student-Audit-Status   PIC XX.

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".

         01 Key-Id-In              PIC X(9).
         01 Key-Term-In            PIC X(6).
         01 Key-Course-In          PIC X(8).
         01 Key-Good               PIC X.
            88 Key-Is-Good         VALUE "Y".
         01 Ws-Reg-Id              PIC 9(9).

         01 Grade-In               PIC XX.
            88 Grade-Is-Valid      VALUE "A " "B " "C " "D " "F "
                                         "I " "W ".
         01 Reason-In              PIC X(30).
         01 Ws-Old-Grade           PIC XX.
         01 Ws-Change-Ts           PIC X(14).

         01 Chk-Student-Id         PIC 9(9).
         01 Chk-Id-Digits REDEFINES Chk-Student-Id.
            02 Chk-Digit           PIC 9 OCCURS 9 TIMES.
         01 Chk-Sum                PIC 9(4).
         01 Chk-Ix                 PIC 99.
         01 Chk-Rem                PIC 99.
         01 Chk-Calc               PIC 99.
         01 Chk-Unusable           PIC X.
            88 Chk-Is-Unusable     VALUE "Y".
         01 Chk-Valid              PIC X.
            88 Chk-Is-Valid        VALUE "Y".

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           PERFORM 9700-Sign-On
           IF NOT Sign-On-Good
               MOVE "AUTH" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; grade "
                   "changes are unavailable until it ends."
               MOVE "BUSY" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           OPEN I-O Registration-File
           IF NOT Registration-Ok
               DISPLAY "Cannot open registration file, file status "
                   Registration-Status
               STOP RUN
           END-IF
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           OPEN EXTEND Student-Audit
           IF Student-Audit-Status = "35"
               OPEN OUTPUT Student-Audit
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               PERFORM 1000-Show-Menu
               EVALUATE Menu-Choice
                   WHEN "1" PERFORM 1500-Change-If-Authorized
                   WHEN "2" PERFORM 1510-List-If-Authorized
                   WHEN "3" MOVE "N" TO Keep-Going
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           PERFORM 9900-Log-Run-End
           CLOSE Registration-File
           CLOSE Student-Master
           CLOSE Term-Calendar
           CLOSE Student-Audit
           STOP RUN.

       1000-Show-Menu.
           DISPLAY " ".
           DISPLAY "1-Change grade  2-List term grades  3-Exit".
           ACCEPT Menu-Choice.

      *> Changing a grade needs the grade change permission, not
      *> plain update; listing needs inquiry. Changes also re-check
      *> the quiesce switch, in case the nightly cycle started after
      *> this session signed on.
       1500-Change-If-Authorized.
           IF NOT May-Change-Grade
               DISPLAY "Not authorized for grade change."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 2000-Change-Grade
           END-IF.

       1510-List-If-Authorized.
           IF May-Inquire
               PERFORM 3000-List-Term-Grades
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; update "
                   "refused."
           END-IF.

      *> Only a grade already posted can be changed; a blank grade is
      *> still the grade feed's to post, inside the term's window.
       2000-Change-Grade.
           PERFORM 5000-Accept-Registration-Key
           IF NOT Key-Is-Good
               EXIT PARAGRAPH
           END-IF
           READ Registration-File
               INVALID KEY
                   DISPLAY "No registration for that student, term "
                       "and course."
                   EXIT PARAGRAPH
           END-READ
           IF NOT Reg-Is-Active
               DISPLAY "That course was dropped; it has no grade."
               EXIT PARAGRAPH
           END-IF
           IF Reg-Grade = SPACES
               DISPLAY "No grade posted yet; the grade feed posts "
                   "first grades."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current grade: " Reg-Grade.
           DISPLAY "New grade (A B C D F I W): ".
           ACCEPT Grade-In.
           IF NOT Grade-Is-Valid
               DISPLAY "Grade not recognized."
               EXIT PARAGRAPH
           END-IF
           IF Grade-In = Reg-Grade
               DISPLAY "Grade unchanged."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for the change: ".
           ACCEPT Reason-In.
           IF Reason-In = SPACES
               DISPLAY "A reason is required; grade not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE Reg-Grade TO Ws-Old-Grade
           MOVE Grade-In TO Reg-Grade
           REWRITE Registration-Record
           IF Registration-Ok
               ADD 1 TO Rlogw-Written
               PERFORM 6000-Audit-Grade-Change
               DISPLAY "Grade changed from " Ws-Old-Grade " to "
                   Reg-Grade "."
           ELSE
               DISPLAY "Rewrite failed, file status "
                   Registration-Status
           END-IF.

       3000-List-Term-Grades.
           DISPLAY "Student-Id: ".
           ACCEPT Key-Id-In.
           IF Key-Id-In NOT NUMERIC
               DISPLAY "Student-Id must be 9 digits."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Key-Term-In.
           MOVE Key-Id-In TO Ws-Reg-Id
           MOVE "Y" TO More-Records
           MOVE Ws-Reg-Id TO Reg-Student-Id
           MOVE Key-Term-In TO Reg-Term
           MOVE LOW-VALUES TO Reg-Course-Id
           START Registration-File
               KEY IS NOT LESS THAN Registration-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       IF Reg-Student-Id = Ws-Reg-Id
                           AND Reg-Term = Key-Term-In
                           ADD 1 TO Rlogw-Read
                           DISPLAY Reg-Course-Id "  "
                               Reg-Credits " cr  status "
                               Reg-Status "  grade " Reg-Grade
                       ELSE
                           SET No-More-Records TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> The id must be numeric, pass its check digit and exist on
      *> Student-Master, and the term must be on the term calendar.
      *> A good key leaves the registration key filled in.
       5000-Accept-Registration-Key.
           MOVE "N" TO Key-Good
           DISPLAY "Student-Id: ".
           ACCEPT Key-Id-In.
           IF Key-Id-In NOT NUMERIC
               DISPLAY "Student-Id must be 9 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE Key-Id-In TO Chk-Student-Id
           PERFORM 7900-Verify-Check-Digit
           IF NOT Chk-Is-Valid
               DISPLAY "Student-Id fails its check digit; "
                   "please re-key it."
               EXIT PARAGRAPH
           END-IF
           MOVE Key-Id-In TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   DISPLAY "Student not on master."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Student: "
               First-Name OF Student-Record " "
               Last-Name OF Student-Record.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Key-Term-In.
           MOVE Key-Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Key-Term-In
                       " is not on the term calendar."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Course id: ".
           ACCEPT Key-Course-In.
           IF Key-Course-In = SPACES
               DISPLAY "Course id is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Key-Id-In TO Ws-Reg-Id
           MOVE Ws-Reg-Id TO Reg-Student-Id
           MOVE Key-Term-In TO Reg-Term
           MOVE Key-Course-In TO Reg-Course-Id
           MOVE "Y" TO Key-Good.

      *> Both rows carry the same timestamp so the grade report can
      *> pair the reason with its change. The values read
      *> "term course grade", before and after.
       6000-Audit-Grade-Change.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Ws-Change-Ts
           MOVE "Grade-Change" TO Audit-Field-Name
           MOVE SPACES TO Audit-Old-Value
           STRING Reg-Term " " Reg-Course-Id " " Ws-Old-Grade
               DELIMITED BY SIZE INTO Audit-Old-Value
           END-STRING
           MOVE SPACES TO Audit-New-Value
           STRING Reg-Term " " Reg-Course-Id " " Reg-Grade
               DELIMITED BY SIZE INTO Audit-New-Value
           END-STRING
           PERFORM 6200-Write-One-Audit
           MOVE "Grade-Reason" TO Audit-Field-Name
           MOVE SPACES TO Audit-Old-Value
           MOVE Reason-In TO Audit-New-Value
           PERFORM 6200-Write-One-Audit.

       6200-Write-One-Audit.
           MOVE Reg-Student-Id TO Audit-Student-Id
           MOVE Ws-Change-Ts TO Audit-Timestamp
           MOVE Operator-Id TO Audit-Operator-Id
           WRITE Student-Audit-Record.

      *> Modulus-11 check digit over the 8 base digits of the id in
      *> Chk-Student-Id, weights 9 down to 2: remainder 0 maps to
      *> check digit 0, remainder 1 leaves no usable check digit and
      *> the base is skipped.
       7800-Compute-Check-Digit.
           MOVE ZERO TO Chk-Sum
           PERFORM 7850-Sum-One-Digit
               VARYING Chk-Ix FROM 1 BY 1 UNTIL Chk-Ix > 8
           COMPUTE Chk-Rem = FUNCTION MOD(Chk-Sum, 11)
           COMPUTE Chk-Calc = 11 - Chk-Rem
           MOVE "N" TO Chk-Unusable
           EVALUATE Chk-Calc
               WHEN 11 MOVE ZERO TO Chk-Calc
               WHEN 10 MOVE "Y" TO Chk-Unusable
           END-EVALUATE.

       7850-Sum-One-Digit.
           COMPUTE Chk-Sum = Chk-Sum
               + Chk-Digit(Chk-Ix) * (10 - Chk-Ix).

       7900-Verify-Check-Digit.
           PERFORM 7800-Compute-Check-Digit
           IF NOT Chk-Is-Unusable
               AND Chk-Calc = Chk-Digit(9)
               MOVE "Y" TO Chk-Valid
           ELSE
               MOVE "N" TO Chk-Valid
           END-IF.

      *> Reads the quiesce switch the nightly cycle driver sets: "B"
      *> means the batch owns the masters right now. A missing or
      *> empty switch file reads as open.
       9600-Check-System-Status.
           MOVE "N" TO Batch-Lock
           OPEN INPUT System-Status-Ctl
           IF Sys-Status-Found
               READ System-Status-Ctl
                   AT END CONTINUE
                   NOT AT END
                       IF Sys-Batch-In-Progress
                           SET Batch-Is-Running TO TRUE
                       END-IF
               END-READ
               CLOSE System-Status-Ctl
           END-IF.

      *> Shared sign-on against the operator master: the id must be
      *> an active row and the password must match; the row's
      *> permission flags then govern what the session may do. A
      *> refused attempt leaves a SGNFL row on the run log so the
      *> morning operations report shows who was turned away.
       9700-Sign-On.
           MOVE "N" TO Sign-On-State
           DISPLAY "Operator id: ".
           ACCEPT Operator-Id.
           DISPLAY "Password: ".
           ACCEPT Password-In.
           OPEN INPUT Operator-Master
           IF NOT Oper-Master-Ok
               DISPLAY "Operator master unavailable, file status "
                   Oper-Master-Status
               PERFORM 9750-Log-Failed-Sign-On
               EXIT PARAGRAPH
           END-IF
           MOVE Operator-Id TO Opr-Operator-Id
           READ Operator-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Opr-Is-Active
                       AND Opr-Password = Password-In
                       MOVE "Y" TO Sign-On-State
                       MOVE Opr-Perm-Inquiry TO Perm-Inquiry
                       MOVE Opr-Perm-Update TO Perm-Update
                       MOVE Opr-Perm-Delete TO Perm-Delete
                       MOVE Opr-Perm-Release TO Perm-Release
                       MOVE Opr-Perm-Grade-Change
                           TO Perm-Grade-Change
                   END-IF
           END-READ
           CLOSE Operator-Master
           IF NOT Sign-On-Good
               DISPLAY "Sign-on refused."
               PERFORM 9750-Log-Failed-Sign-On
           END-IF.

       9750-Log-Failed-Sign-On.
           MOVE "SGNFL" TO Rlogw-Event
           MOVE "AUTH" TO Rlogw-Status
           PERFORM 9950-Write-Run-Log
           MOVE SPACES TO Rlogw-Status.

      *> Every program logs a START row on entry and an END row with
      *> its counts at normal completion; a START with no END is how
      *> the daily operations report spots an abnormal end.
       9800-Log-Run-Start.
           MOVE ZERO TO Rlogw-Read
           MOVE ZERO TO Rlogw-Written
           MOVE ZERO TO Rlogw-Rejected
           MOVE SPACES TO Rlogw-Status
           MOVE "START" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.

       9900-Log-Run-End.
           MOVE "END" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.

       9950-Write-Run-Log.
           OPEN EXTEND Run-Log
           IF Run-Log-Status = "35"
               OPEN OUTPUT Run-Log
           END-IF
           MOVE "GRADECHG" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
