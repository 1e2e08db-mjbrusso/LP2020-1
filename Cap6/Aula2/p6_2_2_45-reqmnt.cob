       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMNT.
      *> Maintains the registrar's degree requirements: add, rewrite,
      *> read and list, for each program/major, the total earned
      *> credits, the minimum cumulative GPA and up to twenty
      *> required courses with the minimum grade each must be passed
      *> at. Courses are keyed one after another and the first blank
      *> course id ends the list; every required course must be in
      *> the course catalog. The degree audit and the graduation
      *> clearance run measure each student against this table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Program-Requirements ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Preq-Program
               FILE STATUS IS Program-Req-Status.

           SELECT Course-Catalog ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Crs-Course-Id
               FILE STATUS IS Course-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

           SELECT Operator-Master ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Opr-Operator-Id
               FILE STATUS IS Oper-Master-Status.

           SELECT System-Status-Ctl ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sys-Status-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Program-Requirements.
           COPY "progreq.cpy".

       FD  Course-Catalog.
           COPY "course.cpy".

       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Operator-Master.
           COPY "opermst.cpy".

       FD  System-Status-Ctl.
           COPY "sysstat.cpy".

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

         01 Program-Req-Status     PIC XX.
            88 Program-Req-Ok      VALUE "00".
            88 Program-Req-Dup     VALUE "22".
         01 Course-Status          PIC XX.
            88 Course-Ok           VALUE "00".

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Courses           PIC X VALUE "Y".
            88 No-More-Courses     VALUE "N".

         01 Program-In             PIC X(20).
         01 Credits-In             PIC X(3).
         01 Gpa-In                 PIC X(4).
         01 Course-In              PIC X(8).
         01 Grade-In               PIC XX.
            88 Min-Grade-Is-Valid  VALUE "A " "B " "C " "D ".
         01 Req-Ix                 PIC 99.
         01 Dup-Ix                 PIC 99.
         01 Ws-Course-Dup          PIC X.
            88 Course-Is-Dup       VALUE "Y".
         01 Ws-Req-Valid           PIC X.
            88 Req-Is-Valid        VALUE "Y".
         01 Gpa-Display            PIC 9.99.

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
               DISPLAY "Nightly batch cycle in progress; degree "
                   "requirements maintenance is unavailable until "
                   "it ends."
               MOVE "BUSY" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           OPEN I-O Program-Requirements
           IF NOT Program-Req-Ok
               OPEN OUTPUT Program-Requirements
               CLOSE Program-Requirements
               OPEN I-O Program-Requirements
           END-IF

           OPEN INPUT Course-Catalog
           IF NOT Course-Ok
               DISPLAY "Cannot open course catalog, file status "
                   Course-Status
               STOP RUN
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               PERFORM 1000-Show-Menu
               EVALUATE Menu-Choice
                   WHEN "1" PERFORM 1500-Add-If-Authorized
                   WHEN "2" PERFORM 1510-Rewrite-If-Authorized
                   WHEN "3" PERFORM 1520-Read-If-Authorized
                   WHEN "4" PERFORM 1530-List-If-Authorized
                   WHEN "5" MOVE "N" TO Keep-Going
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           PERFORM 9900-Log-Run-End
           CLOSE Program-Requirements
           CLOSE Course-Catalog
           STOP RUN.

       1000-Show-Menu.
           DISPLAY " ".
           DISPLAY "1-Add  2-Rewrite  3-Read  4-List  5-Exit".
           ACCEPT Menu-Choice.

      *> Each function checks the signed-on operator's permission
      *> before it runs, so an inquiry-only operator can look but
      *> never key a change under any name. Updates also re-check
      *> the quiesce switch, in case the nightly cycle started after
      *> this session signed on.
       1500-Add-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 2000-Add-Requirements
           END-IF.

       1510-Rewrite-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 3000-Rewrite-Requirements
           END-IF.

       1520-Read-If-Authorized.
           IF May-Inquire
               PERFORM 4000-Read-Requirements
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1530-List-If-Authorized.
           IF May-Inquire
               PERFORM 4500-List-Requirements
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; update "
                   "refused."
           END-IF.

       2000-Add-Requirements.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           IF Program-In = SPACES
               DISPLAY "Program is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Program-In TO Preq-Program
           PERFORM 5000-Prompt-Requirements
           IF NOT Req-Is-Valid
               EXIT PARAGRAPH
           END-IF
           WRITE Program-Req-Record
           EVALUATE TRUE
               WHEN Program-Req-Ok
                   ADD 1 TO Rlogw-Written
                   DISPLAY "Degree requirements added."
               WHEN Program-Req-Dup
                   DISPLAY "Program already has degree requirements."
               WHEN OTHER
                   DISPLAY "Add failed, file status "
                       Program-Req-Status
           END-EVALUATE.

       3000-Rewrite-Requirements.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           MOVE Program-In TO Preq-Program
           READ Program-Requirements
               INVALID KEY
                   DISPLAY "Program has no degree requirements."
               NOT INVALID KEY
                   PERFORM 6000-Display-Requirements
                   PERFORM 5000-Prompt-Requirements
                   IF Req-Is-Valid
                       REWRITE Program-Req-Record
                       IF Program-Req-Ok
                           ADD 1 TO Rlogw-Written
                           DISPLAY "Degree requirements rewritten."
                       ELSE
                           DISPLAY "Rewrite failed, file status "
                               Program-Req-Status
                       END-IF
                   END-IF
           END-READ.

       4000-Read-Requirements.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           MOVE Program-In TO Preq-Program
           READ Program-Requirements
               INVALID KEY
                   DISPLAY "Program has no degree requirements."
               NOT INVALID KEY
                   ADD 1 TO Rlogw-Read
                   PERFORM 6000-Display-Requirements
           END-READ.

       4500-List-Requirements.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Preq-Program
           START Program-Requirements
               KEY IS NOT LESS THAN Preq-Program
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Program-Requirements NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       ADD 1 TO Rlogw-Read
                       PERFORM 6000-Display-Requirements
               END-READ
           END-PERFORM.

      *> Total credits must be 1 to 999 and the GPA 0.00 to 4.00, or
      *> nothing is written. Required courses follow in any order; a
      *> blank id ends the list, and a course not in the catalog or
      *> already on the list ends it too, clearing the rest, the
      *> same way a bad tier ends a refund schedule.
       5000-Prompt-Requirements.
           MOVE "N" TO Ws-Req-Valid
           DISPLAY "Total earned credits required (1-999): ".
           ACCEPT Credits-In.
           IF FUNCTION TEST-NUMVAL(Credits-In) NOT = 0
               DISPLAY "Total credits must be 1 to 999."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(Credits-In) < 1
               OR FUNCTION NUMVAL(Credits-In) > 999
               DISPLAY "Total credits must be 1 to 999."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum cumulative GPA (e.g. 2.00): ".
           ACCEPT Gpa-In.
           IF FUNCTION TEST-NUMVAL(Gpa-In) NOT = 0
               DISPLAY "Minimum GPA must be 0.00 to 4.00."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(Gpa-In) < 0
               OR FUNCTION NUMVAL(Gpa-In) > 4
               DISPLAY "Minimum GPA must be 0.00 to 4.00."
               EXIT PARAGRAPH
           END-IF
           COMPUTE Preq-Total-Credits = FUNCTION NUMVAL(Credits-In)
           COMPUTE Preq-Min-Gpa = FUNCTION NUMVAL(Gpa-In)
           MOVE "Y" TO More-Courses
           PERFORM 5100-Prompt-One-Course
               VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20
           MOVE "Y" TO Ws-Req-Valid.

       5100-Prompt-One-Course.
           MOVE SPACES TO Preq-Course-Id(Req-Ix)
           MOVE SPACES TO Preq-Min-Grade(Req-Ix)
           IF No-More-Courses
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Required course " Req-Ix " (blank to end): ".
           ACCEPT Course-In.
           IF Course-In = SPACES
               SET No-More-Courses TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE Course-In TO Crs-Course-Id
           READ Course-Catalog
               INVALID KEY
                   DISPLAY "Course " Course-In " is not in the "
                       "catalog; course list ends here."
                   SET No-More-Courses TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO Ws-Course-Dup
           PERFORM 5200-Check-One-Dup
               VARYING Dup-Ix FROM 1 BY 1 UNTIL Dup-Ix = Req-Ix
           IF Course-Is-Dup
               DISPLAY "Course " Course-In " is already on the "
                   "list; course list ends here."
               SET No-More-Courses TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Minimum grade for " Course-In
               " (A-D, blank for D): ".
           ACCEPT Grade-In.
           IF Grade-In = SPACES
               MOVE "D " TO Grade-In
           END-IF
           IF NOT Min-Grade-Is-Valid
               DISPLAY "Minimum grade must be A, B, C or D; course "
                   "list ends here."
               SET No-More-Courses TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE Course-In TO Preq-Course-Id(Req-Ix)
           MOVE Grade-In TO Preq-Min-Grade(Req-Ix).

       5200-Check-One-Dup.
           IF Preq-Course-Id(Dup-Ix) = Course-In
               MOVE "Y" TO Ws-Course-Dup
           END-IF.

       6000-Display-Requirements.
           MOVE Preq-Min-Gpa TO Gpa-Display
           DISPLAY "Program " Preq-Program
               "  credits " Preq-Total-Credits
               "  minimum GPA " Gpa-Display
           PERFORM 6100-Display-One-Course
               VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20.

       6100-Display-One-Course.
           IF Preq-Course-Id(Req-Ix) NOT = SPACES
               DISPLAY "  " Preq-Course-Id(Req-Ix)
                   "  minimum grade " Preq-Min-Grade(Req-Ix)
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
           MOVE "REQMNT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
