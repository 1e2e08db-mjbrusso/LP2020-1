       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
      *> Degree audit: measures students against the registrar's
      *> degree requirements for their program and prints one audit
      *> per student to DEGAUDIT.TXT. The program is the one on the
      *> student's enrollment row for the requested term; one
      *> student can be audited on request, otherwise every student
      *> enrolled (or completed) in the term is. Every active
      *> registration on file, in any term, counts:
      *>   - A through D earn credits, and A through F enter the
      *>     cumulative GPA with the same quality points the
      *>     transcript and the standing run use;
      *>   - a row not yet graded, or graded I, is in progress;
      *>   - W rows and dropped rows count for nothing.
      *> Each requirement - total earned credits, minimum GPA and
      *> each required course at its minimum grade - is shown as
      *> satisfied, in progress (met once the work under way is
      *> graded) or missing, followed by the overall result.
      *> Students whose program has no requirements row are listed
      *> and counted as not audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Enrollment-Master ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Enrollment-Key
               FILE STATUS IS Enrollment-Status.

           SELECT Registration-File ASSIGN TO "REGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Registration-Key
               FILE STATUS IS Registration-Status.

           SELECT Program-Requirements ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Preq-Program
               FILE STATUS IS Program-Req-Status.

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

           SELECT Audit-Report ASSIGN TO "DEGAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Report-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Enrollment-Master.
           COPY "enroll.cpy".

       FD  Registration-File.
           COPY "regist.cpy".

       FD  Program-Requirements.
           COPY "progreq.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Audit-Report.
         01 Report-Line            PIC X(100).

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

         01 Enrollment-Status      PIC XX.
            88 Enrollment-Ok       VALUE "00".
         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Program-Req-Status     PIC XX.
            88 Program-Req-Ok      VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Audit-Report-Status    PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Regs              PIC X.
            88 No-More-Regs        VALUE "N".

         01 Audit-Term             PIC X(6).
         01 Student-In             PIC X(9).
         01 Ws-Single-Id           PIC 9(9) VALUE ZERO.

      *> The student's totals across every term on file.
         01 Ws-Grade-Points        PIC 9.
         01 Ws-Score-Grade         PIC XX.
         01 Ws-Min-Points          PIC 9.
         01 Ws-Earned              PIC 9(4).
         01 Ws-In-Progress-Cr      PIC 9(4).
         01 Ws-Gpa-Credits         PIC 9(4).
         01 Ws-Points              PIC 9(5).
         01 Ws-Cum-Gpa             PIC 9V99.

      *> One entry per required course on the program's row: the
      *> best grade posted for it and whether it is under way.
         01 Req-Progress-Table.
            05 Rqp-Entry OCCURS 20 TIMES.
               10 Rqp-Graded       PIC X.
                  88 Rqp-Is-Graded VALUE "Y".
               10 Rqp-Best-Grade   PIC XX.
               10 Rqp-Best-Points  PIC 9.
               10 Rqp-In-Progress  PIC X.
                  88 Rqp-Is-In-Progress VALUE "Y".
         01 Req-Ix                 PIC 99.

      *> Result of the audit: S satisfied, P in progress, M missing.
         01 Ws-Req-Result          PIC X.
            88 Req-Satisfied       VALUE "S".
            88 Req-In-Progress     VALUE "P".
            88 Req-Missing         VALUE "M".
         01 Ws-Any-Missing         PIC X.
            88 Some-Req-Missing    VALUE "Y".
         01 Ws-Any-In-Progress     PIC X.
            88 Some-Req-In-Progress VALUE "Y".

         01 Ws-Students-Audited    PIC 9(7) VALUE ZERO.
         01 Ws-Count-Complete      PIC 9(7) VALUE ZERO.
         01 Ws-Count-In-Progress   PIC 9(7) VALUE ZERO.
         01 Ws-Count-Missing       PIC 9(7) VALUE ZERO.
         01 Ws-No-Requirements     PIC 9(7) VALUE ZERO.

         01 Ws-Credits-Edit        PIC ZZZ9.
         01 Ws-Gpa-Edit            PIC 9.99.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "DEGREE AUDIT  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Student-Line.
            05 FILLER              PIC X(8)  VALUE "Student ".
            05 Stl-Student-Id      PIC 9(9).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Stl-Name            PIC X(42).
            05 FILLER              PIC X(9)  VALUE " Program ".
            05 Stl-Program         PIC X(20).

         01 Column-Heading.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(26) VALUE "Requirement".
            05 FILLER              PIC X(10) VALUE "Needed".
            05 FILLER              PIC X(10) VALUE "Have".
            05 FILLER              PIC X(12) VALUE "In progress".
            05 FILLER              PIC X(12) VALUE "Status".

         01 Requirement-Line.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 Rql-Label           PIC X(25).
            05 FILLER              PIC X     VALUE SPACE.
            05 Rql-Needed          PIC X(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Rql-Have            PIC X(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Rql-In-Progress     PIC X(11).
            05 FILLER              PIC X     VALUE SPACE.
            05 Rql-Status          PIC X(12).

         01 Overall-Line.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE "Overall: ".
            05 Ovl-Result          PIC X(30).

         01 No-Req-Line.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(43) VALUE
               "No degree requirements on file for program ".
            05 Nrl-Program         PIC X(20).

         01 None-Line              PIC X(20) VALUE "  (none)".

         01 Total-Line.
            05 Tot-Label           PIC X(24).
            05 Tot-Count           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Term code for degree audit (e.g. 2026FA): ".
           ACCEPT Audit-Term.
           IF Audit-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar
           DISPLAY "Student id (blank for every student in the "
               "term): ".
           ACCEPT Student-In.
           IF Student-In NOT = SPACES
               IF Student-In NOT NUMERIC
                   DISPLAY "Student id must be numeric."
                   STOP RUN
               END-IF
               MOVE Student-In TO Ws-Single-Id
           END-IF

           PERFORM 0200-Open-Files
           MOVE Audit-Term TO Hdg-Term
           MOVE FUNCTION CURRENT-DATE(1:8) TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1

           IF Ws-Single-Id NOT = ZERO
               MOVE Ws-Single-Id TO Enr-Student-Id
               MOVE Audit-Term TO Enr-Term
               READ Enrollment-Master
                   INVALID KEY
                       DISPLAY "Student " Ws-Single-Id
                           " has no enrollment row for term "
                           Audit-Term "."
                   NOT INVALID KEY
                       PERFORM 1000-Audit-One-Enrollment
               END-READ
           ELSE
               PERFORM UNTIL No-More-Records
                   READ Enrollment-Master NEXT RECORD
                       AT END SET No-More-Records TO TRUE
                       NOT AT END PERFORM 1000-Audit-One-Enrollment
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 0800-Write-Totals
           CLOSE Enrollment-Master
           CLOSE Registration-File
           CLOSE Program-Requirements
           CLOSE Student-Master
           CLOSE Audit-Report

           MOVE Ws-Students-Audited TO Rlogw-Written
           MOVE Ws-No-Requirements TO Rlogw-Rejected
           PERFORM 9900-Log-Run-End
           DISPLAY "Students audited   : " Ws-Students-Audited.
           DISPLAY "Complete           : " Ws-Count-Complete.
           DISPLAY "In progress        : " Ws-Count-In-Progress.
           DISPLAY "Requirements missing: " Ws-Count-Missing.
           DISPLAY "No requirements row: " Ws-No-Requirements.
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Audit-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Audit-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       0200-Open-Files.
           OPEN INPUT Enrollment-Master
           IF NOT Enrollment-Ok
               DISPLAY "Cannot open Enrollment master, file status "
                   Enrollment-Status
               STOP RUN
           END-IF
           OPEN INPUT Registration-File
           IF NOT Registration-Ok
               DISPLAY "Cannot open registration file, file status "
                   Registration-Status
               STOP RUN
           END-IF
           OPEN INPUT Program-Requirements
           IF NOT Program-Req-Ok
               DISPLAY "Cannot open degree requirements, file status "
                   Program-Req-Status
               STOP RUN
           END-IF
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               STOP RUN
           END-IF
           OPEN OUTPUT Audit-Report.

       0800-Write-Totals.
           IF Ws-Students-Audited = ZERO
               AND Ws-No-Requirements = ZERO
               WRITE Report-Line FROM None-Line
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "Students audited" TO Tot-Label
           MOVE Ws-Students-Audited TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Complete" TO Tot-Label
           MOVE Ws-Count-Complete TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "In progress" TO Tot-Label
           MOVE Ws-Count-In-Progress TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Requirements missing" TO Tot-Label
           MOVE Ws-Count-Missing TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "No requirements row" TO Tot-Label
           MOVE Ws-No-Requirements TO Tot-Count
           WRITE Report-Line FROM Total-Line.

      *> Enrolled and completed rows for the term are audited;
      *> withdrawn students are not degree candidates that term.
       1000-Audit-One-Enrollment.
           IF Enr-Term NOT = Audit-Term
               EXIT PARAGRAPH
           END-IF
           IF NOT Enr-Enrolled AND NOT Enr-Completed
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Rlogw-Read
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           PERFORM 1100-Write-Student-Line
           MOVE Enr-Program TO Preq-Program
           READ Program-Requirements
               INVALID KEY
                   PERFORM 1200-Note-No-Requirements
               NOT INVALID KEY
                   ADD 1 TO Ws-Students-Audited
                   PERFORM 2000-Gather-Registrations
                   PERFORM 3000-Print-Audit
           END-READ.

       1100-Write-Student-Line.
           MOVE Enr-Student-Id TO Stl-Student-Id
           MOVE Enr-Program TO Stl-Program
           MOVE SPACES TO Stl-Name
           MOVE Enr-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "(not on master)" TO Stl-Name
               NOT INVALID KEY
                   STRING Last-Name OF Student-Record
                       DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       First-Name OF Student-Record
                       DELIMITED BY "  "
                       INTO Stl-Name
                   END-STRING
           END-READ
           WRITE Report-Line FROM Student-Line.

       1200-Note-No-Requirements.
           ADD 1 TO Ws-No-Requirements
           MOVE Enr-Program TO Nrl-Program
           WRITE Report-Line FROM No-Req-Line.

      *> Every registration row for the student, all terms, in key
      *> order from the student's first row.
       2000-Gather-Registrations.
           MOVE ZERO TO Ws-Earned
           MOVE ZERO TO Ws-In-Progress-Cr
           MOVE ZERO TO Ws-Gpa-Credits
           MOVE ZERO TO Ws-Points
           PERFORM 2050-Reset-One-Requirement
               VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20
           MOVE "Y" TO More-Regs
           MOVE Enr-Student-Id TO Reg-Student-Id
           MOVE LOW-VALUES TO Reg-Term
           MOVE LOW-VALUES TO Reg-Course-Id
           START Registration-File
               KEY IS NOT LESS THAN Registration-Key
               INVALID KEY SET No-More-Regs TO TRUE
           END-START
           PERFORM UNTIL No-More-Regs
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Regs TO TRUE
                   NOT AT END
                       IF Reg-Student-Id NOT = Enr-Student-Id
                           SET No-More-Regs TO TRUE
                       ELSE
                           PERFORM 2100-Count-One-Registration
                       END-IF
               END-READ
           END-PERFORM
           IF Ws-Gpa-Credits > ZERO
               COMPUTE Ws-Cum-Gpa ROUNDED =
                   Ws-Points / Ws-Gpa-Credits
           ELSE
               MOVE ZERO TO Ws-Cum-Gpa
           END-IF.

       2050-Reset-One-Requirement.
           MOVE "N" TO Rqp-Graded(Req-Ix)
           MOVE SPACES TO Rqp-Best-Grade(Req-Ix)
           MOVE ZERO TO Rqp-Best-Points(Req-Ix)
           MOVE "N" TO Rqp-In-Progress(Req-Ix).

      *> Blank and I grades are work in progress; W and dropped rows
      *> count for nothing; A through F are graded.
       2100-Count-One-Registration.
           IF NOT Reg-Is-Active
               EXIT PARAGRAPH
           END-IF
           IF Reg-Grade(1:1) = "W"
               EXIT PARAGRAPH
           END-IF
           IF Reg-Grade = SPACES OR Reg-Grade(1:1) = "I"
               ADD Reg-Credits TO Ws-In-Progress-Cr
               PERFORM 2200-Mark-Required-In-Progress
                   VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20
               EXIT PARAGRAPH
           END-IF
           MOVE Reg-Grade TO Ws-Score-Grade
           PERFORM 2900-Score-Grade
           ADD Reg-Credits TO Ws-Gpa-Credits
           COMPUTE Ws-Points = Ws-Points
               + Reg-Credits * Ws-Grade-Points
           IF Ws-Grade-Points > ZERO
               ADD Reg-Credits TO Ws-Earned
           END-IF
           PERFORM 2300-Mark-Required-Graded
               VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20.

       2200-Mark-Required-In-Progress.
           IF Preq-Course-Id(Req-Ix) NOT = SPACES
               AND Preq-Course-Id(Req-Ix) = Reg-Course-Id
               MOVE "Y" TO Rqp-In-Progress(Req-Ix)
           END-IF.

      *> A repeated course keeps its best grade.
       2300-Mark-Required-Graded.
           IF Preq-Course-Id(Req-Ix) NOT = SPACES
               AND Preq-Course-Id(Req-Ix) = Reg-Course-Id
               IF NOT Rqp-Is-Graded(Req-Ix)
                   OR Ws-Grade-Points > Rqp-Best-Points(Req-Ix)
                   MOVE "Y" TO Rqp-Graded(Req-Ix)
                   MOVE Reg-Grade TO Rqp-Best-Grade(Req-Ix)
                   MOVE Ws-Grade-Points TO Rqp-Best-Points(Req-Ix)
               END-IF
           END-IF.

      *> A through F carry 4 down to 0 quality points, as on the
      *> transcript.
       2900-Score-Grade.
           EVALUATE Ws-Score-Grade(1:1)
               WHEN "A" MOVE 4 TO Ws-Grade-Points
               WHEN "B" MOVE 3 TO Ws-Grade-Points
               WHEN "C" MOVE 2 TO Ws-Grade-Points
               WHEN "D" MOVE 1 TO Ws-Grade-Points
               WHEN OTHER MOVE ZERO TO Ws-Grade-Points
           END-EVALUATE.

       3000-Print-Audit.
           MOVE "N" TO Ws-Any-Missing
           MOVE "N" TO Ws-Any-In-Progress
           WRITE Report-Line FROM Column-Heading
           PERFORM 3100-Print-Credits
           PERFORM 3200-Print-Gpa
           PERFORM 3300-Print-One-Course
               VARYING Req-Ix FROM 1 BY 1 UNTIL Req-Ix > 20
           EVALUATE TRUE
               WHEN Some-Req-Missing
                   ADD 1 TO Ws-Count-Missing
                   MOVE "REQUIREMENTS MISSING" TO Ovl-Result
               WHEN Some-Req-In-Progress
                   ADD 1 TO Ws-Count-In-Progress
                   MOVE "IN PROGRESS" TO Ovl-Result
               WHEN OTHER
                   ADD 1 TO Ws-Count-Complete
                   MOVE "ALL REQUIREMENTS SATISFIED" TO Ovl-Result
           END-EVALUATE
           WRITE Report-Line FROM Overall-Line.

      *> Earned credits meet the total, or will once every course in
      *> progress is passed, or fall short either way.
       3100-Print-Credits.
           EVALUATE TRUE
               WHEN Ws-Earned NOT < Preq-Total-Credits
                   MOVE "S" TO Ws-Req-Result
               WHEN Ws-Earned + Ws-In-Progress-Cr
                       NOT < Preq-Total-Credits
                   MOVE "P" TO Ws-Req-Result
               WHEN OTHER
                   MOVE "M" TO Ws-Req-Result
           END-EVALUATE
           MOVE SPACES TO Requirement-Line
           MOVE "Total earned credits" TO Rql-Label
           MOVE Preq-Total-Credits TO Ws-Credits-Edit
           MOVE Ws-Credits-Edit TO Rql-Needed
           MOVE Ws-Earned TO Ws-Credits-Edit
           MOVE Ws-Credits-Edit TO Rql-Have
           MOVE Ws-In-Progress-Cr TO Ws-Credits-Edit
           MOVE Ws-Credits-Edit TO Rql-In-Progress
           PERFORM 3900-Write-Requirement.

      *> Below the minimum with work still in progress can yet be
      *> made good; below it with nothing in progress is missing. No
      *> graded work at all is in progress.
       3200-Print-Gpa.
           EVALUATE TRUE
               WHEN Ws-Gpa-Credits = ZERO
                   MOVE "P" TO Ws-Req-Result
               WHEN Ws-Cum-Gpa NOT < Preq-Min-Gpa
                   MOVE "S" TO Ws-Req-Result
               WHEN Ws-In-Progress-Cr > ZERO
                   MOVE "P" TO Ws-Req-Result
               WHEN OTHER
                   MOVE "M" TO Ws-Req-Result
           END-EVALUATE
           MOVE SPACES TO Requirement-Line
           MOVE "Cumulative GPA" TO Rql-Label
           MOVE Preq-Min-Gpa TO Ws-Gpa-Edit
           MOVE Ws-Gpa-Edit TO Rql-Needed
           MOVE Ws-Cum-Gpa TO Ws-Gpa-Edit
           MOVE Ws-Gpa-Edit TO Rql-Have
           PERFORM 3900-Write-Requirement.

       3300-Print-One-Course.
           IF Preq-Course-Id(Req-Ix) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE Preq-Min-Grade(Req-Ix) TO Ws-Score-Grade
           IF Ws-Score-Grade = SPACES
               MOVE "D " TO Ws-Score-Grade
           END-IF
           PERFORM 2900-Score-Grade
           MOVE Ws-Grade-Points TO Ws-Min-Points
           EVALUATE TRUE
               WHEN Rqp-Is-Graded(Req-Ix)
                   AND Rqp-Best-Points(Req-Ix) NOT < Ws-Min-Points
                   MOVE "S" TO Ws-Req-Result
               WHEN Rqp-Is-In-Progress(Req-Ix)
                   MOVE "P" TO Ws-Req-Result
               WHEN OTHER
                   MOVE "M" TO Ws-Req-Result
           END-EVALUATE
           MOVE SPACES TO Requirement-Line
           STRING "Course " Preq-Course-Id(Req-Ix)
               DELIMITED BY SIZE INTO Rql-Label
           END-STRING
           STRING "min " Ws-Score-Grade
               DELIMITED BY SIZE INTO Rql-Needed
           END-STRING
           IF Rqp-Is-Graded(Req-Ix)
               MOVE Rqp-Best-Grade(Req-Ix) TO Rql-Have
           ELSE
               MOVE "(none)" TO Rql-Have
           END-IF
           IF Rqp-Is-In-Progress(Req-Ix)
               MOVE "yes" TO Rql-In-Progress
           END-IF
           PERFORM 3900-Write-Requirement.

       3900-Write-Requirement.
           EVALUATE TRUE
               WHEN Req-Satisfied
                   MOVE "SATISFIED" TO Rql-Status
               WHEN Req-In-Progress
                   MOVE "IN PROGRESS" TO Rql-Status
                   MOVE "Y" TO Ws-Any-In-Progress
               WHEN OTHER
                   MOVE "MISSING" TO Rql-Status
                   MOVE "Y" TO Ws-Any-Missing
           END-EVALUATE
           WRITE Report-Line FROM Requirement-Line.

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
           MOVE "DEGAUDIT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
