       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCLR.
      *> Graduation clearance run for a term, scheduled after grade
      *> posting. Every student still enrolled in the term is a
      *> candidate and is measured against the registrar's degree
      *> requirements for the program on the enrollment row, the
      *> same way the degree audit does it: total earned credits,
      *> minimum cumulative GPA and every required course at its
      *> minimum grade, all from the graded registrations on file. A
      *> candidate is cleared only when every requirement is
      *> satisfied with nothing left in progress and no REGIST hold
      *> is active; clearance is refused while the hold stands, even
      *> with every requirement met. The cleared and not-cleared
      *> lists print to GRADCLR.TXT, each not-cleared candidate with
      *> the first thing standing in the way. When the run is told to
      *> update, each cleared student's enrollment row for the term
      *> is marked completed as of today, so the census extract and
      *> the enrollment statistics report the student as completed,
      *> and a Grad-Cleared row goes on the student audit trail.
      *> Otherwise the run only lists. Rows already completed are
      *> left alone, so a rerun clears only the students still
      *> outstanding.

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

           SELECT Student-Holds ASSIGN TO "STUHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.

           SELECT Student-Audit ASSIGN TO "STUDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Audit-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Sort-Work ASSIGN TO "GCLRSORT.TMP".

           SELECT Clearance-Report ASSIGN TO "GRADCLR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clearance-Report-Status.

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

       FD  Student-Holds.
           COPY "stuhold.cpy".

       FD  Student-Audit.
           COPY "studaudt.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       SD  Sort-Work.
         01 Clearance-Work-Record.
            05 Srt-List-Order      PIC 9.
            05 Srt-Student-Id      PIC 9(9).
            05 Srt-Name            PIC X(32).
            05 Srt-Program         PIC X(20).
            05 Srt-Earned          PIC 9(4).
            05 Srt-Cum-Gpa         PIC 9V99.
            05 Srt-Note            PIC X(30).

       FD  Clearance-Report.
         01 Report-Line            PIC X(110).

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
         01 Hold-File-Status       PIC XX.
            88 Hold-File-Ok        VALUE "00".
         01 Student-Audit-Status   PIC XX.
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Clearance-Report-Status PIC XX.

         01 Holds-Available        PIC X VALUE "N".
            88 Holds-Are-Available VALUE "Y".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Regs              PIC X.
            88 No-More-Regs        VALUE "N".
         01 More-Sorted            PIC X VALUE "Y".
            88 No-More-Sorted      VALUE "N".

         01 Operator-Id            PIC X(8) VALUE "GRADCLR".
         01 Clear-Term             PIC X(6).
         01 Update-In              PIC X.
            88 Update-Requested    VALUE "Y" "y".
         01 Ws-Today-Date          PIC 9(8).

      *> The candidate's totals across every term on file.
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

      *> Blank when the candidate clears; otherwise the first
      *> requirement (or the hold) standing in the way.
         01 Ws-Not-Cleared-Reason  PIC X(30).
         01 Ws-Gpa-Edit            PIC 9.99.
         01 Ws-Credits-Edit        PIC ZZZ9.

         01 Ws-Candidates          PIC 9(7) VALUE ZERO.
         01 Ws-Count-Cleared       PIC 9(7) VALUE ZERO.
         01 Ws-Count-Not-Cleared   PIC 9(7) VALUE ZERO.
         01 Ws-Count-Hold-Refused  PIC 9(7) VALUE ZERO.
         01 Ws-Rows-Completed      PIC 9(7) VALUE ZERO.
         01 Ws-Already-Completed   PIC 9(7) VALUE ZERO.

         01 Ws-Current-List        PIC 9 VALUE ZERO.
         01 Ws-Target-List         PIC 9.
         01 Ws-List-Count          PIC 9(7) VALUE ZERO.

         01 List-Titles-Def.
            05 FILLER              PIC X(30) VALUE
               "CLEARED FOR GRADUATION".
            05 FILLER              PIC X(30) VALUE
               "NOT CLEARED".
         01 List-Titles REDEFINES List-Titles-Def.
            05 List-Title          PIC X(30) OCCURS 2.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "GRADUATION CLEARANCE  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).
            05 FILLER              PIC X(9)  VALUE "   Mode: ".
            05 Hdg-Mode            PIC X(20).

         01 List-Heading.
            05 Lhd-Title           PIC X(30).

         01 Column-Heading.
            05 FILLER              PIC X(10) VALUE "ID".
            05 FILLER              PIC X(33) VALUE "Name".
            05 FILLER              PIC X(21) VALUE "Program".
            05 FILLER              PIC X(13) VALUE "Earned   GPA".
            05 FILLER              PIC X(30) VALUE "Note".

         01 Detail-Line.
            05 Det-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Name            PIC X(32).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Program         PIC X(20).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Earned          PIC ZZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 Det-Cum-Gpa         PIC 9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Note            PIC X(30).

         01 None-Line              PIC X(20) VALUE "  (none)".

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Term code for graduation clearance (e.g. 2026SP): ".
           ACCEPT Clear-Term.
           IF Clear-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar
           DISPLAY "Mark cleared students completed (Y/N, N lists "
               "only): ".
           ACCEPT Update-In.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date
           PERFORM 0200-Open-Files

           SORT Sort-Work
               ON ASCENDING KEY Srt-List-Order
               ON ASCENDING KEY Srt-Student-Id
               INPUT PROCEDURE IS 1000-Clear-Candidates
               OUTPUT PROCEDURE IS 4000-Print-Lists

           CLOSE Enrollment-Master
           CLOSE Registration-File
           CLOSE Program-Requirements
           CLOSE Student-Master
           IF Holds-Are-Available
               CLOSE Student-Holds
           END-IF
           CLOSE Student-Audit
           CLOSE Clearance-Report

           MOVE Ws-Candidates TO Rlogw-Read
           MOVE Ws-Rows-Completed TO Rlogw-Written
           MOVE Ws-Count-Not-Cleared TO Rlogw-Rejected
           PERFORM 9900-Log-Run-End
           DISPLAY "Candidates         : " Ws-Candidates.
           DISPLAY "Cleared            : " Ws-Count-Cleared.
           DISPLAY "Not cleared        : " Ws-Count-Not-Cleared.
           DISPLAY "  refused for hold : " Ws-Count-Hold-Refused.
           DISPLAY "Rows completed     : " Ws-Rows-Completed.
           DISPLAY "Already completed  : " Ws-Already-Completed.
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Clear-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Clear-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       0200-Open-Files.
           OPEN I-O Enrollment-Master
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
           OPEN INPUT Student-Holds
           IF Hold-File-Ok
               SET Holds-Are-Available TO TRUE
           END-IF
           OPEN EXTEND Student-Audit
           IF Student-Audit-Status = "35"
               OPEN OUTPUT Student-Audit
           END-IF
           OPEN OUTPUT Clearance-Report.

      *> Candidates are the term's rows still enrolled; completed
      *> rows were cleared by an earlier run and withdrawn students
      *> are not graduating this term.
       1000-Clear-Candidates.
           PERFORM UNTIL No-More-Records
               READ Enrollment-Master NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1100-Clear-One-Candidate
               END-READ
           END-PERFORM.

       1100-Clear-One-Candidate.
           IF Enr-Term NOT = Clear-Term
               EXIT PARAGRAPH
           END-IF
           IF Enr-Completed
               ADD 1 TO Ws-Already-Completed
               EXIT PARAGRAPH
           END-IF
           IF NOT Enr-Enrolled
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Candidates
           MOVE ZERO TO Ws-Earned
           MOVE ZERO TO Ws-Cum-Gpa
           MOVE SPACES TO Ws-Not-Cleared-Reason
           MOVE Enr-Program TO Preq-Program
           READ Program-Requirements
               INVALID KEY
                   MOVE "NO REQUIREMENTS FOR PROGRAM"
                       TO Ws-Not-Cleared-Reason
               NOT INVALID KEY
                   PERFORM 2000-Gather-Registrations
                   PERFORM 3000-Assess-Requirements
           END-READ
           IF Ws-Not-Cleared-Reason = SPACES
               PERFORM 1200-Check-Regist-Hold
           END-IF
           IF Ws-Not-Cleared-Reason = SPACES
               ADD 1 TO Ws-Count-Cleared
               MOVE 1 TO Srt-List-Order
               IF Update-Requested
                   PERFORM 1300-Complete-Enrollment
               ELSE
                   MOVE "(not yet marked completed)" TO Srt-Note
               END-IF
           ELSE
               ADD 1 TO Ws-Count-Not-Cleared
               MOVE 2 TO Srt-List-Order
               MOVE Ws-Not-Cleared-Reason TO Srt-Note
           END-IF
           PERFORM 1500-Release-Candidate.

      *> An active REGIST hold refuses clearance outright.
       1200-Check-Regist-Hold.
           IF NOT Holds-Are-Available
               EXIT PARAGRAPH
           END-IF
           MOVE Enr-Student-Id TO Hold-Student-Id
           MOVE "REGIST" TO Hold-Type
           READ Student-Holds
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Hold-Is-Active
                       MOVE "REGIST HOLD ACTIVE - REFUSED"
                           TO Ws-Not-Cleared-Reason
                       ADD 1 TO Ws-Count-Hold-Refused
                   END-IF
           END-READ.

       1300-Complete-Enrollment.
           SET Enr-Completed TO TRUE
           MOVE Ws-Today-Date TO Enr-Status-Date
           REWRITE Enrollment-Record
           IF NOT Enrollment-Ok
               DISPLAY "Enrollment rewrite failed, file status "
                   Enrollment-Status " (student " Enr-Student-Id ")"
               MOVE "COMPLETION NOT RECORDED" TO Srt-Note
               MOVE "0001" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Rows-Completed
           MOVE "ENROLLMENT MARKED COMPLETED" TO Srt-Note
           MOVE Enr-Student-Id TO Audit-Student-Id
           MOVE "Grad-Cleared" TO Audit-Field-Name
           MOVE SPACES TO Audit-Old-Value
           MOVE SPACES TO Audit-New-Value
           STRING Clear-Term " E" DELIMITED BY SIZE
               INTO Audit-Old-Value
           END-STRING
           STRING Clear-Term " C " Enr-Program
               DELIMITED BY SIZE INTO Audit-New-Value
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO Audit-Timestamp
           MOVE Operator-Id TO Audit-Operator-Id
           WRITE Student-Audit-Record.

       1500-Release-Candidate.
           MOVE Enr-Student-Id TO Srt-Student-Id
           MOVE Enr-Program TO Srt-Program
           MOVE Ws-Earned TO Srt-Earned
           MOVE Ws-Cum-Gpa TO Srt-Cum-Gpa
           MOVE SPACES TO Srt-Name
           MOVE Enr-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "(not on master)" TO Srt-Name
               NOT INVALID KEY
                   STRING Last-Name OF Student-Record
                       DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       First-Name OF Student-Record
                       DELIMITED BY "  "
                       INTO Srt-Name
                   END-STRING
           END-READ
           RELEASE Clearance-Work-Record.

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

      *> Clearance wants every requirement satisfied outright: work
      *> still in progress holds a candidate back just as a missing
      *> requirement does. The first requirement not met is noted.
       3000-Assess-Requirements.
           IF Ws-Earned < Preq-Total-Credits
               MOVE Ws-Earned TO Ws-Credits-Edit
               STRING "EARNED CREDITS " Ws-Credits-Edit " OF "
                   Preq-Total-Credits
                   DELIMITED BY SIZE INTO Ws-Not-Cleared-Reason
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF Ws-Gpa-Credits = ZERO
               OR Ws-Cum-Gpa < Preq-Min-Gpa
               MOVE Preq-Min-Gpa TO Ws-Gpa-Edit
               STRING "GPA UNDER MINIMUM " Ws-Gpa-Edit
                   DELIMITED BY SIZE INTO Ws-Not-Cleared-Reason
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-Assess-One-Course
               VARYING Req-Ix FROM 1 BY 1
               UNTIL Req-Ix > 20 OR Ws-Not-Cleared-Reason NOT = SPACES
           IF Ws-Not-Cleared-Reason = SPACES
               AND Ws-In-Progress-Cr > ZERO
               MOVE "COURSES STILL IN PROGRESS"
                   TO Ws-Not-Cleared-Reason
           END-IF.

       3100-Assess-One-Course.
           IF Preq-Course-Id(Req-Ix) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE Preq-Min-Grade(Req-Ix) TO Ws-Score-Grade
           IF Ws-Score-Grade = SPACES
               MOVE "D " TO Ws-Score-Grade
           END-IF
           PERFORM 2900-Score-Grade
           MOVE Ws-Grade-Points TO Ws-Min-Points
           IF Rqp-Is-Graded(Req-Ix)
               AND Rqp-Best-Points(Req-Ix) NOT < Ws-Min-Points
               EXIT PARAGRAPH
           END-IF
           IF Rqp-Is-In-Progress(Req-Ix)
               STRING "COURSE " Preq-Course-Id(Req-Ix)
                   " IN PROGRESS"
                   DELIMITED BY SIZE INTO Ws-Not-Cleared-Reason
               END-STRING
           ELSE
               STRING "COURSE " Preq-Course-Id(Req-Ix)
                   " MISSING MIN " Ws-Score-Grade(1:1)
                   DELIMITED BY SIZE INTO Ws-Not-Cleared-Reason
               END-STRING
           END-IF.

      *> Both lists always print, with "(none)" under either that
      *> came out empty.
       4000-Print-Lists.
           MOVE Clear-Term TO Hdg-Term
           MOVE Ws-Today-Date TO Hdg-Run-Date
           IF Update-Requested
               MOVE "UPDATE" TO Hdg-Mode
           ELSE
               MOVE "LIST ONLY" TO Hdg-Mode
           END-IF
           WRITE Report-Line FROM Heading-Line-1
           MOVE "Y" TO More-Sorted
           PERFORM UNTIL No-More-Sorted
               RETURN Sort-Work
                   AT END SET No-More-Sorted TO TRUE
                   NOT AT END PERFORM 4100-Print-One-Candidate
               END-RETURN
           END-PERFORM
           MOVE 3 TO Ws-Target-List
           PERFORM 4200-Advance-To-List.

       4100-Print-One-Candidate.
           IF Srt-List-Order NOT = Ws-Current-List
               MOVE Srt-List-Order TO Ws-Target-List
               PERFORM 4200-Advance-To-List
           END-IF
           MOVE Srt-Student-Id TO Det-Student-Id
           MOVE Srt-Name TO Det-Name
           MOVE Srt-Program TO Det-Program
           MOVE Srt-Earned TO Det-Earned
           MOVE Srt-Cum-Gpa TO Det-Cum-Gpa
           MOVE Srt-Note TO Det-Note
           WRITE Report-Line FROM Detail-Line
           ADD 1 TO Ws-List-Count.

       4200-Advance-To-List.
           PERFORM UNTIL Ws-Current-List = Ws-Target-List
               IF Ws-Current-List > ZERO AND Ws-List-Count = ZERO
                   WRITE Report-Line FROM None-Line
               END-IF
               ADD 1 TO Ws-Current-List
               MOVE ZERO TO Ws-List-Count
               IF Ws-Current-List < 3
                   MOVE SPACES TO Report-Line
                   WRITE Report-Line
                   MOVE List-Title(Ws-Current-List) TO Lhd-Title
                   WRITE Report-Line FROM List-Heading
                   WRITE Report-Line FROM Column-Heading
               END-IF
           END-PERFORM.

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
           MOVE "GRADCLR" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
