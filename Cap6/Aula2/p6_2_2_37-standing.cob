       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.
      *> End-of-term academic standing run, scheduled after grade
      *> posting. For every student with a grade posted in the
      *> requested term it works out the term's and the cumulative
      *> attempted and earned credits and grade-point averages from
      *> the registration file (the same A-F quality points the
      *> transcript uses), keeps them on the academic history file
      *> under Student-Id plus term, and assigns a standing from the
      *> registrar's thresholds:
      *>   suspension - cumulative GPA under the suspension floor, or
      *>                still under the probation floor after the
      *>                preceding term ended on probation or
      *>                suspension;
      *>   probation  - cumulative GPA under the probation floor;
      *>   dean's list - term GPA at or over the dean's list mark on
      *>                at least the minimum graded credits;
      *>   good       - everyone else.
      *> A suspended student gets an ACADEM hold, which blocks new
      *> enrollments and course adds the same way any other hold
      *> does. The term and thresholds come from STANDING.CTL when
      *> one is on hand; otherwise the term is prompted for and the
      *> standard thresholds apply. The dean's list and the
      *> probation and suspension lists print to STANDING.TXT.
      *> Cumulative figures and the preceding term are taken from the
      *> term calendar's start dates, never from later terms, so an
      *> earlier term can be rerun after a grade change.

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

           SELECT Academic-History ASSIGN TO "ACADHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Academic-History-Key
               FILE STATUS IS History-Status.

           SELECT Student-Holds ASSIGN TO "STUHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.

           SELECT Student-Audit ASSIGN TO "STUDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Audit-Status.

           SELECT Standing-Ctl ASSIGN TO "STANDING.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standing-Ctl-Status.

           SELECT Sort-Work ASSIGN TO "STNDSORT.TMP".

           SELECT Standing-Report ASSIGN TO "STANDING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standing-Report-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Registration-File.
           COPY "regist.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Academic-History.
           COPY "acadhist.cpy".

       FD  Student-Holds.
           COPY "stuhold.cpy".

       FD  Student-Audit.
           COPY "studaudt.cpy".

       FD  Standing-Ctl.
         01 Standing-Ctl-Record.
            05 Ctl-Term            PIC X(6).
            05 Ctl-Deans-Gpa       PIC 9V99.
            05 Ctl-Deans-Credits   PIC 99.
            05 Ctl-Probation-Gpa   PIC 9V99.
            05 Ctl-Suspension-Gpa  PIC 9V99.

       SD  Sort-Work.
         01 Standing-Work-Record.
            05 Srt-List-Order      PIC 9.
            05 Srt-Student-Id      PIC 9(9).
            05 Srt-Name            PIC X(42).
            05 Srt-Term-Credits    PIC 9(3).
            05 Srt-Term-Gpa        PIC 9V99.
            05 Srt-Cum-Credits     PIC 9(4).
            05 Srt-Cum-Gpa         PIC 9V99.
            05 Srt-Hold-Note       PIC X(12).

       FD  Standing-Report.
         01 Report-Line            PIC X(100).

       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            05 Rlogw-Event         PIC X(5).
            05 Rlogw-Read          PIC 9(7) VALUE ZERO.
            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.

         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 History-Status         PIC XX.
            88 History-Ok          VALUE "00".
         01 Hold-File-Status       PIC XX.
            88 Hold-File-Ok        VALUE "00".
         01 Student-Audit-Status   PIC XX.
         01 Standing-Ctl-Status    PIC XX.
            88 Standing-Ctl-Found  VALUE "00".
         01 Standing-Report-Status PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-History           PIC X.
            88 No-More-History     VALUE "N".
         01 More-Sorted            PIC X VALUE "Y".
            88 No-More-Sorted      VALUE "N".

         01 Operator-Id            PIC X(8) VALUE "STANDING".
         01 Standing-Term          PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Thresholds.
            05 Thr-Deans-Gpa       PIC 9V99 VALUE 3.50.
            05 Thr-Deans-Credits   PIC 99   VALUE 12.
            05 Thr-Probation-Gpa   PIC 9V99 VALUE 2.00.
            05 Thr-Suspension-Gpa  PIC 9V99 VALUE 1.50.

         01 Ws-Current-Id          PIC 9(9) VALUE ZERO.
         01 Ws-Term-Graded         PIC X.
            88 Term-Has-Grades     VALUE "Y".
         01 Ws-Grade-Points        PIC 9.
         01 Ws-Term-Attempted      PIC 9(3).
         01 Ws-Term-Earned         PIC 9(3).
         01 Ws-Term-Gpa-Credits    PIC 9(3).
         01 Ws-Term-Points         PIC 9(4).
         01 Ws-Term-Gpa            PIC 9V99.
         01 Ws-Cum-Attempted       PIC 9(4).
         01 Ws-Cum-Earned          PIC 9(4).
         01 Ws-Cum-Gpa-Credits     PIC 9(4).
         01 Ws-Cum-Points          PIC 9(5).
         01 Ws-Cum-Gpa             PIC 9V99.
         01 Ws-Prior-Standing      PIC X.
            88 Prior-Was-Warned    VALUE "P" "S".
         01 Ws-Prior-Start-Date    PIC 9(8).
         01 Ws-Term-Start-Date     PIC 9(8).
         01 Ws-Check-Term          PIC X(6).
         01 Ws-Cal-Term            PIC X(6) VALUE SPACES.
         01 Ws-Cal-Found           PIC X VALUE "N".
            88 Cal-Term-Found      VALUE "Y".
         01 Ws-Cal-Start-Date      PIC 9(8) VALUE ZERO.
         01 Ws-New-Standing        PIC X.
            88 New-Good-Standing   VALUE "G".
            88 New-Deans-List      VALUE "D".
            88 New-Probation       VALUE "P".
            88 New-Suspension      VALUE "S".
         01 Ws-Hold-Note           PIC X(12).

         01 Ws-Students-Evaluated  PIC 9(7) VALUE ZERO.
         01 Ws-Count-Good          PIC 9(7) VALUE ZERO.
         01 Ws-Count-Deans         PIC 9(7) VALUE ZERO.
         01 Ws-Count-Probation     PIC 9(7) VALUE ZERO.
         01 Ws-Count-Suspension    PIC 9(7) VALUE ZERO.
         01 Ws-Holds-Placed        PIC 9(7) VALUE ZERO.

         01 Ws-Current-List        PIC 9 VALUE ZERO.
         01 Ws-Target-List         PIC 9.
         01 Ws-List-Count          PIC 9(7) VALUE ZERO.

         01 List-Titles-Def.
            05 FILLER              PIC X(30) VALUE
               "DEAN'S LIST".
            05 FILLER              PIC X(30) VALUE
               "ACADEMIC PROBATION".
            05 FILLER              PIC X(30) VALUE
               "ACADEMIC SUSPENSION".
         01 List-Titles REDEFINES List-Titles-Def.
            05 List-Title          PIC X(30) OCCURS 3.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "ACADEMIC STANDING  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Threshold-Line.
            05 FILLER              PIC X(19) VALUE
               "Dean's list GPA >= ".
            05 Thl-Deans-Gpa       PIC 9.99.
            05 FILLER              PIC X(4)  VALUE " on ".
            05 Thl-Deans-Credits   PIC Z9.
            05 FILLER              PIC X(24) VALUE
               " cr; probation GPA < ".
            05 Thl-Probation-Gpa   PIC 9.99.
            05 FILLER              PIC X(18) VALUE
               "; suspension < ".
            05 Thl-Suspension-Gpa  PIC 9.99.

         01 List-Heading.
            05 Lhd-Title           PIC X(30).

         01 Column-Heading.
            05 FILLER              PIC X(10) VALUE "ID".
            05 FILLER              PIC X(43) VALUE "Name".
            05 FILLER              PIC X(14) VALUE "Term cr   GPA".
            05 FILLER              PIC X(14) VALUE "  Cum cr   GPA".
            05 FILLER              PIC X(12) VALUE "  Note".

         01 Detail-Line.
            05 Det-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Name            PIC X(42).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Term-Credits    PIC ZZ9.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 Det-Term-Gpa        PIC 9.99.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 Det-Cum-Credits     PIC ZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Cum-Gpa         PIC 9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Hold-Note       PIC X(12).

         01 None-Line              PIC X(20) VALUE "  (none)".

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           PERFORM 0100-Get-Parameters
           IF Standing-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0200-Check-Term-Calendar

           OPEN INPUT Registration-File
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
           OPEN I-O Academic-History
           IF NOT History-Ok
               OPEN OUTPUT Academic-History
               CLOSE Academic-History
               OPEN I-O Academic-History
           END-IF
           OPEN I-O Student-Holds
           IF NOT Hold-File-Ok
               OPEN OUTPUT Student-Holds
               CLOSE Student-Holds
               OPEN I-O Student-Holds
           END-IF
           OPEN EXTEND Student-Audit
           IF Student-Audit-Status = "35"
               OPEN OUTPUT Student-Audit
           END-IF
           OPEN OUTPUT Standing-Report

           SORT Sort-Work
               ON ASCENDING KEY Srt-List-Order
               ON ASCENDING KEY Srt-Student-Id
               INPUT PROCEDURE IS 1000-Evaluate-Students
               OUTPUT PROCEDURE IS 3000-Print-Lists

           CLOSE Registration-File
           CLOSE Student-Master
           CLOSE Academic-History
           CLOSE Student-Holds
           CLOSE Student-Audit
           CLOSE Term-Calendar
           CLOSE Standing-Report

           PERFORM 9900-Log-Run-End
           DISPLAY "Students evaluated : " Ws-Students-Evaluated.
           DISPLAY "Good standing      : " Ws-Count-Good.
           DISPLAY "Dean's list        : " Ws-Count-Deans.
           DISPLAY "Probation          : " Ws-Count-Probation.
           DISPLAY "Suspension         : " Ws-Count-Suspension.
           DISPLAY "ACADEM holds placed: " Ws-Holds-Placed.
           STOP RUN.

      *> The term and thresholds come from the control file when one
      *> is on hand, so the nightly cycle driver can run this job with
      *> no operator at the terminal; a zero or non-numeric threshold
      *> keeps the standard value. An empty or missing control file
      *> falls back to prompting for the term.
       0100-Get-Parameters.
           MOVE SPACES TO Standing-Term
           OPEN INPUT Standing-Ctl
           IF Standing-Ctl-Found
               READ Standing-Ctl
                   AT END CONTINUE
                   NOT AT END PERFORM 0150-Apply-Control-Record
               END-READ
               CLOSE Standing-Ctl
           END-IF
           IF Standing-Term = SPACES
               DISPLAY "Term code for standing run (e.g. 2026FA): "
               ACCEPT Standing-Term
           ELSE
               DISPLAY "Selection from STANDING.CTL: term="
                   Standing-Term
           END-IF.

       0150-Apply-Control-Record.
           MOVE Ctl-Term TO Standing-Term
           IF Ctl-Deans-Gpa NUMERIC AND Ctl-Deans-Gpa > ZERO
               MOVE Ctl-Deans-Gpa TO Thr-Deans-Gpa
           END-IF
           IF Ctl-Deans-Credits NUMERIC AND Ctl-Deans-Credits > ZERO
               MOVE Ctl-Deans-Credits TO Thr-Deans-Credits
           END-IF
           IF Ctl-Probation-Gpa NUMERIC AND Ctl-Probation-Gpa > ZERO
               MOVE Ctl-Probation-Gpa TO Thr-Probation-Gpa
           END-IF
           IF Ctl-Suspension-Gpa NUMERIC
               AND Ctl-Suspension-Gpa > ZERO
               MOVE Ctl-Suspension-Gpa TO Thr-Suspension-Gpa
           END-IF.

      *> The term must be on the registrar's term calendar, which
      *> stays open to date the other terms the student has taken.
       0200-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Standing-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Standing-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           MOVE Tcal-Start-Date TO Ws-Term-Start-Date.

      *> The registration file is in Student-Id order, so one pass
      *> with a break on the id gathers each student's rows for every
      *> term: the requested term's rows feed the term figures and
      *> the graded rows of it and every earlier term feed the
      *> cumulative ones.
       1000-Evaluate-Students.
           PERFORM 1050-Reset-Totals
           PERFORM UNTIL No-More-Records
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1100-Accumulate-One-Row
               END-READ
           END-PERFORM
           IF Ws-Current-Id NOT = ZERO
               PERFORM 1500-Finish-Student
           END-IF.

       1050-Reset-Totals.
           MOVE "N" TO Ws-Term-Graded
           MOVE ZERO TO Ws-Term-Attempted
           MOVE ZERO TO Ws-Term-Earned
           MOVE ZERO TO Ws-Term-Gpa-Credits
           MOVE ZERO TO Ws-Term-Points
           MOVE ZERO TO Ws-Cum-Attempted
           MOVE ZERO TO Ws-Cum-Earned
           MOVE ZERO TO Ws-Cum-Gpa-Credits
           MOVE ZERO TO Ws-Cum-Points.

      *> Attempted credits are every graded active row except W;
      *> earned are A through D; A through F enter the GPA. Blank
      *> (not yet graded) and dropped rows count for nothing, and so
      *> do rows of a term that started after the requested one.
       1100-Accumulate-One-Row.
           ADD 1 TO Rlogw-Read
           IF Reg-Student-Id NOT = Ws-Current-Id
               IF Ws-Current-Id NOT = ZERO
                   PERFORM 1500-Finish-Student
               END-IF
               PERFORM 1050-Reset-Totals
               MOVE Reg-Student-Id TO Ws-Current-Id
           END-IF
           IF NOT Reg-Is-Active OR Reg-Grade = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Reg-Term = Standing-Term
               MOVE "Y" TO Ws-Term-Graded
           ELSE
               MOVE Reg-Term TO Ws-Check-Term
               PERFORM 1150-Get-Term-Start
               IF Ws-Cal-Start-Date > Ws-Term-Start-Date
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Reg-Grade(1:1) = "W"
               EXIT PARAGRAPH
           END-IF
           ADD Reg-Credits TO Ws-Cum-Attempted
           IF Reg-Term = Standing-Term
               ADD Reg-Credits TO Ws-Term-Attempted
           END-IF
           IF Reg-Grade(1:1) = "I"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-Score-Grade
           ADD Reg-Credits TO Ws-Cum-Gpa-Credits
           COMPUTE Ws-Cum-Points = Ws-Cum-Points
               + Reg-Credits * Ws-Grade-Points
           IF Ws-Grade-Points > ZERO
               ADD Reg-Credits TO Ws-Cum-Earned
           END-IF
           IF Reg-Term = Standing-Term
               ADD Reg-Credits TO Ws-Term-Gpa-Credits
               COMPUTE Ws-Term-Points = Ws-Term-Points
                   + Reg-Credits * Ws-Grade-Points
               IF Ws-Grade-Points > ZERO
                   ADD Reg-Credits TO Ws-Term-Earned
               END-IF
           END-IF.

      *> Start date of Ws-Check-Term from the term calendar, kept for
      *> the next row since a student's rows come a term at a time.
      *> A term no longer on the calendar predates it and is given a
      *> zero start date, so it counts as earlier than any other.
       1150-Get-Term-Start.
           IF Ws-Check-Term NOT = Ws-Cal-Term
               MOVE Ws-Check-Term TO Ws-Cal-Term
               MOVE Ws-Check-Term TO Tcal-Term
               READ Term-Calendar
                   INVALID KEY MOVE "N" TO Ws-Cal-Found
                   NOT INVALID KEY MOVE "Y" TO Ws-Cal-Found
               END-READ
               IF Cal-Term-Found
                   MOVE Tcal-Start-Date TO Ws-Cal-Start-Date
               ELSE
                   MOVE ZERO TO Ws-Cal-Start-Date
               END-IF
           END-IF.

      *> A through F carry 4 down to 0 quality points, as on the
      *> transcript.
       1200-Score-Grade.
           EVALUATE Reg-Grade(1:1)
               WHEN "A" MOVE 4 TO Ws-Grade-Points
               WHEN "B" MOVE 3 TO Ws-Grade-Points
               WHEN "C" MOVE 2 TO Ws-Grade-Points
               WHEN "D" MOVE 1 TO Ws-Grade-Points
               WHEN OTHER MOVE ZERO TO Ws-Grade-Points
           END-EVALUATE.

       1500-Finish-Student.
           IF NOT Term-Has-Grades
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Students-Evaluated
           IF Ws-Term-Gpa-Credits > ZERO
               COMPUTE Ws-Term-Gpa ROUNDED =
                   Ws-Term-Points / Ws-Term-Gpa-Credits
           ELSE
               MOVE ZERO TO Ws-Term-Gpa
           END-IF
           IF Ws-Cum-Gpa-Credits > ZERO
               COMPUTE Ws-Cum-Gpa ROUNDED =
                   Ws-Cum-Points / Ws-Cum-Gpa-Credits
           ELSE
               MOVE ZERO TO Ws-Cum-Gpa
           END-IF
           PERFORM 1600-Find-Prior-Standing
           PERFORM 1700-Assign-Standing
           PERFORM 1800-Write-History
           MOVE SPACES TO Ws-Hold-Note
           IF New-Suspension
               PERFORM 1900-Place-Suspension-Hold
           END-IF
           IF NOT New-Good-Standing
               PERFORM 2000-Release-List-Record
           END-IF.

      *> The prior standing is the one on the student's history row
      *> for the term that started latest before the requested one.
      *> Run dates are not used: on a rerun of an earlier term the
      *> latest run is the following term's.
       1600-Find-Prior-Standing.
           MOVE SPACE TO Ws-Prior-Standing
           MOVE ZERO TO Ws-Prior-Start-Date
           MOVE "Y" TO More-History
           MOVE Ws-Current-Id TO Ahist-Student-Id
           MOVE LOW-VALUES TO Ahist-Term
           START Academic-History
               KEY IS NOT LESS THAN Academic-History-Key
               INVALID KEY SET No-More-History TO TRUE
           END-START
           PERFORM UNTIL No-More-History
               READ Academic-History NEXT RECORD
                   AT END SET No-More-History TO TRUE
                   NOT AT END
                       IF Ahist-Student-Id NOT = Ws-Current-Id
                           SET No-More-History TO TRUE
                       ELSE
                           PERFORM 1650-Check-Prior-Row
                       END-IF
               END-READ
           END-PERFORM.

       1650-Check-Prior-Row.
           IF Ahist-Term = Standing-Term
               EXIT PARAGRAPH
           END-IF
           MOVE Ahist-Term TO Ws-Check-Term
           PERFORM 1150-Get-Term-Start
           IF Ws-Cal-Start-Date NOT < Ws-Term-Start-Date
               OR Ws-Cal-Start-Date < Ws-Prior-Start-Date
               EXIT PARAGRAPH
           END-IF
           MOVE Ahist-Standing TO Ws-Prior-Standing
           MOVE Ws-Cal-Start-Date TO Ws-Prior-Start-Date.

      *> Students with no GPA credits on file yet (only I grades so
      *> far) cannot fall under a floor and stay in good standing.
       1700-Assign-Standing.
           EVALUATE TRUE
               WHEN Ws-Cum-Gpa-Credits > ZERO
                   AND Ws-Cum-Gpa < Thr-Suspension-Gpa
                   SET New-Suspension TO TRUE
               WHEN Ws-Cum-Gpa-Credits > ZERO
                   AND Ws-Cum-Gpa < Thr-Probation-Gpa
                   AND Prior-Was-Warned
                   SET New-Suspension TO TRUE
               WHEN Ws-Cum-Gpa-Credits > ZERO
                   AND Ws-Cum-Gpa < Thr-Probation-Gpa
                   SET New-Probation TO TRUE
               WHEN Ws-Term-Gpa-Credits NOT < Thr-Deans-Credits
                   AND Ws-Term-Gpa NOT < Thr-Deans-Gpa
                   SET New-Deans-List TO TRUE
               WHEN OTHER
                   SET New-Good-Standing TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN New-Suspension ADD 1 TO Ws-Count-Suspension
               WHEN New-Probation  ADD 1 TO Ws-Count-Probation
               WHEN New-Deans-List ADD 1 TO Ws-Count-Deans
               WHEN OTHER          ADD 1 TO Ws-Count-Good
           END-EVALUATE.

      *> A rerun for the same term rewrites the row in place.
       1800-Write-History.
           MOVE Ws-Current-Id TO Ahist-Student-Id
           MOVE Standing-Term TO Ahist-Term
           READ Academic-History
               INVALID KEY
                   PERFORM 1850-Fill-History-Fields
                   WRITE Academic-History-Record
               NOT INVALID KEY
                   PERFORM 1850-Fill-History-Fields
                   REWRITE Academic-History-Record
           END-READ
           IF History-Ok
               ADD 1 TO Rlogw-Written
           ELSE
               ADD 1 TO Rlogw-Rejected
               DISPLAY "History write failed, file status "
                   History-Status " (student " Ws-Current-Id ")"
           END-IF.

       1850-Fill-History-Fields.
           MOVE Ws-Current-Id TO Ahist-Student-Id
           MOVE Standing-Term TO Ahist-Term
           MOVE Ws-Term-Attempted TO Ahist-Term-Attempted
           MOVE Ws-Term-Earned TO Ahist-Term-Earned
           MOVE Ws-Term-Gpa-Credits TO Ahist-Term-Gpa-Credits
           MOVE Ws-Term-Points TO Ahist-Term-Points
           MOVE Ws-Term-Gpa TO Ahist-Term-Gpa
           MOVE Ws-Cum-Attempted TO Ahist-Cum-Attempted
           MOVE Ws-Cum-Earned TO Ahist-Cum-Earned
           MOVE Ws-Cum-Gpa-Credits TO Ahist-Cum-Gpa-Credits
           MOVE Ws-Cum-Points TO Ahist-Cum-Points
           MOVE Ws-Cum-Gpa TO Ahist-Cum-Gpa
           MOVE Ws-New-Standing TO Ahist-Standing
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ahist-Run-Date.

      *> Suspension places (or re-places) an ACADEM hold and writes
      *> the same Hold-Placed audit row the hold maintenance program
      *> does; a hold already active is left as it is.
       1900-Place-Suspension-Hold.
           MOVE Ws-Current-Id TO Hold-Student-Id
           MOVE "ACADEM" TO Hold-Type
           READ Student-Holds
               INVALID KEY
                   PERFORM 1950-Fill-Hold-Fields
                   WRITE Hold-Record
                   PERFORM 1960-Finish-Hold
               NOT INVALID KEY
                   IF Hold-Is-Active
                       MOVE "HOLD ON FILE" TO Ws-Hold-Note
                   ELSE
                       PERFORM 1950-Fill-Hold-Fields
                       REWRITE Hold-Record
                       PERFORM 1960-Finish-Hold
                   END-IF
           END-READ.

       1950-Fill-Hold-Fields.
           MOVE Ws-Current-Id TO Hold-Student-Id
           MOVE "ACADEM" TO Hold-Type
           MOVE "A" TO Hold-Status
           MOVE FUNCTION CURRENT-DATE(1:8) TO Hold-Placed-Date
           MOVE ZERO TO Hold-Released-Date
           MOVE Operator-Id TO Hold-Operator-Id
           MOVE SPACES TO Hold-Reason
           STRING "ACADEMIC SUSPENSION " Standing-Term
               DELIMITED BY SIZE INTO Hold-Reason
           END-STRING.

       1960-Finish-Hold.
           IF NOT Hold-File-Ok
               DISPLAY "Hold write failed, file status "
                   Hold-File-Status " (student " Ws-Current-Id ")"
               MOVE "HOLD FAILED" TO Ws-Hold-Note
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Holds-Placed
           MOVE "HOLD PLACED" TO Ws-Hold-Note
           MOVE Hold-Student-Id TO Audit-Student-Id
           MOVE "Hold-Placed" TO Audit-Field-Name
           MOVE SPACES TO Audit-Old-Value
           MOVE SPACES TO Audit-New-Value
           STRING Hold-Type " " Hold-Reason(1:23)
               DELIMITED BY SIZE INTO Audit-New-Value
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO Audit-Timestamp
           MOVE Operator-Id TO Audit-Operator-Id
           WRITE Student-Audit-Record.

       2000-Release-List-Record.
           EVALUATE TRUE
               WHEN New-Deans-List MOVE 1 TO Srt-List-Order
               WHEN New-Probation  MOVE 2 TO Srt-List-Order
               WHEN OTHER          MOVE 3 TO Srt-List-Order
           END-EVALUATE
           MOVE Ws-Current-Id TO Srt-Student-Id
           MOVE SPACES TO Srt-Name
           MOVE Ws-Current-Id TO Student-Id OF Student-Record
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
           MOVE Ws-Term-Gpa-Credits TO Srt-Term-Credits
           MOVE Ws-Term-Gpa TO Srt-Term-Gpa
           MOVE Ws-Cum-Gpa-Credits TO Srt-Cum-Credits
           MOVE Ws-Cum-Gpa TO Srt-Cum-Gpa
           MOVE Ws-Hold-Note TO Srt-Hold-Note
           RELEASE Standing-Work-Record.

      *> All three lists always print, with "(none)" under any that
      *> came out empty.
       3000-Print-Lists.
           MOVE Standing-Term TO Hdg-Term
           MOVE FUNCTION CURRENT-DATE(1:8) TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1
           MOVE Thr-Deans-Gpa TO Thl-Deans-Gpa
           MOVE Thr-Deans-Credits TO Thl-Deans-Credits
           MOVE Thr-Probation-Gpa TO Thl-Probation-Gpa
           MOVE Thr-Suspension-Gpa TO Thl-Suspension-Gpa
           WRITE Report-Line FROM Threshold-Line
           MOVE "Y" TO More-Sorted
           PERFORM UNTIL No-More-Sorted
               RETURN Sort-Work
                   AT END SET No-More-Sorted TO TRUE
                   NOT AT END PERFORM 3100-Print-One-Student
               END-RETURN
           END-PERFORM
           MOVE 4 TO Ws-Target-List
           PERFORM 3200-Advance-To-List.

       3100-Print-One-Student.
           IF Srt-List-Order NOT = Ws-Current-List
               MOVE Srt-List-Order TO Ws-Target-List
               PERFORM 3200-Advance-To-List
           END-IF
           MOVE Srt-Student-Id TO Det-Student-Id
           MOVE Srt-Name TO Det-Name
           MOVE Srt-Term-Credits TO Det-Term-Credits
           MOVE Srt-Term-Gpa TO Det-Term-Gpa
           MOVE Srt-Cum-Credits TO Det-Cum-Credits
           MOVE Srt-Cum-Gpa TO Det-Cum-Gpa
           MOVE Srt-Hold-Note TO Det-Hold-Note
           WRITE Report-Line FROM Detail-Line
           ADD 1 TO Ws-List-Count.

       3200-Advance-To-List.
           PERFORM UNTIL Ws-Current-List = Ws-Target-List
               IF Ws-Current-List > ZERO AND Ws-List-Count = ZERO
                   WRITE Report-Line FROM None-Line
               END-IF
               ADD 1 TO Ws-Current-List
               MOVE ZERO TO Ws-List-Count
               IF Ws-Current-List < 4
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
           MOVE "STANDING" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
