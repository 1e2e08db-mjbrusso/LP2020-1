       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADERPT.
      *> Term-end grade report for the registrar, in two parts:
      *>   - every grade in the requested term changed after it was
      *>     posted, taken from the Grade-Change and Grade-Reason rows
      *>     the grade change program writes to the student audit
      *>     trail, with the date, the operator, the grade before and
      *>     after and the reason keyed;
      *>   - every I (incomplete) grade still on file, in any term,
      *>     whose term's incomplete deadline on the term calendar
      *>     has passed.
      *> The report prints to GRADERPT.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Audit ASSIGN TO "STUDAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Student-Audit-Status.

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

           SELECT Grade-Report ASSIGN TO "GRADERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Report-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Audit.
           COPY "studaudt.cpy".

       FD  Registration-File.
           COPY "regist.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Grade-Report.
         01 Report-Line            PIC X(120).

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

         01 Student-Audit-Status   PIC XX.
            88 Student-Audit-Ok    VALUE "00".
            88 Student-Audit-Missing VALUE "35".
         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Grade-Report-Status    PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".

         01 Report-Term            PIC X(6).
         01 Ws-Today-Date          PIC 9(8).
         01 Ws-Changes-Listed      PIC 9(7) VALUE ZERO.
         01 Ws-Incompletes-Listed  PIC 9(7) VALUE ZERO.

      *> A Grade-Change row is held until the next row shows whether
      *> its Grade-Reason follows.
         01 Pending-Change         PIC X VALUE "N".
            88 Change-Is-Pending   VALUE "Y".
         01 Pending-Student-Id     PIC 9(9).
         01 Pending-Timestamp      PIC X(14).
         01 Pending-Old-Value      PIC X(30).
         01 Pending-New-Value      PIC X(30).
         01 Pending-Operator-Id    PIC X(8).
         01 Ws-Reason              PIC X(30).

         01 Ws-Cal-Term            PIC X(6) VALUE SPACES.
         01 Ws-Cal-Found           PIC X VALUE "N".
            88 Cal-Term-Found      VALUE "Y".
         01 Ws-Name                PIC X(24).

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "TERM-END GRADE REPORT  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Change-Title           PIC X(40) VALUE
               "GRADES CHANGED AFTER POSTING".
         01 Change-Heading.
            05 FILLER              PIC X(9)  VALUE "Date".
            05 FILLER              PIC X(10) VALUE "ID".
            05 FILLER              PIC X(25) VALUE "Name".
            05 FILLER              PIC X(9)  VALUE "Course".
            05 FILLER              PIC X(9)  VALUE "From To".
            05 FILLER              PIC X(9)  VALUE "Operator".
            05 FILLER              PIC X(30) VALUE "Reason".

         01 Change-Line.
            05 Chl-Date            PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Chl-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Chl-Name            PIC X(24).
            05 FILLER              PIC X     VALUE SPACE.
            05 Chl-Course-Id       PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Chl-Old-Grade       PIC XX.
            05 FILLER              PIC X(3)  VALUE " > ".
            05 Chl-New-Grade       PIC XX.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Chl-Operator-Id     PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Chl-Reason          PIC X(30).

         01 Incomplete-Title       PIC X(40) VALUE
               "INCOMPLETE GRADES PAST THEIR DEADLINE".
         01 Incomplete-Heading.
            05 FILLER              PIC X(10) VALUE "ID".
            05 FILLER              PIC X(25) VALUE "Name".
            05 FILLER              PIC X(7)  VALUE "Term".
            05 FILLER              PIC X(9)  VALUE "Course".
            05 FILLER              PIC X(4)  VALUE "Crd".
            05 FILLER              PIC X(8)  VALUE "Due".

         01 Incomplete-Line.
            05 Inl-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Inl-Name            PIC X(24).
            05 FILLER              PIC X     VALUE SPACE.
            05 Inl-Term            PIC X(6).
            05 FILLER              PIC X     VALUE SPACE.
            05 Inl-Course-Id       PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Inl-Credits         PIC Z9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Inl-Due-Date        PIC 9(8).

         01 None-Line              PIC X(20) VALUE "  (none)".

         01 Count-Line.
            05 Cnt-Label           PIC X(30).
            05 Cnt-Value           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Term code for grade report (e.g. 2026FA): ".
           ACCEPT Report-Term.
           IF Report-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Report-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Report-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ

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
           OPEN OUTPUT Grade-Report
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date

           MOVE Report-Term TO Hdg-Term
           MOVE Ws-Today-Date TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1

           PERFORM 1000-List-Grade-Changes
           PERFORM 2000-List-Old-Incompletes

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "Grades changed after posting" TO Cnt-Label
           MOVE Ws-Changes-Listed TO Cnt-Value
           WRITE Report-Line FROM Count-Line
           MOVE "Incompletes past deadline" TO Cnt-Label
           MOVE Ws-Incompletes-Listed TO Cnt-Value
           WRITE Report-Line FROM Count-Line

           CLOSE Registration-File
           CLOSE Student-Master
           CLOSE Term-Calendar
           CLOSE Grade-Report
           COMPUTE Rlogw-Written =
               Ws-Changes-Listed + Ws-Incompletes-Listed
           PERFORM 9900-Log-Run-End
           DISPLAY "Grade changes listed     : " Ws-Changes-Listed.
           DISPLAY "Incompletes past deadline: "
               Ws-Incompletes-Listed.
           STOP RUN.

      *> The audit trail is appended in time order, so the changes
      *> list in the order they were made.
       1000-List-Grade-Changes.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Change-Title
           WRITE Report-Line FROM Change-Heading
           MOVE "N" TO Pending-Change
           MOVE "Y" TO More-Records
           OPEN INPUT Student-Audit
           EVALUATE TRUE
               WHEN Student-Audit-Missing
                   CONTINUE
               WHEN NOT Student-Audit-Ok
                   DISPLAY "Cannot open audit trail, file status "
                       Student-Audit-Status
               WHEN OTHER
                   PERFORM UNTIL No-More-Records
                       READ Student-Audit
                           AT END SET No-More-Records TO TRUE
                           NOT AT END PERFORM 1100-Check-Audit-Row
                       END-READ
                   END-PERFORM
                   CLOSE Student-Audit
           END-EVALUATE
           IF Change-Is-Pending
               MOVE SPACES TO Ws-Reason
               PERFORM 1200-Print-Change
           END-IF
           IF Ws-Changes-Listed = ZERO
               WRITE Report-Line FROM None-Line
           END-IF.

       1100-Check-Audit-Row.
           ADD 1 TO Rlogw-Read
           IF Change-Is-Pending
               IF Audit-Field-Name = "Grade-Reason"
                   AND Audit-Student-Id = Pending-Student-Id
                   AND Audit-Timestamp = Pending-Timestamp
                   MOVE Audit-New-Value TO Ws-Reason
                   PERFORM 1200-Print-Change
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO Ws-Reason
               PERFORM 1200-Print-Change
           END-IF
           IF Audit-Field-Name = "Grade-Change"
               AND Audit-Old-Value(1:6) = Report-Term
               MOVE "Y" TO Pending-Change
               MOVE Audit-Student-Id TO Pending-Student-Id
               MOVE Audit-Timestamp TO Pending-Timestamp
               MOVE Audit-Old-Value TO Pending-Old-Value
               MOVE Audit-New-Value TO Pending-New-Value
               MOVE Audit-Operator-Id TO Pending-Operator-Id
           END-IF.

      *> The before and after values read "term course grade".
       1200-Print-Change.
           MOVE "N" TO Pending-Change
           MOVE Pending-Timestamp(1:8) TO Chl-Date
           MOVE Pending-Student-Id TO Chl-Student-Id
           MOVE Pending-Student-Id TO Student-Id OF Student-Record
           PERFORM 7000-Get-Name
           MOVE Ws-Name TO Chl-Name
           MOVE Pending-Old-Value(8:8) TO Chl-Course-Id
           MOVE Pending-Old-Value(17:2) TO Chl-Old-Grade
           MOVE Pending-New-Value(17:2) TO Chl-New-Grade
           MOVE Pending-Operator-Id TO Chl-Operator-Id
           MOVE Ws-Reason TO Chl-Reason
           WRITE Report-Line FROM Change-Line
           ADD 1 TO Ws-Changes-Listed.

      *> An I grade is unresolved while it is still the grade on an
      *> active row; it is overdue once today is past its term's
      *> incomplete deadline. The last term read is kept, so a run
      *> of rows for one term costs one calendar read.
       2000-List-Old-Incompletes.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Incomplete-Title
           WRITE Report-Line FROM Incomplete-Heading
           MOVE SPACES TO Ws-Cal-Term
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Registration-Key
           START Registration-File
               KEY IS NOT LESS THAN Registration-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 2100-Check-One-Registration
               END-READ
           END-PERFORM
           IF Ws-Incompletes-Listed = ZERO
               WRITE Report-Line FROM None-Line
           END-IF.

       2100-Check-One-Registration.
           ADD 1 TO Rlogw-Read
           IF NOT Reg-Is-Active OR Reg-Grade NOT = "I "
               EXIT PARAGRAPH
           END-IF
           IF Reg-Term NOT = Ws-Cal-Term
               MOVE Reg-Term TO Ws-Cal-Term
               MOVE Reg-Term TO Tcal-Term
               READ Term-Calendar
                   INVALID KEY MOVE "N" TO Ws-Cal-Found
                   NOT INVALID KEY MOVE "Y" TO Ws-Cal-Found
               END-READ
           END-IF
           IF NOT Cal-Term-Found
               OR Tcal-Incomplete-Date = ZERO
               OR Ws-Today-Date NOT > Tcal-Incomplete-Date
               EXIT PARAGRAPH
           END-IF
           MOVE Reg-Student-Id TO Inl-Student-Id
           MOVE Reg-Student-Id TO Student-Id OF Student-Record
           PERFORM 7000-Get-Name
           MOVE Ws-Name TO Inl-Name
           MOVE Reg-Term TO Inl-Term
           MOVE Reg-Course-Id TO Inl-Course-Id
           MOVE Reg-Credits TO Inl-Credits
           MOVE Tcal-Incomplete-Date TO Inl-Due-Date
           WRITE Report-Line FROM Incomplete-Line
           ADD 1 TO Ws-Incompletes-Listed.

       7000-Get-Name.
           MOVE SPACES TO Ws-Name
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "(not on master)" TO Ws-Name
               NOT INVALID KEY
                   STRING Last-Name OF Student-Record
                       DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       First-Name OF Student-Record
                       DELIMITED BY "  "
                       INTO Ws-Name
                   END-STRING
           END-READ.

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
           MOVE "GRADERPT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
