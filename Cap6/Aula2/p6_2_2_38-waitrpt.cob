       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITRPT.
      *> Waitlist listing: prints the waitlist for the requested term
      *> course by course, in the order students joined the line,
      *> with the catalog title, capacity and current enrollment at
      *> the head of each course. Students still waiting are numbered
      *> by their place in the queue as it stands now; registered and
      *> cancelled rows are listed with their status date for the
      *> paper trail. Each course closes with its count of students
      *> still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Waitlist-File ASSIGN TO "WAITLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Waitlist-Key
               FILE STATUS IS Waitlist-Status.

           SELECT Course-Catalog ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Crs-Course-Id
               FILE STATUS IS Course-Status.

           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Waitlist-Report ASSIGN TO "WAITRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waitlist-Report-Status.

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
       FD  Waitlist-File.
           COPY "waitlst.cpy".

       FD  Course-Catalog.
           COPY "course.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Waitlist-Report.
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

         01 Waitlist-Status        PIC XX.
            88 Waitlist-Ok         VALUE "00".
         01 Course-Status          PIC XX.
            88 Course-Ok           VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Waitlist-Report-Status PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 Courses-Available      PIC X VALUE "N".
            88 Courses-Are-Available VALUE "Y".

         01 Report-Term            PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Current-Course      PIC X(8) VALUE SPACES.
         01 Ws-Queue-Place         PIC 9(4) VALUE ZERO.
         01 Ws-Rows-Listed         PIC 9(7) VALUE ZERO.
         01 Ws-Courses-Listed      PIC 9(5) VALUE ZERO.
         01 Ws-Total-Waiting       PIC 9(7) VALUE ZERO.

         01 Heading-Line-1.
            05 FILLER              PIC X(28) VALUE
               "COURSE WAITLIST  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Course-Line.
            05 FILLER              PIC X(8)  VALUE "Course: ".
            05 Cl-Course-Id        PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Cl-Title            PIC X(30).
            05 FILLER              PIC X(12) VALUE "  Capacity: ".
            05 Cl-Capacity         PIC ZZZ9.
            05 FILLER              PIC X(12) VALUE "  Enrolled: ".
            05 Cl-Enrolled         PIC ZZZ9.

         01 Heading-Line-2.
            05 FILLER              PIC X(7)  VALUE "  Place".
            05 FILLER              PIC X(6)  VALUE "   Pos".
            05 FILLER              PIC X(11) VALUE "  ID".
            05 FILLER              PIC X(21) VALUE "Name".
            05 FILLER              PIC X(10) VALUE "Requested".
            05 FILLER              PIC X(11) VALUE "Status".
            05 FILLER              PIC X(9)  VALUE "As of".
            05 FILLER              PIC X(8)  VALUE "Operator".

         01 Detail-Line.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 Det-Place           PIC ZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Position        PIC ZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Name            PIC X(20).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Request-Date    PIC 9(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Status          PIC X(10).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Status-Date     PIC 9(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Operator-Id     PIC X(8).

         01 Course-Total-Line.
            05 FILLER              PIC X(24) VALUE
               "  Students waiting    : ".
            05 Ctl-Waiting         PIC ZZZ9.

         01 Count-Line.
            05 FILLER              PIC X(16) VALUE "Courses listed: ".
            05 Cnt-Courses         PIC ZZZZ9.
            05 FILLER              PIC X(20) VALUE
               "   rows listed    : ".
            05 Cnt-Rows            PIC ZZZZZZ9.
            05 FILLER              PIC X(20) VALUE
               "   still waiting  : ".
            05 Cnt-Waiting         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Term code for waitlist listing (e.g. 2026FA): ".
           ACCEPT Report-Term.
           IF Report-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN INPUT Waitlist-File
           IF NOT Waitlist-Ok
               DISPLAY "Cannot open waitlist file, file status "
                   Waitlist-Status
               STOP RUN
           END-IF
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               STOP RUN
           END-IF
           OPEN INPUT Course-Catalog
           IF Course-Ok
               SET Courses-Are-Available TO TRUE
           END-IF
           OPEN OUTPUT Waitlist-Report

           MOVE Report-Term TO Hdg-Term
           MOVE FUNCTION CURRENT-DATE(1:8) TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1

           PERFORM UNTIL No-More-Records
               READ Waitlist-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1000-List-One-Row
               END-READ
           END-PERFORM
           IF Ws-Current-Course NOT = SPACES
               PERFORM 2100-End-Course
           END-IF

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Ws-Courses-Listed TO Cnt-Courses
           MOVE Ws-Rows-Listed TO Cnt-Rows
           MOVE Ws-Total-Waiting TO Cnt-Waiting
           WRITE Report-Line FROM Count-Line

           CLOSE Waitlist-File
           CLOSE Student-Master
           IF Courses-Are-Available
               CLOSE Course-Catalog
           END-IF
           CLOSE Waitlist-Report
           MOVE Ws-Rows-Listed TO Rlogw-Written
           PERFORM 9900-Log-Run-End
           DISPLAY "Courses listed : " Ws-Courses-Listed.
           DISPLAY "Rows listed    : " Ws-Rows-Listed.
           DISPLAY "Still waiting  : " Ws-Total-Waiting.
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
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
           CLOSE Term-Calendar.

       1000-List-One-Row.
           ADD 1 TO Rlogw-Read
           IF Wait-Term NOT = Report-Term
               EXIT PARAGRAPH
           END-IF
           IF Wait-Course-Id NOT = Ws-Current-Course
               IF Ws-Current-Course NOT = SPACES
                   PERFORM 2100-End-Course
               END-IF
               PERFORM 2000-Start-Course
           END-IF
           MOVE SPACES TO Det-Name
           MOVE Wait-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "(not on master)" TO Det-Name
               NOT INVALID KEY
                   MOVE Last-Name OF Student-Record TO Det-Name
           END-READ
           MOVE ZERO TO Det-Place
           EVALUATE TRUE
               WHEN Wait-Is-Waiting
                   ADD 1 TO Ws-Queue-Place
                   MOVE Ws-Queue-Place TO Det-Place
                   MOVE "WAITING" TO Det-Status
               WHEN Wait-Is-Registered
                   MOVE "REGISTERED" TO Det-Status
               WHEN Wait-Is-Cancelled
                   MOVE "CANCELLED" TO Det-Status
               WHEN OTHER
                   MOVE Wait-Status TO Det-Status
           END-EVALUATE
           MOVE Wait-Position TO Det-Position
           MOVE Wait-Student-Id TO Det-Student-Id
           MOVE Wait-Request-Date TO Det-Request-Date
           MOVE Wait-Status-Date TO Det-Status-Date
           MOVE Wait-Operator-Id TO Det-Operator-Id
           WRITE Report-Line FROM Detail-Line
           ADD 1 TO Ws-Rows-Listed.

       2000-Start-Course.
           MOVE Wait-Course-Id TO Ws-Current-Course
           MOVE ZERO TO Ws-Queue-Place
           ADD 1 TO Ws-Courses-Listed
           MOVE Wait-Course-Id TO Cl-Course-Id
           MOVE "(not in catalog)" TO Cl-Title
           MOVE ZERO TO Cl-Capacity
           MOVE ZERO TO Cl-Enrolled
           IF Courses-Are-Available
               MOVE Wait-Course-Id TO Crs-Course-Id
               READ Course-Catalog
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Crs-Title TO Cl-Title
                       MOVE Crs-Capacity TO Cl-Capacity
                       MOVE Crs-Enrolled TO Cl-Enrolled
               END-READ
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Course-Line
           WRITE Report-Line FROM Heading-Line-2.

       2100-End-Course.
           MOVE Ws-Queue-Place TO Ctl-Waiting
           WRITE Report-Line FROM Course-Total-Line
           ADD Ws-Queue-Place TO Ws-Total-Waiting.

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
           MOVE "WAITRPT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
