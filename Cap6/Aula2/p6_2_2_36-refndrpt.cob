       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFNDRPT.
      *> Refund register: lists every refund calculation recorded for
      *> the requested term in Student-Id order, one line per course
      *> drop or withdrawal, showing the action date, the gross that
      *> was billed, the schedule percentage applied and the split
      *> into refunded and retained tuition. Voided rows (the course
      *> was re-added or the withdrawal reversed) are listed for the
      *> paper trail but left out of the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Refund-File ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Refund-Key
               FILE STATUS IS Refund-Status.

           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Register-Report ASSIGN TO "REFNDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Report-Status.

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
       FD  Refund-File.
           COPY "refund.cpy".

       FD  Student-Master.
           COPY "student.cpy".

       FD  Register-Report.
         01 Report-Line            PIC X(120).

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

         01 Refund-Status          PIC XX.
            88 Refund-Ok           VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Register-Report-Status PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".

         01 Register-Term          PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Rows-Listed         PIC 9(7) VALUE ZERO.
         01 Ws-Rows-Voided         PIC 9(7) VALUE ZERO.
         01 Ws-Total-Gross         PIC 9(9)V99 VALUE ZERO.
         01 Ws-Total-Refund        PIC 9(9)V99 VALUE ZERO.
         01 Ws-Total-Retained      PIC 9(9)V99 VALUE ZERO.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "TUITION REFUND REGISTER  Term ".
            05 Hdg-Term            PIC X(6).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Heading-Line-2.
            05 FILLER              PIC X(10) VALUE "ID".
            05 FILLER              PIC X(21) VALUE "Name".
            05 FILLER              PIC X(5)  VALUE "Kind".
            05 FILLER              PIC X(9)  VALUE "Course".
            05 FILLER              PIC X(9)  VALUE "Date".
            05 FILLER              PIC X(4)  VALUE "Crd".
            05 FILLER              PIC X(11) VALUE "      Gross".
            05 FILLER              PIC X(5)  VALUE " Pct".
            05 FILLER              PIC X(11) VALUE "   Refunded".
            05 FILLER              PIC X(11) VALUE "   Retained".
            05 FILLER              PIC X(10) VALUE " Operator".
            05 FILLER              PIC X(6)  VALUE "Status".

         01 Detail-Line.
            05 Det-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Name            PIC X(20).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Kind            PIC X(4).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Course-Id       PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Action-Date     PIC 9(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Credits         PIC Z9.
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Gross           PIC ZZZZZZ9.99.
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Pct             PIC ZZ9.
            05 FILLER              PIC X     VALUE "%".
            05 Det-Refund          PIC ZZZZZZ9.99.
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Retained        PIC ZZZZZZ9.99.
            05 FILLER              PIC X     VALUE SPACE.
            05 Det-Operator-Id     PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Det-Status          PIC X(6).

         01 Total-Line.
            05 FILLER              PIC X(56) VALUE
               "TOTALS (active rows)".
            05 Tot-Gross           PIC ZZZZZZZ9.99.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 Tot-Refund          PIC ZZZZZZZ9.99.
            05 Tot-Retained        PIC ZZZZZZZ9.99.

         01 Count-Line.
            05 FILLER              PIC X(16) VALUE "Rows listed   : ".
            05 Cnt-Listed          PIC ZZZZZZ9.
            05 FILLER              PIC X(20) VALUE
               "   of which voided: ".
            05 Cnt-Voided          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Term code for refund register (e.g. 2026FA): ".
           ACCEPT Register-Term.
           IF Register-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN INPUT Refund-File
           IF NOT Refund-Ok
               DISPLAY "Cannot open refund file, file status "
                   Refund-Status
               STOP RUN
           END-IF
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               STOP RUN
           END-IF
           OPEN OUTPUT Register-Report

           MOVE Register-Term TO Hdg-Term
           MOVE FUNCTION CURRENT-DATE(1:8) TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1
           WRITE Report-Line FROM Heading-Line-2

           PERFORM UNTIL No-More-Records
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1000-List-One-Refund
               END-READ
           END-PERFORM

           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE Ws-Total-Gross TO Tot-Gross
           MOVE Ws-Total-Refund TO Tot-Refund
           MOVE Ws-Total-Retained TO Tot-Retained
           WRITE Report-Line FROM Total-Line
           MOVE Ws-Rows-Listed TO Cnt-Listed
           MOVE Ws-Rows-Voided TO Cnt-Voided
           WRITE Report-Line FROM Count-Line

           CLOSE Refund-File
           CLOSE Student-Master
           CLOSE Register-Report
           MOVE Ws-Rows-Listed TO Rlogw-Written
           PERFORM 9900-Log-Run-End
           DISPLAY "Refund rows listed: " Ws-Rows-Listed.
           DISPLAY "Rows voided       : " Ws-Rows-Voided.
           STOP RUN.

      *> The term must be on the registrar's term calendar.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Register-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Register-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

       1000-List-One-Refund.
           ADD 1 TO Rlogw-Read
           IF Ref-Term NOT = Register-Term
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Det-Name
           MOVE Ref-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "(not on master)" TO Det-Name
               NOT INVALID KEY
                   MOVE Last-Name OF Student-Record TO Det-Name
           END-READ
           MOVE Ref-Student-Id TO Det-Student-Id
           IF Ref-Is-Drop
               MOVE "DROP" TO Det-Kind
           ELSE
               MOVE "WDRL" TO Det-Kind
           END-IF
           MOVE Ref-Course-Id TO Det-Course-Id
           MOVE Ref-Action-Date TO Det-Action-Date
           MOVE Ref-Credits TO Det-Credits
           MOVE Ref-Gross TO Det-Gross
           MOVE Ref-Refund-Pct TO Det-Pct
           MOVE Ref-Refund-Amount TO Det-Refund
           MOVE Ref-Retained-Amount TO Det-Retained
           MOVE Ref-Operator-Id TO Det-Operator-Id
           IF Ref-Is-Voided
               MOVE "VOIDED" TO Det-Status
               ADD 1 TO Ws-Rows-Voided
           ELSE
               MOVE "ACTIVE" TO Det-Status
               ADD Ref-Gross TO Ws-Total-Gross
               ADD Ref-Refund-Amount TO Ws-Total-Refund
               ADD Ref-Retained-Amount TO Ws-Total-Retained
           END-IF
           WRITE Report-Line FROM Detail-Line
           ADD 1 TO Ws-Rows-Listed.

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
           MOVE "REFNDRPT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
