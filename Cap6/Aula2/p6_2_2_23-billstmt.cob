      *> term from the charge file written by the batch tuition
      *> assessment, addressed from the Home-Address on the student
      *> master. Charges whose student is no longer on the master are
      *> listed to the screen so the bursar can investigate. The
      *> account section comes from the student account ledger: the
      *> balance carried from rows of terms that started before this
      *> one, whenever they were posted, each charge, payment and
      *> adjustment posted to this term, and the amount now due. Rows
      *> for a later term are left off, so a reprinted statement
      *> still shows what was due for its own term.
      *> Without a ledger the amount due is the term's charge alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ledger-Key
               FILE STATUS IS Ledger-Status.

           SELECT Statement-Report ASSIGN TO "BILLSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Statement-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Charge-File.
       FD  Student-Master.
           COPY "student.cpy".

       FD  Ledger-File.
           COPY "ledger.cpy".

       FD  Statement-Report.
         01 Report-Line            PIC X(80).

       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Statement-Status       PIC XX.
         01 Ledger-Status          PIC XX.
            88 Ledger-Ok           VALUE "00".
         01 Ledger-Open            PIC X VALUE "N".
            88 Ledger-Is-Available VALUE "Y".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Entries           PIC X VALUE "Y".
            88 No-More-Entries     VALUE "N".

         01 Statement-Term         PIC X(6).
         01 Ws-Term-Start-Date     PIC 9(8).
         01 Ws-Cal-Term            PIC X(6) VALUE SPACES.
         01 Ws-Cal-Found           PIC X VALUE "N".
            88 Cal-Term-Found      VALUE "Y".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Statements-Printed  PIC 9(7) VALUE ZERO.
         01 Ws-Missing-Students    PIC 9(7) VALUE ZERO.
         01 Ws-Prior-Balance       PIC S9(7)V99.
         01 Ws-Amount-Due          PIC S9(7)V99.

         01 Heading-Line-1.
            05 FILLER              PIC X(24) VALUE
            05 FILLER              PIC X(16) VALUE "Flat fees     : ".
            05 Stm-Flat-Fees       PIC ZZZZ9.99.

         01 Retained-Line.
            05 FILLER              PIC X(16) VALUE "Retained      : ".
            05 Stm-Retained        PIC ZZZZZZ9.99.
            05 FILLER              PIC X(24) VALUE
               " kept after drop/withdr.".

         01 Total-Line.
            05 FILLER              PIC X(16) VALUE "Term charge   : ".
            05 Stm-Total           PIC ZZZZZZ9.99.

         01 Assessed-Line.
            05 FILLER              PIC X(16) VALUE "Assessed on   : ".
            05 Stm-Assessed        PIC 9(8).

         01 Prior-Balance-Line.
            05 FILLER              PIC X(16) VALUE "Prior balance : ".
            05 Stm-Prior-Balance   PIC -(7)9.99.

         01 Activity-Line.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Stm-Act-Date        PIC 9(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Stm-Act-Type        PIC X(10).
            05 Stm-Act-Desc        PIC X(30).
            05 Stm-Act-Reference   PIC X(12).
            05 Stm-Act-Amount      PIC -(7)9.99.

         01 Amount-Due-Line.
            05 FILLER              PIC X(16) VALUE "AMOUNT NOW DUE: ".
            05 Stm-Amount-Due      PIC -(7)9.99.

         01 Separator-Line         PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN INPUT Charge-File
           IF NOT Charge-Ok
                   Student-Status
               STOP RUN
           END-IF
           OPEN INPUT Ledger-File
           IF Ledger-Ok
               MOVE "Y" TO Ledger-Open
           END-IF
           OPEN OUTPUT Statement-Report

           MOVE LOW-VALUES TO Charge-Key

           CLOSE Charge-File
           CLOSE Student-Master
           IF Ledger-Is-Available
               CLOSE Ledger-File
           END-IF
           CLOSE Term-Calendar
           CLOSE Statement-Report

           MOVE Ws-Statements-Printed TO Rlogw-Written
           DISPLAY "Students not found : " Ws-Missing-Students.
           STOP RUN.

      *> The term must be on the registrar's term calendar, which
      *> stays open to date the other terms on the ledger.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Statement-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Statement-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           MOVE Tcal-Start-Date TO Ws-Term-Start-Date.

       1000-Print-One-Statement.
           IF Chg-Term NOT = Statement-Term
               EXIT PARAGRAPH
           WRITE Report-Line FROM Credit-Line
           MOVE Chg-Flat-Fees TO Stm-Flat-Fees
           WRITE Report-Line FROM Fees-Line
           IF Chg-Retained > ZERO
               MOVE Chg-Retained TO Stm-Retained
               WRITE Report-Line FROM Retained-Line
           END-IF
           MOVE Chg-Total TO Stm-Total
           WRITE Report-Line FROM Total-Line
           MOVE Chg-Assessed-Date TO Stm-Assessed
           WRITE Report-Line FROM Assessed-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           PERFORM 3000-Write-Account-Section
           WRITE Report-Line FROM Separator-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           ADD 1 TO Ws-Statements-Printed.

      *> Two passes over the student's ledger rows: the first sums
      *> the rows of earlier terms into the prior balance, the second
      *> lists this term's rows under it, so the lines read in the
      *> order they were posted. Term codes do not sort in date
      *> order, so the term calendar decides which terms are earlier.
       3000-Write-Account-Section.
           MOVE ZERO TO Ws-Prior-Balance
           IF NOT Ledger-Is-Available
               MOVE Chg-Total TO Ws-Amount-Due
               MOVE Ws-Prior-Balance TO Stm-Prior-Balance
               WRITE Report-Line FROM Prior-Balance-Line
               MOVE Ws-Amount-Due TO Stm-Amount-Due
               WRITE Report-Line FROM Amount-Due-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-Start-Student-Ledger
           PERFORM UNTIL No-More-Entries
               READ Ledger-File NEXT RECORD
                   AT END SET No-More-Entries TO TRUE
                   NOT AT END
                       IF Led-Student-Id NOT = Chg-Student-Id
                           SET No-More-Entries TO TRUE
                       ELSE
                           PERFORM 3050-Add-Prior-Row
                       END-IF
               END-READ
           END-PERFORM
           MOVE Ws-Prior-Balance TO Stm-Prior-Balance
           WRITE Report-Line FROM Prior-Balance-Line
           MOVE Ws-Prior-Balance TO Ws-Amount-Due

           PERFORM 3100-Start-Student-Ledger
           PERFORM UNTIL No-More-Entries
               READ Ledger-File NEXT RECORD
                   AT END SET No-More-Entries TO TRUE
                   NOT AT END
                       IF Led-Student-Id NOT = Chg-Student-Id
                           SET No-More-Entries TO TRUE
                       ELSE
                           IF Led-Term = Statement-Term
                               PERFORM 3200-Write-Activity-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE Ws-Amount-Due TO Stm-Amount-Due
           WRITE Report-Line FROM Amount-Due-Line.

      *> A row counts toward the prior balance when its term did not
      *> start after the statement term, however late it was posted (a
      *> payment or refund on last term's balance, say). Only rows
      *> of terms starting after the statement term are left off; a
      *> term no longer on the calendar is taken as earlier.
       3050-Add-Prior-Row.
           IF Led-Term = Statement-Term
               EXIT PARAGRAPH
           END-IF
           IF Led-Term NOT = Ws-Cal-Term
               MOVE Led-Term TO Ws-Cal-Term
               MOVE Led-Term TO Tcal-Term
               READ Term-Calendar
                   INVALID KEY MOVE "N" TO Ws-Cal-Found
                   NOT INVALID KEY MOVE "Y" TO Ws-Cal-Found
               END-READ
           END-IF
           IF Cal-Term-Found
               AND Tcal-Start-Date > Ws-Term-Start-Date
               EXIT PARAGRAPH
           END-IF
           ADD Led-Amount TO Ws-Prior-Balance.

       3100-Start-Student-Ledger.
           MOVE "Y" TO More-Entries
           MOVE Chg-Student-Id TO Led-Student-Id
           MOVE ZERO TO Led-Seq
           START Ledger-File
               KEY IS NOT LESS THAN Ledger-Key
               INVALID KEY SET No-More-Entries TO TRUE
           END-START.

       3200-Write-Activity-Line.
           ADD Led-Amount TO Ws-Amount-Due
           MOVE Led-Entry-Date TO Stm-Act-Date
           EVALUATE TRUE
               WHEN Led-Is-Charge     MOVE "CHARGE" TO Stm-Act-Type
               WHEN Led-Is-Payment    MOVE "PAYMENT" TO Stm-Act-Type
               WHEN Led-Is-Adjustment MOVE "ADJUSTMENT"
                                          TO Stm-Act-Type
               WHEN OTHER             MOVE Led-Entry-Type
                                          TO Stm-Act-Type
           END-EVALUATE
           MOVE Led-Description TO Stm-Act-Desc
           MOVE Led-Reference TO Stm-Act-Reference
           MOVE Led-Amount TO Stm-Act-Amount
           WRITE Report-Line FROM Activity-Line.

      *> Every program logs a START row on entry and an END row with
      *> its counts at normal completion; a START with no END is how
      *> the daily operations report spots an abnormal end.
