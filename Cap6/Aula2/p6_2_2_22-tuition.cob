      *> after a credit-load change adjusts the charge instead of
      *> double-billing. Enrollments whose program has no rate row
      *> are rejected to the screen so the bursar can fix the table
      *> and rerun. Each new charge is also posted to the student
      *> account ledger as a charge row, and each reassessment that
      *> changes the amount as an adjustment row for the difference,
      *> so the ledger balance always follows the charge file.
      *> Tuition retained under the refund schedule for dropped
      *> courses is added back onto the charge, and a withdrawn
      *> student's charge is reassessed down to what was retained.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Charge-Key
               FILE STATUS IS Charge-Status.

           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ledger-Key
               FILE STATUS IS Ledger-Status.

           SELECT Refund-File ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Refund-Key
               FILE STATUS IS Refund-Status.

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
       FD  Enrollment-Master.
       FD  Charge-File.
           COPY "charge.cpy".

       FD  Ledger-File.
           COPY "ledger.cpy".

       FD  Refund-File.
           COPY "refund.cpy".

       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            88 Rate-Table-Ok       VALUE "00".
         01 Charge-Status          PIC XX.
            88 Charge-Ok           VALUE "00".
         01 Ledger-Status          PIC XX.
            88 Ledger-Ok           VALUE "00".
         01 Refund-Status          PIC XX.
            88 Refund-Ok           VALUE "00".
         01 Refunds-Available      PIC X VALUE "N".
            88 Refunds-Are-Available VALUE "Y".
         01 More-Refunds           PIC X.
            88 No-More-Refunds     VALUE "N".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Entries           PIC X VALUE "Y".
            88 No-More-Entries     VALUE "N".

         01 Assess-Term            PIC X(6).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Rows-Read           PIC 9(7) VALUE ZERO.
         01 Ws-Charges-Written     PIC 9(7) VALUE ZERO.
         01 Ws-Charges-Adjusted    PIC 9(7) VALUE ZERO.
         01 Ws-Rows-No-Rate        PIC 9(7) VALUE ZERO.
         01 Ws-Charge-Total        PIC 9(7)V99.
         01 Ws-Old-Total           PIC 9(7)V99.
         01 Ws-Ledger-Amount       PIC S9(7)V99.
         01 Ws-Ledger-Type         PIC X.
         01 Ws-Led-Id              PIC 9(9).
         01 Ws-Next-Seq            PIC 9(5).
         01 Ws-Ledger-Rows         PIC 9(7) VALUE ZERO.
         01 Ws-Retained-Sum        PIC 9(7)V99.
         01 Ws-Refund-Rows         PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN INPUT Enrollment-Master
           IF NOT Enrollment-Ok
               OPEN I-O Charge-File
           END-IF

           OPEN I-O Ledger-File
           IF NOT Ledger-Ok
               OPEN OUTPUT Ledger-File
               CLOSE Ledger-File
               OPEN I-O Ledger-File
           END-IF

           OPEN INPUT Refund-File
           IF Refund-Ok
               SET Refunds-Are-Available TO TRUE
           END-IF

           PERFORM UNTIL No-More-Records
               READ Enrollment-Master NEXT RECORD
                   AT END SET No-More-Records TO TRUE
           CLOSE Enrollment-Master
           CLOSE Rate-Table
           CLOSE Charge-File
           CLOSE Ledger-File
           IF Refunds-Are-Available
               CLOSE Refund-File
           END-IF

           MOVE Ws-Rows-Read TO Rlogw-Read
           COMPUTE Rlogw-Written =
           DISPLAY "Charges assessed    : " Ws-Charges-Written.
           DISPLAY "Charges adjusted    : " Ws-Charges-Adjusted.
           DISPLAY "Programs with no rate: " Ws-Rows-No-Rate.
           DISPLAY "Ledger rows posted  : " Ws-Ledger-Rows.
           STOP RUN.

      *> The term must be on the registrar's term calendar; a
      *> mistyped code would otherwise assess nothing and say so
      *> only in its counts.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Assess-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Assess-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar.

      *> Enrollments still enrolled for the requested term are
      *> assessed, as are withdrawn rows that carry a refund record;
      *> other withdrawn rows and completed rows keep whatever charge
      *> they already have.
       1000-Assess-One-Enrollment.
           IF Enr-Term NOT = Assess-Term
               EXIT PARAGRAPH
           END-IF
           IF NOT Enr-Enrolled AND NOT Enr-Withdrawn
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-Sum-Retained-Tuition
           IF Enr-Withdrawn AND Ws-Refund-Rows = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ws-Rows-Read
                   PERFORM 2000-Write-Or-Adjust-Charge
           END-READ.

      *> Every active refund row for the student and term carries
      *> the tuition kept after its drop or withdrawal.
       1100-Sum-Retained-Tuition.
           MOVE ZERO TO Ws-Retained-Sum
           MOVE ZERO TO Ws-Refund-Rows
           IF NOT Refunds-Are-Available
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Refunds
           MOVE Enr-Student-Id TO Ref-Student-Id
           MOVE Enr-Term TO Ref-Term
           MOVE ZERO TO Ref-Seq
           START Refund-File
               KEY IS NOT LESS THAN Refund-Key
               INVALID KEY SET No-More-Refunds TO TRUE
           END-START
           PERFORM UNTIL No-More-Refunds
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Refunds TO TRUE
                   NOT AT END
                       IF Ref-Student-Id = Enr-Student-Id
                           AND Ref-Term = Enr-Term
                           IF Ref-Is-Active
                               ADD Ref-Retained-Amount
                                   TO Ws-Retained-Sum
                               ADD 1 TO Ws-Refund-Rows
                           END-IF
                       ELSE
                           SET No-More-Refunds TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-Write-Or-Adjust-Charge.
           IF Enr-Withdrawn
               MOVE Ws-Retained-Sum TO Ws-Charge-Total
           ELSE
               COMPUTE Ws-Charge-Total =
                   Enr-Credit-Load * Rate-Per-Credit + Rate-Flat-Fees
                   + Ws-Retained-Sum
           END-IF
           MOVE Enr-Student-Id TO Chg-Student-Id
           MOVE Enr-Term TO Chg-Term
           READ Charge-File
                   WRITE Charge-Record
                   IF Charge-Ok
                       ADD 1 TO Ws-Charges-Written
                       MOVE "C" TO Ws-Ledger-Type
                       MOVE Ws-Charge-Total TO Ws-Ledger-Amount
                       PERFORM 3000-Post-Ledger-Entry
                   ELSE
                       DISPLAY "Charge write failed, file status "
                           Charge-Status
                   END-IF
               NOT INVALID KEY
      *> Reassessment: the existing charge row is adjusted in place
      *> so a credit-load change never produces a second bill; only
      *> the difference reaches the ledger.
                   MOVE Chg-Total TO Ws-Old-Total
                   PERFORM 2100-Fill-Charge-Fields
                   REWRITE Charge-Record
                   IF Charge-Ok
                       ADD 1 TO Ws-Charges-Adjusted
                       IF Ws-Charge-Total NOT = Ws-Old-Total
                           MOVE "A" TO Ws-Ledger-Type
                           COMPUTE Ws-Ledger-Amount =
                               Ws-Charge-Total - Ws-Old-Total
                           PERFORM 3000-Post-Ledger-Entry
                       END-IF
                   ELSE
                       DISPLAY "Charge rewrite failed, file status "
                           Charge-Status
           MOVE Enr-Student-Id TO Chg-Student-Id
           MOVE Enr-Term TO Chg-Term
           MOVE Enr-Program TO Chg-Program
           MOVE Rate-Per-Credit TO Chg-Per-Credit
           IF Enr-Withdrawn
               MOVE ZERO TO Chg-Credit-Load
               MOVE ZERO TO Chg-Flat-Fees
           ELSE
               MOVE Enr-Credit-Load TO Chg-Credit-Load
               MOVE Rate-Flat-Fees TO Chg-Flat-Fees
           END-IF
           MOVE Ws-Retained-Sum TO Chg-Retained
           MOVE Ws-Charge-Total TO Chg-Total
           MOVE FUNCTION CURRENT-DATE(1:8) TO Chg-Assessed-Date.

       3000-Post-Ledger-Entry.
           MOVE Chg-Student-Id TO Ws-Led-Id
           PERFORM 7000-Find-Next-Ledger-Seq
           MOVE Ws-Led-Id TO Led-Student-Id
           MOVE Ws-Next-Seq TO Led-Seq
           MOVE Chg-Term TO Led-Term
           MOVE Ws-Ledger-Type TO Led-Entry-Type
           MOVE Chg-Assessed-Date TO Led-Entry-Date
           MOVE Ws-Ledger-Amount TO Led-Amount
           MOVE SPACES TO Led-Reference
           MOVE "TUITION" TO Led-Source
           IF Led-Is-Charge
               MOVE "TUITION ASSESSMENT" TO Led-Description
           ELSE
               MOVE "TUITION REASSESSMENT" TO Led-Description
           END-IF
           WRITE Ledger-Record
           IF Ledger-Ok
               ADD 1 TO Ws-Ledger-Rows
           ELSE
               DISPLAY "Ledger write failed, file status "
                   Ledger-Status " (student " Chg-Student-Id ")"
           END-IF.

      *> Ledger rows for a student are numbered from 1 up; the next
      *> number is one past the highest already on file.
       7000-Find-Next-Ledger-Seq.
           MOVE 1 TO Ws-Next-Seq
           MOVE "Y" TO More-Entries
           MOVE Ws-Led-Id TO Led-Student-Id
           MOVE ZERO TO Led-Seq
           START Ledger-File
               KEY IS NOT LESS THAN Ledger-Key
               INVALID KEY SET No-More-Entries TO TRUE
           END-START
           PERFORM UNTIL No-More-Entries
               READ Ledger-File NEXT RECORD
                   AT END SET No-More-Entries TO TRUE
                   NOT AT END
                       IF Led-Student-Id = Ws-Led-Id
                           COMPUTE Ws-Next-Seq = Led-Seq + 1
                       ELSE
                           SET No-More-Entries TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> Every program logs a START row on entry and an END row with
      *> its counts at normal completion; a START with no END is how
      *> the daily operations report spots an abnormal end.
