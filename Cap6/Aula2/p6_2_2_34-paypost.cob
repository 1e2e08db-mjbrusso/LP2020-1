       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.
      *> Cash-receipt posting: applies the bank's lockbox file to the
      *> student account ledger in one batch pass. Every receipt must
      *> carry a numeric Student-Id that is on the student master and
      *> a positive amount; it is then posted as a payment row (a
      *> negative amount) against the term named on the receipt, or
      *> against the posting term keyed at the start of the run when
      *> the bank left the term blank. Both terms must be on the term
      *> calendar. Receipts that cannot be matched go to a reject
      *> file with a reason so the bursar can research them and
      *> resubmit. A receipt whose reference is already on the
      *> student's ledger as a payment is rejected as already posted,
      *> so rerunning the same lockbox file posts nothing twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lockbox-Feed ASSIGN TO "LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lockbox-Status.

           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ledger-Key
               FILE STATUS IS Ledger-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Reject-File ASSIGN TO "PAYRJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reject-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Lockbox-Feed.
         01 Lockbox-Record.
            05 Lbx-Student-Id      PIC 9(9).
            05 Lbx-Amount          PIC 9(7)V99.
            05 Lbx-Receipt-Date    PIC 9(8).
            05 Lbx-Reference       PIC X(12).
            05 Lbx-Term            PIC X(6).

       FD  Student-Master.
           COPY "student.cpy".

       FD  Ledger-File.
           COPY "ledger.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Reject-File.
         01 Reject-Line            PIC X(80).

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

         01 Lockbox-Status         PIC XX.
            88 Lockbox-Ok          VALUE "00".
         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Ledger-Status          PIC XX.
            88 Ledger-Ok           VALUE "00".
         01 Reject-Status          PIC XX.
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Entries           PIC X VALUE "Y".
            88 No-More-Entries     VALUE "N".

         01 Posting-Term           PIC X(6).
         01 Ws-Reject-Reason       PIC X(30).
         01 Ws-Led-Id              PIC 9(9).
         01 Ws-Next-Seq            PIC 9(5).
         01 Ws-Receipt-Date        PIC 9(8).
         01 Ws-Payment-Amount      PIC S9(7)V99.
         01 Payment-Match          PIC X.
            88 Payment-Already-Posted VALUE "Y".
         01 Ws-Amount-Posted       PIC 9(9)V99 VALUE ZERO.
         01 Ws-Amount-Display      PIC Z(8)9.99.

         01 Reject-Detail.
            05 Rej-Transaction     PIC X(44).
            05 FILLER              PIC X(5) VALUE " *** ".
            05 Rej-Reason          PIC X(30).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Posting term for receipts with no term (e.g. "
               "2026FA): ".
           ACCEPT Posting-Term.
           IF Posting-Term = SPACES
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Posting-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Posting-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ

           OPEN INPUT Lockbox-Feed
           IF NOT Lockbox-Ok
               DISPLAY "Cannot open lockbox file, file status "
                   Lockbox-Status
               STOP RUN
           END-IF
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               STOP RUN
           END-IF
           OPEN I-O Ledger-File
           IF NOT Ledger-Ok
               OPEN OUTPUT Ledger-File
               CLOSE Ledger-File
               OPEN I-O Ledger-File
           END-IF
           OPEN OUTPUT Reject-File

           PERFORM UNTIL No-More-Records
               READ Lockbox-Feed
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1000-Post-One-Receipt
               END-READ
           END-PERFORM

           CLOSE Lockbox-Feed
           CLOSE Student-Master
           CLOSE Ledger-File
           CLOSE Term-Calendar
           CLOSE Reject-File
           PERFORM 9900-Log-Run-End
           MOVE Ws-Amount-Posted TO Ws-Amount-Display
           DISPLAY "Receipts read    : " Rlogw-Read.
           DISPLAY "Receipts posted  : " Rlogw-Written.
           DISPLAY "Receipts rejected: " Rlogw-Rejected.
           DISPLAY "Amount posted    : " Ws-Amount-Display.
           STOP RUN.

       1000-Post-One-Receipt.
           ADD 1 TO Rlogw-Read
           IF Lbx-Student-Id NOT NUMERIC
               MOVE "student id not numeric" TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
               EXIT PARAGRAPH
           END-IF
           IF Lbx-Amount NOT NUMERIC
               OR Lbx-Amount = ZERO
               MOVE "amount missing or not numeric"
                   TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
               EXIT PARAGRAPH
           END-IF
           IF Lbx-Term NOT = SPACES
               MOVE Lbx-Term TO Tcal-Term
               READ Term-Calendar
                   INVALID KEY
                       MOVE "term not on calendar"
                           TO Ws-Reject-Reason
                       PERFORM 8000-Write-Reject
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE Lbx-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   MOVE "student id not on master"
                       TO Ws-Reject-Reason
                   PERFORM 8000-Write-Reject
               NOT INVALID KEY
                   PERFORM 2000-Write-Payment-Entry
           END-READ.

       2000-Write-Payment-Entry.
           IF Lbx-Receipt-Date NUMERIC
               AND Lbx-Receipt-Date NOT = ZERO
               MOVE Lbx-Receipt-Date TO Ws-Receipt-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Receipt-Date
           END-IF
           COMPUTE Ws-Payment-Amount = ZERO - Lbx-Amount
           MOVE Lbx-Student-Id TO Ws-Led-Id
           PERFORM 7000-Find-Next-Ledger-Seq
           IF Payment-Already-Posted
               MOVE "payment already posted" TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Led-Id TO Led-Student-Id
           MOVE Ws-Next-Seq TO Led-Seq
           IF Lbx-Term = SPACES
               MOVE Posting-Term TO Led-Term
           ELSE
               MOVE Lbx-Term TO Led-Term
           END-IF
           SET Led-Is-Payment TO TRUE
           MOVE Ws-Receipt-Date TO Led-Entry-Date
           MOVE Ws-Payment-Amount TO Led-Amount
           MOVE Lbx-Reference TO Led-Reference
           MOVE "PAYPOST" TO Led-Source
           MOVE "LOCKBOX PAYMENT" TO Led-Description
           WRITE Ledger-Record
           IF Ledger-Ok
               ADD 1 TO Rlogw-Written
               ADD Lbx-Amount TO Ws-Amount-Posted
           ELSE
               MOVE "ledger write failed" TO Ws-Reject-Reason
               PERFORM 8000-Write-Reject
           END-IF.

      *> Ledger rows for a student are numbered from 1 up; the next
      *> number is one past the highest already on file. The same
      *> pass looks for a payment row already carrying this receipt's
      *> bank reference; a receipt the bank sent with no reference
      *> matches only on the same date and amount as well.
       7000-Find-Next-Ledger-Seq.
           MOVE 1 TO Ws-Next-Seq
           MOVE "N" TO Payment-Match
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
                           PERFORM 7100-Match-Posted-Payment
                       ELSE
                           SET No-More-Entries TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       7100-Match-Posted-Payment.
           IF Led-Is-Payment
               AND Led-Reference = Lbx-Reference
               IF Lbx-Reference NOT = SPACES
                   SET Payment-Already-Posted TO TRUE
               ELSE
                   IF Led-Entry-Date = Ws-Receipt-Date
                       AND Led-Amount = Ws-Payment-Amount
                       SET Payment-Already-Posted TO TRUE
                   END-IF
               END-IF
           END-IF.

       8000-Write-Reject.
           ADD 1 TO Rlogw-Rejected
           MOVE Lockbox-Record TO Rej-Transaction
           MOVE Ws-Reject-Reason TO Rej-Reason
           WRITE Reject-Line FROM Reject-Detail.

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
           MOVE "PAYPOST" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
