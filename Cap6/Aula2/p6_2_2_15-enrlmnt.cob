      *> maintenance program: add, rewrite and read one enrollment,
      *> keyed on Student-Id plus term code. The student must pass
      *> the id check digit and be an active record on Student-Master
      *> before an enrollment can be added. Rewriting an enrolled row
      *> to withdrawn prices the withdrawal against the term's refund
      *> schedule and keeps it as a dated refund record, so the
      *> tuition assessment can leave the retained portion on the
      *> charge; reinstating the row voids that record. The term
      *> must be on the term calendar: a new enrollment, or a
      *> withdrawn row reinstated, is refused after the term's last
      *> add date, and a withdrawal is refused once the term has
      *> ended. Each row carries the date it was added and the date
      *> its status last changed, for the census count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.

           SELECT Rate-Table ASSIGN TO "RATETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rate-Program
               FILE STATUS IS Rate-Table-Status.

           SELECT Refund-Schedule ASSIGN TO "REFSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rsch-Term
               FILE STATUS IS Refund-Schedule-Status.

           SELECT Refund-File ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Refund-Key
               FILE STATUS IS Refund-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Enrollment-Master.
       FD  Student-Holds.
           COPY "stuhold.cpy".

       FD  Rate-Table.
           COPY "ratetab.cpy".

       FD  Refund-Schedule.
           COPY "refsched.cpy".

       FD  Refund-File.
           COPY "refund.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
         01 More-Holds             PIC X.
            88 No-More-Holds       VALUE "N".

         01 Rate-Table-Status      PIC XX.
            88 Rate-Table-Ok       VALUE "00".
         01 Rates-Available        PIC X VALUE "N".
            88 Rates-Are-Available VALUE "Y".
         01 Refund-Schedule-Status PIC XX.
            88 Refund-Schedule-Ok  VALUE "00".
         01 Schedules-Available    PIC X VALUE "N".
            88 Schedules-Are-Available VALUE "Y".
         01 Refund-Status          PIC XX.
            88 Refund-Ok           VALUE "00".
         01 More-Refunds           PIC X.
            88 No-More-Refunds     VALUE "N".
         01 Tier-Ix                PIC 9.
         01 Tier-Found             PIC X.
            88 Tier-Was-Found      VALUE "Y".
         01 Ws-Ref-Id              PIC 9(9).
         01 Ws-Ref-Term            PIC X(6).
         01 Ws-Ref-Seq             PIC 9(3).
         01 Ws-Refund-Display      PIC ZZZZZZ9.99.
         01 Ws-Retained-Display    PIC ZZZZZZ9.99.
         01 Ws-Old-Status          PIC X.
         01 Ws-Old-Program         PIC X(20).
         01 Ws-Old-Load            PIC 99.
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Today-Date          PIC 9(8).

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
               STOP RUN
           END-IF

           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF

           OPEN INPUT Student-Holds
           IF Hold-File-Ok
               SET Holds-Are-Available TO TRUE
           END-IF

           OPEN INPUT Rate-Table
           IF Rate-Table-Ok
               SET Rates-Are-Available TO TRUE
           END-IF

           OPEN INPUT Refund-Schedule
           IF Refund-Schedule-Ok
               SET Schedules-Are-Available TO TRUE
           END-IF

           OPEN I-O Refund-File
           IF NOT Refund-Ok
               OPEN OUTPUT Refund-File
               CLOSE Refund-File
               OPEN I-O Refund-File
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               PERFORM 1000-Show-Menu
               EVALUATE Menu-Choice
           PERFORM 9900-Log-Run-End
           CLOSE Enrollment-Master
           CLOSE Student-Master
           CLOSE Term-Calendar
           IF Holds-Are-Available
               CLOSE Student-Holds
           END-IF
           IF Rates-Are-Available
               CLOSE Rate-Table
           END-IF
           IF Schedules-Are-Available
               CLOSE Refund-Schedule
           END-IF
           CLOSE Refund-File
           STOP RUN.

       1000-Show-Menu.
                   " hold; not enrolled."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date
           IF Ws-Today-Date > Tcal-Last-Add-Date
               DISPLAY "Last add date for " Tcal-Term " was "
                   Tcal-Last-Add-Date "; not enrolled."
               EXIT PARAGRAPH
           END-IF
           PERFORM 5500-Prompt-Enrollment
           MOVE Ws-Today-Date TO Enr-Entry-Date
           MOVE Ws-Today-Date TO Enr-Status-Date
           WRITE Enrollment-Record
           EVALUATE TRUE
               WHEN Enrollment-Ok
               INVALID KEY
                   DISPLAY "No enrollment for that student and term."
               NOT INVALID KEY
                   MOVE Enr-Enroll-Status TO Ws-Old-Status
                   MOVE Enr-Program TO Ws-Old-Program
                   MOVE Enr-Credit-Load TO Ws-Old-Load
                   PERFORM 5500-Prompt-Enrollment
                   PERFORM 3100-Apply-Rewrite
           END-READ.

      *> A reinstatement is a late add and a withdrawal after the
      *> term has ended is a completion, so the calendar refuses
      *> both; any other status change is dated today.
       3100-Apply-Rewrite.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date
           IF Ws-Old-Status = "W" AND Enr-Enrolled
               AND Ws-Today-Date > Tcal-Last-Add-Date
               DISPLAY "Last add date for " Tcal-Term " was "
                   Tcal-Last-Add-Date "; not reinstated."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Old-Status NOT = "W" AND Enr-Withdrawn
               AND Ws-Today-Date > Tcal-End-Date
               DISPLAY "Term " Tcal-Term " ended " Tcal-End-Date
                   "; withdrawal refused."
               EXIT PARAGRAPH
           END-IF
           IF Enr-Enroll-Status NOT = Ws-Old-Status
               MOVE Ws-Today-Date TO Enr-Status-Date
           END-IF
           REWRITE Enrollment-Record
           IF Enrollment-Ok
               ADD 1 TO Rlogw-Written
               DISPLAY "Enrollment rewritten."
               PERFORM 6300-Check-Withdrawal-Refund
           ELSE
               DISPLAY "Rewrite failed, file status "
                   Enrollment-Status
           END-IF.

       4000-Read-Enrollment.
           PERFORM 5000-Accept-Enrollment-Key
           IF NOT Key-Is-Good
               DISPLAY "Term code is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Key-Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Key-Term-In
                       " is not on the term calendar."
                   EXIT PARAGRAPH
           END-READ
           MOVE Key-Id-In TO Enr-Student-Id
           MOVE Key-Term-In TO Enr-Term
           MOVE "Y" TO Key-Good.
           DISPLAY "Program/major : " Enr-Program.
           DISPLAY "Status        : " Enr-Enroll-Status.
           DISPLAY "Credit load   : " Enr-Credit-Load.
           DISPLAY "Added         : " Enr-Entry-Date.
           DISPLAY "Status as of  : " Enr-Status-Date.

      *> Enrolled to withdrawn records a withdrawal refund; withdrawn
      *> back to enrolled voids it, since the reinstated row is billed
      *> in full again by the next assessment.
       6300-Check-Withdrawal-Refund.
           MOVE Enr-Student-Id TO Ws-Ref-Id
           MOVE Enr-Term TO Ws-Ref-Term
           IF Ws-Old-Status = "E" AND Enr-Withdrawn
               PERFORM 6400-Record-Withdrawal-Refund
           END-IF
           IF Ws-Old-Status = "W" AND Enr-Enrolled
               PERFORM 6800-Void-Withdrawal-Refunds
           END-IF.

      *> The load still carried at withdrawal is priced at the
      *> program's current rate plus its flat fees and split by the
      *> refund schedule in force today. Courses dropped earlier in
      *> the term already have their own refund rows.
       6400-Record-Withdrawal-Refund.
           IF NOT Rates-Are-Available
               DISPLAY "Rate table unavailable; no refund calculated."
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Old-Program TO Rate-Program
           READ Rate-Table
               INVALID KEY
                   DISPLAY "No rate for program " Ws-Old-Program
                       "; no refund calculated."
                   EXIT PARAGRAPH
           END-READ
           PERFORM 6700-Find-Next-Refund-Seq
           INITIALIZE Refund-Record
           MOVE Ws-Ref-Id TO Ref-Student-Id
           MOVE Ws-Ref-Term TO Ref-Term
           MOVE Ws-Ref-Seq TO Ref-Seq
           SET Ref-Is-Withdrawal TO TRUE
           MOVE SPACES TO Ref-Course-Id
           MOVE Ws-Old-Program TO Ref-Program
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ref-Action-Date
           MOVE Ws-Old-Load TO Ref-Credits
           MOVE Rate-Per-Credit TO Ref-Per-Credit
           MOVE Rate-Flat-Fees TO Ref-Fees
           COMPUTE Ref-Gross =
               Ws-Old-Load * Rate-Per-Credit + Rate-Flat-Fees
           PERFORM 6500-Price-Refund
           WRITE Refund-Record
           IF Refund-Ok
               MOVE Ref-Refund-Amount TO Ws-Refund-Display
               MOVE Ref-Retained-Amount TO Ws-Retained-Display
               DISPLAY "Refund " Ref-Refund-Pct " percent: "
                   Ws-Refund-Display " refunded, "
                   Ws-Retained-Display " retained."
           ELSE
               DISPLAY "Refund record write failed, file status "
                   Refund-Status
           END-IF.

       6500-Price-Refund.
           PERFORM 6600-Look-Up-Refund-Pct
           COMPUTE Ref-Refund-Amount ROUNDED =
               Ref-Gross * Ref-Refund-Pct / 100
           COMPUTE Ref-Retained-Amount =
               Ref-Gross - Ref-Refund-Amount
           SET Ref-Is-Active TO TRUE
           MOVE Operator-Id TO Ref-Operator-Id.

      *> A term with no schedule refunds in full; past the last tier
      *> nothing is refunded.
       6600-Look-Up-Refund-Pct.
           MOVE 100 TO Ref-Refund-Pct
           IF NOT Schedules-Are-Available
               EXIT PARAGRAPH
           END-IF
           MOVE Ref-Term TO Rsch-Term
           READ Refund-Schedule
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO Ref-Refund-Pct
           MOVE "N" TO Tier-Found
           PERFORM 6650-Check-One-Tier
               VARYING Tier-Ix FROM 1 BY 1
               UNTIL Tier-Ix > 5 OR Tier-Was-Found.

       6650-Check-One-Tier.
           IF Rsch-Through-Date(Tier-Ix) NOT = ZERO
               AND Ref-Action-Date NOT > Rsch-Through-Date(Tier-Ix)
               MOVE Rsch-Refund-Pct(Tier-Ix) TO Ref-Refund-Pct
               MOVE "Y" TO Tier-Found
           END-IF.

      *> Refund rows for a student and term are numbered from 1 up;
      *> the next number is one past the highest already on file.
       6700-Find-Next-Refund-Seq.
           MOVE 1 TO Ws-Ref-Seq
           MOVE "Y" TO More-Refunds
           MOVE Ws-Ref-Id TO Ref-Student-Id
           MOVE Ws-Ref-Term TO Ref-Term
           MOVE ZERO TO Ref-Seq
           START Refund-File
               KEY IS NOT LESS THAN Refund-Key
               INVALID KEY SET No-More-Refunds TO TRUE
           END-START
           PERFORM UNTIL No-More-Refunds
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Refunds TO TRUE
                   NOT AT END
                       IF Ref-Student-Id = Ws-Ref-Id
                           AND Ref-Term = Ws-Ref-Term
                           COMPUTE Ws-Ref-Seq = Ref-Seq + 1
                       ELSE
                           SET No-More-Refunds TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       6800-Void-Withdrawal-Refunds.
           MOVE "Y" TO More-Refunds
           MOVE Ws-Ref-Id TO Ref-Student-Id
           MOVE Ws-Ref-Term TO Ref-Term
           MOVE ZERO TO Ref-Seq
           START Refund-File
               KEY IS NOT LESS THAN Refund-Key
               INVALID KEY SET No-More-Refunds TO TRUE
           END-START
           PERFORM UNTIL No-More-Refunds
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Refunds TO TRUE
                   NOT AT END
                       IF Ref-Student-Id = Ws-Ref-Id
                           AND Ref-Term = Ws-Ref-Term
                           IF Ref-Is-Withdrawal AND Ref-Is-Active
                               SET Ref-Is-Voided TO TRUE
                               REWRITE Refund-Record
                           END-IF
                       ELSE
                           SET No-More-Refunds TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> Modulus-11 check digit over the 8 base digits of the id in
      *> Chk-Student-Id, weights 9 down to 2: remainder 0 maps to
