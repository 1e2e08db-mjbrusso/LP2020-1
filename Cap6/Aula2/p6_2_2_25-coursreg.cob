      *> working from one number. A student must pass the same id
      *> check digit and active-status edits the enrollment
      *> maintenance program applies, and must already hold an
      *> enrolled row for the term. Every drop is priced against the
      *> term's refund schedule on the day it is keyed and kept as a
      *> dated refund record, so the tuition assessment can leave the
      *> retained portion on the charge; re-adding the course voids
      *> that record. A student who finds a section full may be put
      *> on its waitlist; when a drop frees a seat the first waiting
      *> student still enrolled for the term with no active hold is
      *> registered in the same way as an ordinary add, and a notice
      *> is queued for the batch letter run. The term must be on the
      *> term calendar; adds, and promotions off the waitlist, stop
      *> after its last add date and drops after its last drop date.

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

           SELECT Waitlist-File ASSIGN TO "WAITLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Waitlist-Key
               FILE STATUS IS Waitlist-Status.

           SELECT Letter-Queue ASSIGN TO "LTRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Letter-Queue-Key
               FILE STATUS IS Letter-Queue-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Registration-File.
       FD  Student-Holds.
           COPY "stuhold.cpy".

       FD  Rate-Table.
           COPY "ratetab.cpy".

       FD  Refund-Schedule.
           COPY "refsched.cpy".

       FD  Refund-File.
           COPY "refund.cpy".

       FD  Waitlist-File.
           COPY "waitlst.cpy".

       FD  Letter-Queue.
           COPY "ltrque.cpy".

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
         01 Ws-Ref-Seq             PIC 9(3).
         01 Ws-Refund-Display      PIC ZZZZZZ9.99.
         01 Ws-Retained-Display    PIC ZZZZZZ9.99.

         01 Waitlist-Status        PIC XX.
            88 Waitlist-Ok         VALUE "00".
         01 Letter-Queue-Status    PIC XX.
            88 Letter-Queue-Ok     VALUE "00".
            88 Letter-Queue-Dup    VALUE "22".
         01 More-Waiters           PIC X.
            88 No-More-Waiters     VALUE "N".
         01 Promotion-Mode         PIC X VALUE "N".
            88 Promotion-In-Progress VALUE "Y".
         01 Add-Result             PIC X.
            88 Add-Was-Done        VALUE "Y".
            88 Add-Already-Active  VALUE "A".
         01 Seat-Check             PIC X.
            88 Seat-Was-Freed      VALUE "Y".
         01 Waiter-Check           PIC X.
            88 Waiter-Is-Enrolled  VALUE "Y".
         01 Wait-Dup-Check         PIC X.
            88 Already-Waiting     VALUE "Y".
         01 Answer-In              PIC X.
            88 Answer-Is-Yes       VALUE "Y" "y".
         01 Ws-Wait-Term           PIC X(6).
         01 Ws-Next-Position       PIC 9(4).
         01 Ws-Waiting-Ahead       PIC 9(4).
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

           OPEN I-O Waitlist-File
           IF NOT Waitlist-Ok
               OPEN OUTPUT Waitlist-File
               CLOSE Waitlist-File
               OPEN I-O Waitlist-File
           END-IF

           OPEN I-O Letter-Queue
           IF NOT Letter-Queue-Ok
               OPEN OUTPUT Letter-Queue
               CLOSE Letter-Queue
               OPEN I-O Letter-Queue
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               PERFORM 1000-Show-Menu
               EVALUATE Menu-Choice
           CLOSE Course-Catalog
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
           CLOSE Waitlist-File
           CLOSE Letter-Queue
           STOP RUN.

       1000-Show-Menu.
                   "no courses may be added."
               EXIT PARAGRAPH
           END-IF
           IF Ws-Today-Date > Tcal-Last-Add-Date
               DISPLAY "Last add date for " Tcal-Term " was "
                   Tcal-Last-Add-Date "; no courses may be added."
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Reg-Id TO Ws-Hold-Id
           PERFORM 5800-Check-Holds
           IF Hold-Was-Found
           END-READ.

       2100-Write-New-Registration.
           MOVE "N" TO Add-Result
           IF Crs-Enrolled NOT < Crs-Capacity
               DISPLAY "Course is full (capacity " Crs-Capacity ")."
               IF NOT Promotion-In-Progress
                   PERFORM 2600-Offer-Waitlist
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Reg-Id TO Reg-Student-Id
           WRITE Registration-Record
           IF Registration-Ok
               ADD 1 TO Rlogw-Written
               MOVE "Y" TO Add-Result
               PERFORM 2500-Bump-Course-Enrolled
               PERFORM 6000-Roll-Up-Credits
               DISPLAY "Course added."
           END-IF.

       2200-Reactivate-Registration.
           MOVE "N" TO Add-Result
           IF Crs-Enrolled NOT < Crs-Capacity
               DISPLAY "Course is full (capacity " Crs-Capacity ")."
               IF NOT Promotion-In-Progress
                   PERFORM 2600-Offer-Waitlist
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO Reg-Status
           REWRITE Registration-Record
           IF Registration-Ok
               ADD 1 TO Rlogw-Written
               MOVE "Y" TO Add-Result
               PERFORM 2500-Bump-Course-Enrolled
               PERFORM 6800-Void-Course-Refunds
               PERFORM 6000-Roll-Up-Credits
               DISPLAY "Course re-added."
           ELSE
                   Course-Status
           END-IF.

      *> The student's place in line is one past the last row ever
      *> written for the course and term, so positions are never
      *> reused; the count of students still waiting ahead is what
      *> the operator is told.
       2600-Offer-Waitlist.
           DISPLAY "Place the student on the waitlist? (Y/N): ".
           ACCEPT Answer-In.
           IF NOT Answer-Is-Yes
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Wait-Dup-Check
           MOVE 1 TO Ws-Next-Position
           MOVE ZERO TO Ws-Waiting-Ahead
           MOVE "Y" TO More-Waiters
           MOVE Course-Id-In TO Wait-Course-Id
           MOVE Ws-Reg-Term TO Wait-Term
           MOVE ZERO TO Wait-Position
           START Waitlist-File
               KEY IS NOT LESS THAN Waitlist-Key
               INVALID KEY SET No-More-Waiters TO TRUE
           END-START
           PERFORM UNTIL No-More-Waiters
               READ Waitlist-File NEXT RECORD
                   AT END SET No-More-Waiters TO TRUE
                   NOT AT END
                       IF Wait-Course-Id = Course-Id-In
                           AND Wait-Term = Ws-Reg-Term
                           COMPUTE Ws-Next-Position =
                               Wait-Position + 1
                           IF Wait-Is-Waiting
                               ADD 1 TO Ws-Waiting-Ahead
                               IF Wait-Student-Id = Ws-Reg-Id
                                   MOVE "Y" TO Wait-Dup-Check
                               END-IF
                           END-IF
                       ELSE
                           SET No-More-Waiters TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF Already-Waiting
               DISPLAY "Student is already on the waitlist for "
                   "that course."
               EXIT PARAGRAPH
           END-IF
           MOVE Course-Id-In TO Wait-Course-Id
           MOVE Ws-Reg-Term TO Wait-Term
           MOVE Ws-Next-Position TO Wait-Position
           MOVE Ws-Reg-Id TO Wait-Student-Id
           MOVE FUNCTION CURRENT-DATE(1:8) TO Wait-Request-Date
           MOVE "W" TO Wait-Status
           MOVE Wait-Request-Date TO Wait-Status-Date
           MOVE Operator-Id TO Wait-Operator-Id
           WRITE Waitlist-Record
           IF Waitlist-Ok
               ADD 1 TO Rlogw-Written
               DISPLAY "Student waitlisted; " Ws-Waiting-Ahead
                   " student(s) ahead."
           ELSE
               DISPLAY "Waitlist write failed, file status "
                   Waitlist-Status
           END-IF.

       3000-Drop-Course.
           PERFORM 5000-Accept-Registration-Key
           IF NOT Key-Is-Good
               EXIT PARAGRAPH
           END-IF
           IF Ws-Today-Date > Tcal-Last-Drop-Date
               DISPLAY "Last drop date for " Tcal-Term " was "
                   Tcal-Last-Drop-Date "; withdraw the student "
                   "instead."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Course id to drop: ".
           ACCEPT Course-Id-In.
           MOVE Ws-Reg-Id TO Reg-Student-Id
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Rlogw-Written
           PERFORM 6400-Record-Drop-Refund
           MOVE "N" TO Seat-Check
           MOVE Course-Id-In TO Crs-Course-Id
           READ Course-Catalog
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Seat-Check
                   IF Crs-Enrolled > ZERO
                       SUBTRACT 1 FROM Crs-Enrolled
                       REWRITE Course-Record
           END-READ
           PERFORM 6000-Roll-Up-Credits
           DISPLAY "Course dropped.".
           IF Seat-Was-Freed
               AND Ws-Today-Date NOT > Tcal-Last-Add-Date
               PERFORM 3500-Promote-From-Waitlist
           END-IF.

      *> Works the course's waitlist in position order: a student no
      *> longer enrolled for the term is cancelled off the list, one
      *> with an active hold is passed over but keeps the place, and
      *> the first one left is registered through the ordinary add
      *> paragraphs, so the capacity check, the catalog count and the
      *> credit roll-up are exactly those of a keyed add.
       3500-Promote-From-Waitlist.
           MOVE "Y" TO Promotion-Mode
           MOVE Ws-Reg-Term TO Ws-Wait-Term
           MOVE "Y" TO More-Waiters
           MOVE Course-Id-In TO Wait-Course-Id
           MOVE Ws-Wait-Term TO Wait-Term
           MOVE ZERO TO Wait-Position
           START Waitlist-File
               KEY IS NOT LESS THAN Waitlist-Key
               INVALID KEY SET No-More-Waiters TO TRUE
           END-START
           PERFORM UNTIL No-More-Waiters
               READ Waitlist-File NEXT RECORD
                   AT END SET No-More-Waiters TO TRUE
                   NOT AT END
                       IF Wait-Course-Id = Course-Id-In
                           AND Wait-Term = Ws-Wait-Term
                           IF Wait-Is-Waiting
                               PERFORM 3600-Try-One-Waiter
                           END-IF
                       ELSE
                           SET No-More-Waiters TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO Promotion-Mode.

       3600-Try-One-Waiter.
           MOVE "N" TO Waiter-Check
           MOVE Wait-Student-Id TO Enr-Student-Id
           MOVE Ws-Wait-Term TO Enr-Term
           READ Enrollment-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Enr-Enrolled
                       MOVE "Y" TO Waiter-Check
                   END-IF
           END-READ
           IF NOT Waiter-Is-Enrolled
               MOVE "C" TO Wait-Status
               MOVE FUNCTION CURRENT-DATE(1:8) TO Wait-Status-Date
               REWRITE Waitlist-Record
               DISPLAY "Waitlisted student " Wait-Student-Id
                   " is no longer enrolled; taken off the list."
               EXIT PARAGRAPH
           END-IF
           MOVE Wait-Student-Id TO Ws-Hold-Id
           PERFORM 5800-Check-Holds
           IF Hold-Was-Found
               DISPLAY "Waitlisted student " Wait-Student-Id
                   " has an active " Ws-Hold-Type-Found
                   " hold; passed over."
               EXIT PARAGRAPH
           END-IF
           MOVE Wait-Student-Id TO Ws-Reg-Id
           MOVE Ws-Wait-Term TO Ws-Reg-Term
           MOVE Ws-Reg-Id TO Reg-Student-Id
           MOVE Ws-Reg-Term TO Reg-Term
           MOVE Course-Id-In TO Reg-Course-Id
           READ Registration-File
               INVALID KEY
                   PERFORM 2100-Write-New-Registration
               NOT INVALID KEY
                   IF Reg-Is-Dropped
                       PERFORM 2200-Reactivate-Registration
                   ELSE
                       MOVE "A" TO Add-Result
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN Add-Was-Done
                   PERFORM 3650-Mark-Waiter-Registered
                   PERFORM 3700-Queue-Waitlist-Letter
                   DISPLAY "Waitlisted student " Ws-Reg-Id
                       " registered from position " Wait-Position
                       "."
                   SET No-More-Waiters TO TRUE
               WHEN Add-Already-Active
                   PERFORM 3650-Mark-Waiter-Registered
               WHEN OTHER
                   SET No-More-Waiters TO TRUE
           END-EVALUATE.

      *> The add paragraphs read and rewrote other files in between,
      *> so the waitlist row is read again by key before it is
      *> rewritten.
       3650-Mark-Waiter-Registered.
           READ Waitlist-File
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO Wait-Status
           MOVE FUNCTION CURRENT-DATE(1:8) TO Wait-Status-Date
           REWRITE Waitlist-Record
           IF NOT Waitlist-Ok
               DISPLAY "Waitlist rewrite failed, file status "
                   Waitlist-Status
           END-IF.

      *> The course is part of the queue key, so a student promoted
      *> off two waitlists in one term gets a notice for each seat;
      *> a notice for the same course is just re-dated.
       3700-Queue-Waitlist-Letter.
           MOVE Ws-Reg-Id TO Ltrq-Student-Id
           MOVE Ws-Reg-Term TO Ltrq-Term
           MOVE "WAITRG" TO Ltrq-Letter-Type
           MOVE Course-Id-In TO Ltrq-Course-Id
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ltrq-Request-Date
           MOVE Operator-Id TO Ltrq-Operator-Id
           MOVE "O" TO Ltrq-Status
           WRITE Letter-Queue-Record
           EVALUATE TRUE
               WHEN Letter-Queue-Ok
                   CONTINUE
               WHEN Letter-Queue-Dup
                   REWRITE Letter-Queue-Record
               WHEN OTHER
                   DISPLAY "Notice queue write failed, file status "
                       Letter-Queue-Status
           END-EVALUATE.

       4000-List-Courses.
           PERFORM 5000-Accept-Registration-Key
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Today-Date
           MOVE Key-Id-In TO Enr-Student-Id
           MOVE Key-Term-In TO Enr-Term
           READ Enrollment-Master
                   "file status " Enrollment-Status
           END-IF.

      *> The dropped credits are priced at the program's current
      *> per-credit rate and split by the refund schedule in force
      *> today. Flat fees are not refunded on a course drop; they
      *> only come back on a full withdrawal.
       6400-Record-Drop-Refund.
           IF NOT Rates-Are-Available
               DISPLAY "Rate table unavailable; no refund calculated."
               EXIT PARAGRAPH
           END-IF
           MOVE Enr-Program TO Rate-Program
           READ Rate-Table
               INVALID KEY
                   DISPLAY "No rate for program " Enr-Program
                       "; no refund calculated."
                   EXIT PARAGRAPH
           END-READ
           PERFORM 6700-Find-Next-Refund-Seq
           INITIALIZE Refund-Record
           MOVE Ws-Reg-Id TO Ref-Student-Id
           MOVE Ws-Reg-Term TO Ref-Term
           MOVE Ws-Ref-Seq TO Ref-Seq
           SET Ref-Is-Drop TO TRUE
           MOVE Course-Id-In TO Ref-Course-Id
           MOVE Enr-Program TO Ref-Program
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ref-Action-Date
           MOVE Reg-Credits TO Ref-Credits
           MOVE Rate-Per-Credit TO Ref-Per-Credit
           MOVE ZERO TO Ref-Fees
           COMPUTE Ref-Gross = Reg-Credits * Rate-Per-Credit
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
           MOVE Ws-Reg-Id TO Ref-Student-Id
           MOVE Ws-Reg-Term TO Ref-Term
           MOVE ZERO TO Ref-Seq
           START Refund-File
               KEY IS NOT LESS THAN Refund-Key
               INVALID KEY SET No-More-Refunds TO TRUE
           END-START
           PERFORM UNTIL No-More-Refunds
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Refunds TO TRUE
                   NOT AT END
                       IF Ref-Student-Id = Ws-Reg-Id
                           AND Ref-Term = Ws-Reg-Term
                           COMPUTE Ws-Ref-Seq = Ref-Seq + 1
                       ELSE
                           SET No-More-Refunds TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> A re-added course is billed in full again through the credit
      *> load, so the retained amount from its earlier drop must no
      *> longer be charged on top.
       6800-Void-Course-Refunds.
           MOVE "Y" TO More-Refunds
           MOVE Ws-Reg-Id TO Ref-Student-Id
           MOVE Ws-Reg-Term TO Ref-Term
           MOVE ZERO TO Ref-Seq
           START Refund-File
               KEY IS NOT LESS THAN Refund-Key
               INVALID KEY SET No-More-Refunds TO TRUE
           END-START
           PERFORM UNTIL No-More-Refunds
               READ Refund-File NEXT RECORD
                   AT END SET No-More-Refunds TO TRUE
                   NOT AT END
                       IF Ref-Student-Id = Ws-Reg-Id
                           AND Ref-Term = Ws-Reg-Term
                           IF Ref-Is-Drop AND Ref-Is-Active
                               AND Ref-Course-Id = Course-Id-In
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
      *> check digit 0, remainder 1 leaves no usable check digit and
