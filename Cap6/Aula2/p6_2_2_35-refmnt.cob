       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMNT.
      *> Maintains the bursar's tuition refund schedule: add, rewrite,
      *> read and list the refund tiers for each term. Each tier is a
      *> through-date and the percentage of tuition refunded for a
      *> drop or withdrawal dated on or before it; tiers are keyed in
      *> date order and the first blank date ends the schedule.
      *> Course registration and enrollment maintenance price every
      *> drop and withdrawal from this table. A schedule may only be
      *> added for a term already on the term calendar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Refund-Schedule ASSIGN TO "REFSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Rsch-Term
               FILE STATUS IS Refund-Schedule-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

           SELECT Operator-Master ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Opr-Operator-Id
               FILE STATUS IS Oper-Master-Status.

           SELECT System-Status-Ctl ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sys-Status-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Refund-Schedule.
           COPY "refsched.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Run-Log.
           COPY "runlog.cpy".

       FD  Operator-Master.
           COPY "opermst.cpy".

       FD  System-Status-Ctl.
           COPY "sysstat.cpy".

       WORKING-STORAGE SECTION.
         01 Run-Log-Status         PIC XX.
         01 Rlog-Work.
            05 Rlogw-Event         PIC X(5).
            05 Rlogw-Read          PIC 9(7) VALUE ZERO.
            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.

         01 Sys-Status-File-Status PIC XX.
            88 Sys-Status-Found    VALUE "00".
         01 Batch-Lock             PIC X VALUE "N".
            88 Batch-Is-Running    VALUE "Y".

         01 Oper-Master-Status     PIC XX.
            88 Oper-Master-Ok      VALUE "00".
         01 Operator-Id            PIC X(8).
         01 Password-In            PIC X(8).
         01 Sign-On-State          PIC X VALUE "N".
            88 Sign-On-Good        VALUE "Y".
         01 Perm-Flags.
            05 Perm-Inquiry        PIC X VALUE "N".
               88 May-Inquire      VALUE "Y".
            05 Perm-Update         PIC X VALUE "N".
               88 May-Update       VALUE "Y".
            05 Perm-Delete         PIC X VALUE "N".
               88 May-Delete       VALUE "Y".
            05 Perm-Release        PIC X VALUE "N".
               88 May-Release      VALUE "Y".

         01 Refund-Schedule-Status PIC XX.
            88 Refund-Schedule-Ok  VALUE "00".
            88 Refund-Schedule-Dup VALUE "22".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Tiers             PIC X VALUE "Y".
            88 No-More-Tiers       VALUE "N".

         01 Term-In                PIC X(6).
         01 Date-In                PIC X(8).
         01 Pct-In                 PIC X(3).
         01 Tier-Ix                PIC 9.
         01 Ws-Last-Date           PIC 9(8).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           PERFORM 9700-Sign-On
           IF NOT Sign-On-Good
               MOVE "AUTH" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; refund "
                   "schedule maintenance is unavailable until it "
                   "ends."
               MOVE "BUSY" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           OPEN I-O Refund-Schedule
           IF NOT Refund-Schedule-Ok
               OPEN OUTPUT Refund-Schedule
               CLOSE Refund-Schedule
               OPEN I-O Refund-Schedule
           END-IF

           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF

           PERFORM UNTIL NOT Keep-Going-Yes
               PERFORM 1000-Show-Menu
               EVALUATE Menu-Choice
                   WHEN "1" PERFORM 1500-Add-If-Authorized
                   WHEN "2" PERFORM 1510-Rewrite-If-Authorized
                   WHEN "3" PERFORM 1520-Read-If-Authorized
                   WHEN "4" PERFORM 1530-List-If-Authorized
                   WHEN "5" MOVE "N" TO Keep-Going
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           PERFORM 9900-Log-Run-End
           CLOSE Refund-Schedule
           CLOSE Term-Calendar
           STOP RUN.

       1000-Show-Menu.
           DISPLAY " ".
           DISPLAY "1-Add  2-Rewrite  3-Read  4-List  5-Exit".
           ACCEPT Menu-Choice.

      *> Each function checks the signed-on operator's permission
      *> before it runs, so an inquiry-only operator can look but
      *> never key a change under any name. Updates also re-check
      *> the quiesce switch, in case the nightly cycle started after
      *> this session signed on.
       1500-Add-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 2000-Add-Schedule
           END-IF.

       1510-Rewrite-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 3000-Rewrite-Schedule
           END-IF.

       1520-Read-If-Authorized.
           IF May-Inquire
               PERFORM 4000-Read-Schedule
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1530-List-If-Authorized.
           IF May-Inquire
               PERFORM 4500-List-Schedules
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; update "
                   "refused."
           END-IF.

       2000-Add-Schedule.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           IF Term-In = SPACES
               DISPLAY "Term code is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Term-In
                       " is not on the term calendar."
                   EXIT PARAGRAPH
           END-READ
           MOVE Term-In TO Rsch-Term
           PERFORM 5000-Prompt-Schedule
           WRITE Refund-Schedule-Record
           EVALUATE TRUE
               WHEN Refund-Schedule-Ok
                   ADD 1 TO Rlogw-Written
                   DISPLAY "Refund schedule added."
               WHEN Refund-Schedule-Dup
                   DISPLAY "Term already has a refund schedule."
               WHEN OTHER
                   DISPLAY "Add failed, file status "
                       Refund-Schedule-Status
           END-EVALUATE.

       3000-Rewrite-Schedule.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           MOVE Term-In TO Rsch-Term
           READ Refund-Schedule
               INVALID KEY
                   DISPLAY "Term has no refund schedule."
               NOT INVALID KEY
                   PERFORM 6000-Display-Schedule
                   PERFORM 5000-Prompt-Schedule
                   REWRITE Refund-Schedule-Record
                   IF Refund-Schedule-Ok
                       ADD 1 TO Rlogw-Written
                       DISPLAY "Refund schedule rewritten."
                   ELSE
                       DISPLAY "Rewrite failed, file status "
                           Refund-Schedule-Status
                   END-IF
           END-READ.

       4000-Read-Schedule.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           MOVE Term-In TO Rsch-Term
           READ Refund-Schedule
               INVALID KEY
                   DISPLAY "Term has no refund schedule."
               NOT INVALID KEY
                   ADD 1 TO Rlogw-Read
                   PERFORM 6000-Display-Schedule
           END-READ.

       4500-List-Schedules.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Rsch-Term
           START Refund-Schedule
               KEY IS NOT LESS THAN Rsch-Term
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Refund-Schedule NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       ADD 1 TO Rlogw-Read
                       PERFORM 6000-Display-Schedule
               END-READ
           END-PERFORM.

      *> Tiers are keyed in date order, each through-date later than
      *> the one before and each percentage 0 to 100; a blank date
      *> ends the schedule and clears the tiers after it.
       5000-Prompt-Schedule.
           MOVE ZERO TO Ws-Last-Date
           MOVE "Y" TO More-Tiers
           PERFORM 5100-Prompt-One-Tier
               VARYING Tier-Ix FROM 1 BY 1 UNTIL Tier-Ix > 5.

       5100-Prompt-One-Tier.
           MOVE ZERO TO Rsch-Through-Date(Tier-Ix)
           MOVE ZERO TO Rsch-Refund-Pct(Tier-Ix)
           IF No-More-Tiers
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tier " Tier-Ix
               " through date (YYYYMMDD, blank to end): ".
           ACCEPT Date-In.
           IF Date-In = SPACES
               SET No-More-Tiers TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF Date-In NOT NUMERIC
               OR Date-In NOT > Ws-Last-Date
               DISPLAY "Date must be YYYYMMDD and later than the "
                   "tier before; schedule ends here."
               SET No-More-Tiers TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tier " Tier-Ix " refund percent (0-100): ".
           ACCEPT Pct-In.
           IF FUNCTION TEST-NUMVAL(Pct-In) NOT = 0
               DISPLAY "Percent must be a number from 0 to 100; "
                   "schedule ends here."
               SET No-More-Tiers TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(Pct-In) < 0
               OR FUNCTION NUMVAL(Pct-In) > 100
               DISPLAY "Percent must be a number from 0 to 100; "
                   "schedule ends here."
               SET No-More-Tiers TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE Date-In TO Rsch-Through-Date(Tier-Ix)
           MOVE Date-In TO Ws-Last-Date
           COMPUTE Rsch-Refund-Pct(Tier-Ix) = FUNCTION NUMVAL(Pct-In).

       6000-Display-Schedule.
           DISPLAY "Term " Rsch-Term
           PERFORM 6100-Display-One-Tier
               VARYING Tier-Ix FROM 1 BY 1 UNTIL Tier-Ix > 5
           DISPLAY "  after the last tier    0 percent".

       6100-Display-One-Tier.
           IF Rsch-Through-Date(Tier-Ix) NOT = ZERO
               DISPLAY "  through " Rsch-Through-Date(Tier-Ix)
                   "  " Rsch-Refund-Pct(Tier-Ix) " percent"
           END-IF.

      *> Reads the quiesce switch the nightly cycle driver sets: "B"
      *> means the batch owns the masters right now. A missing or
      *> empty switch file reads as open.
       9600-Check-System-Status.
           MOVE "N" TO Batch-Lock
           OPEN INPUT System-Status-Ctl
           IF Sys-Status-Found
               READ System-Status-Ctl
                   AT END CONTINUE
                   NOT AT END
                       IF Sys-Batch-In-Progress
                           SET Batch-Is-Running TO TRUE
                       END-IF
               END-READ
               CLOSE System-Status-Ctl
           END-IF.

      *> Shared sign-on against the operator master: the id must be
      *> an active row and the password must match; the row's
      *> permission flags then govern what the session may do. A
      *> refused attempt leaves a SGNFL row on the run log so the
      *> morning operations report shows who was turned away.
       9700-Sign-On.
           MOVE "N" TO Sign-On-State
           DISPLAY "Operator id: ".
           ACCEPT Operator-Id.
           DISPLAY "Password: ".
           ACCEPT Password-In.
           OPEN INPUT Operator-Master
           IF NOT Oper-Master-Ok
               DISPLAY "Operator master unavailable, file status "
                   Oper-Master-Status
               PERFORM 9750-Log-Failed-Sign-On
               EXIT PARAGRAPH
           END-IF
           MOVE Operator-Id TO Opr-Operator-Id
           READ Operator-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Opr-Is-Active
                       AND Opr-Password = Password-In
                       MOVE "Y" TO Sign-On-State
                       MOVE Opr-Perm-Inquiry TO Perm-Inquiry
                       MOVE Opr-Perm-Update TO Perm-Update
                       MOVE Opr-Perm-Delete TO Perm-Delete
                       MOVE Opr-Perm-Release TO Perm-Release
                   END-IF
           END-READ
           CLOSE Operator-Master
           IF NOT Sign-On-Good
               DISPLAY "Sign-on refused."
               PERFORM 9750-Log-Failed-Sign-On
           END-IF.

       9750-Log-Failed-Sign-On.
           MOVE "SGNFL" TO Rlogw-Event
           MOVE "AUTH" TO Rlogw-Status
           PERFORM 9950-Write-Run-Log
           MOVE SPACES TO Rlogw-Status.

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
           MOVE "REFMNT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
