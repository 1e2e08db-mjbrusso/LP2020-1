       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
      *> Maintains the registrar's academic term calendar: add,
      *> rewrite, read and list one row per term code with its start
      *> and end dates, last add date, last drop date, census date,
      *> grade-posting window and incomplete-grade deadline. Every
      *> program that takes a term code refuses one that is not on
      *> this file, and the registration, grade posting and state
      *> reporting programs enforce its dates. The dates must fall
      *> in a sensible order (adds close before drops, both inside
      *> the term, census inside the term, the grade window opening
      *> on or after the term starts, incompletes due after it
      *> closes) or the row is not written. On a rewrite a blank
      *> answer keeps the date already on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
            88 Term-Calendar-Dup   VALUE "22".

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 Dates-Check            PIC X.
            88 Dates-Are-Good      VALUE "Y".

         01 Term-In                PIC X(6).
         01 Date-In                PIC X(8).
         01 Ws-Date-Prompt         PIC X(24).
         01 Ws-Date-Value          PIC 9(8).

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
               DISPLAY "Nightly batch cycle in progress; term "
                   "calendar maintenance is unavailable until it "
                   "ends."
               MOVE "BUSY" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           OPEN I-O Term-Calendar
           IF NOT Term-Calendar-Ok
               OPEN OUTPUT Term-Calendar
               CLOSE Term-Calendar
               OPEN I-O Term-Calendar
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
               PERFORM 2000-Add-Term
           END-IF.

       1510-Rewrite-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 3000-Rewrite-Term
           END-IF.

       1520-Read-If-Authorized.
           IF May-Inquire
               PERFORM 4000-Read-Term
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1530-List-If-Authorized.
           IF May-Inquire
               PERFORM 4500-List-Terms
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; update "
                   "refused."
           END-IF.

       2000-Add-Term.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           IF Term-In = SPACES
               DISPLAY "Term code is required."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE Term-Calendar-Record
           MOVE Term-In TO Tcal-Term
           PERFORM 5000-Prompt-Calendar
           IF NOT Dates-Are-Good
               DISPLAY "Term not added."
               EXIT PARAGRAPH
           END-IF
           WRITE Term-Calendar-Record
           EVALUATE TRUE
               WHEN Term-Calendar-Ok
                   ADD 1 TO Rlogw-Written
                   DISPLAY "Term added."
               WHEN Term-Calendar-Dup
                   DISPLAY "Term is already on the calendar."
               WHEN OTHER
                   DISPLAY "Add failed, file status "
                       Term-Calendar-Status
           END-EVALUATE.

       3000-Rewrite-Term.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           MOVE Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term is not on the calendar."
               NOT INVALID KEY
                   PERFORM 6000-Display-Term
                   PERFORM 5000-Prompt-Calendar
                   IF NOT Dates-Are-Good
                       DISPLAY "Term not rewritten."
                   ELSE
                       REWRITE Term-Calendar-Record
                       IF Term-Calendar-Ok
                           ADD 1 TO Rlogw-Written
                           DISPLAY "Term rewritten."
                       ELSE
                           DISPLAY "Rewrite failed, file status "
                               Term-Calendar-Status
                       END-IF
                   END-IF
           END-READ.

       4000-Read-Term.
           DISPLAY "Term code (e.g. 2026FA): ".
           ACCEPT Term-In.
           MOVE Term-In TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term is not on the calendar."
               NOT INVALID KEY
                   ADD 1 TO Rlogw-Read
                   PERFORM 6000-Display-Term
           END-READ.

       4500-List-Terms.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Tcal-Term
           START Term-Calendar
               KEY IS NOT LESS THAN Tcal-Term
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Term-Calendar NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       ADD 1 TO Rlogw-Read
                       PERFORM 6000-Display-Term
               END-READ
           END-PERFORM.

      *> Every date is YYYYMMDD; a blank answer keeps what is in the
      *> record, which on an add is zero and so fails the checks.
       5000-Prompt-Calendar.
           DISPLAY "Description: ".
           ACCEPT Tcal-Description.
           MOVE "Term start date" TO Ws-Date-Prompt
           MOVE Tcal-Start-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Start-Date
           MOVE "Term end date" TO Ws-Date-Prompt
           MOVE Tcal-End-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-End-Date
           MOVE "Last add date" TO Ws-Date-Prompt
           MOVE Tcal-Last-Add-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Last-Add-Date
           MOVE "Last drop date" TO Ws-Date-Prompt
           MOVE Tcal-Last-Drop-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Last-Drop-Date
           MOVE "Census date" TO Ws-Date-Prompt
           MOVE Tcal-Census-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Census-Date
           MOVE "Grade posting opens" TO Ws-Date-Prompt
           MOVE Tcal-Grade-Open-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Grade-Open-Date
           MOVE "Grade posting closes" TO Ws-Date-Prompt
           MOVE Tcal-Grade-Close-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Grade-Close-Date
           MOVE "Incomplete grades due" TO Ws-Date-Prompt
           MOVE Tcal-Incomplete-Date TO Ws-Date-Value
           PERFORM 5100-Prompt-One-Date
           MOVE Ws-Date-Value TO Tcal-Incomplete-Date
           PERFORM 5500-Check-Date-Order.

       5100-Prompt-One-Date.
           DISPLAY Ws-Date-Prompt " (YYYYMMDD): ".
           ACCEPT Date-In.
           IF Date-In = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Date-In NUMERIC
               MOVE Date-In TO Ws-Date-Value
           ELSE
               DISPLAY "Not a date; left unchanged."
           END-IF.

       5500-Check-Date-Order.
           MOVE "Y" TO Dates-Check
           EVALUATE TRUE
               WHEN Tcal-Start-Date = ZERO
                   OR Tcal-End-Date = ZERO
                   OR Tcal-Last-Add-Date = ZERO
                   OR Tcal-Last-Drop-Date = ZERO
                   OR Tcal-Census-Date = ZERO
                   OR Tcal-Grade-Open-Date = ZERO
                   OR Tcal-Grade-Close-Date = ZERO
                   OR Tcal-Incomplete-Date = ZERO
                   DISPLAY "Every date is required."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-End-Date < Tcal-Start-Date
                   DISPLAY "Term ends before it starts."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-Last-Add-Date < Tcal-Start-Date
                   OR Tcal-Last-Add-Date > Tcal-Last-Drop-Date
                   DISPLAY "Last add date must fall between the "
                       "start and the last drop date."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-Last-Drop-Date > Tcal-End-Date
                   DISPLAY "Last drop date is after the term ends."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-Census-Date < Tcal-Start-Date
                   OR Tcal-Census-Date > Tcal-End-Date
                   DISPLAY "Census date must fall inside the term."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-Grade-Open-Date < Tcal-Start-Date
                   OR Tcal-Grade-Close-Date < Tcal-Grade-Open-Date
                   DISPLAY "Grade window must open after the term "
                       "starts and close after it opens."
                   MOVE "N" TO Dates-Check
               WHEN Tcal-Incomplete-Date < Tcal-Grade-Close-Date
                   DISPLAY "Incomplete grades must fall due after "
                       "the grade window closes."
                   MOVE "N" TO Dates-Check
           END-EVALUATE.

       6000-Display-Term.
           DISPLAY "Term " Tcal-Term "  " Tcal-Description.
           DISPLAY "  Start / end     : " Tcal-Start-Date " - "
               Tcal-End-Date.
           DISPLAY "  Last add        : " Tcal-Last-Add-Date.
           DISPLAY "  Last drop       : " Tcal-Last-Drop-Date.
           DISPLAY "  Census          : " Tcal-Census-Date.
           DISPLAY "  Grade window    : " Tcal-Grade-Open-Date " - "
               Tcal-Grade-Close-Date.
           DISPLAY "  Incompletes due : " Tcal-Incomplete-Date.

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
           MOVE "TERMMNT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
