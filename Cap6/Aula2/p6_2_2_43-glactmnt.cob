       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACTMNT.
      *> Maintains finance's general ledger account map: add,
      *> rewrite, read and list the revenue and receivable accounts
      *> for per-credit tuition and for flat fees on each
      *> program/major, keyed on the program name exactly as it is
      *> keyed on the enrollment master and the rate table. The
      *> batch journal extract posts every charge movement to the
      *> accounts on this map.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gl-Account-Map ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gla-Program
               FILE STATUS IS Gl-Account-Status.

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
       FD  Gl-Account-Map.
           COPY "glacct.cpy".

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

         01 Gl-Account-Status      PIC XX.
            88 Gl-Account-Ok       VALUE "00".
            88 Gl-Account-Dup      VALUE "22".

         01 Menu-Choice            PIC X.
         01 Keep-Going             PIC X VALUE "Y".
            88 Keep-Going-Yes      VALUE "Y" "y".
         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".

         01 Program-In             PIC X(20).
         01 Account-In             PIC X(12).
         01 Accounts-Valid         PIC X.
            88 Accounts-Are-Valid  VALUE "Y".
         01 Ws-Tuition-Revenue     PIC X(12).
         01 Ws-Tuition-Receivable  PIC X(12).
         01 Ws-Fees-Revenue        PIC X(12).
         01 Ws-Fees-Receivable     PIC X(12).

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
               DISPLAY "Nightly batch cycle in progress; account "
                   "map maintenance is unavailable until it ends."
               MOVE "BUSY" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           OPEN I-O Gl-Account-Map
           IF NOT Gl-Account-Ok
               OPEN OUTPUT Gl-Account-Map
               CLOSE Gl-Account-Map
               OPEN I-O Gl-Account-Map
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
           CLOSE Gl-Account-Map
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
               PERFORM 2000-Add-Map
           END-IF.

       1510-Rewrite-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 3000-Rewrite-Map
           END-IF.

       1520-Read-If-Authorized.
           IF May-Inquire
               PERFORM 4000-Read-Map
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1530-List-If-Authorized.
           IF May-Inquire
               PERFORM 4500-List-Maps
           ELSE
               DISPLAY "Not authorized for inquiry."
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
               DISPLAY "Nightly batch cycle in progress; update "
                   "refused."
           END-IF.

       2000-Add-Map.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           IF Program-In = SPACES
               DISPLAY "Program is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Program-In TO Gla-Program
           PERFORM 5000-Prompt-Accounts
           IF NOT Accounts-Are-Valid
               EXIT PARAGRAPH
           END-IF
           WRITE Gl-Account-Record
           EVALUATE TRUE
               WHEN Gl-Account-Ok
                   ADD 1 TO Rlogw-Written
                   DISPLAY "Account map added."
               WHEN Gl-Account-Dup
                   DISPLAY "Program already on the account map."
               WHEN OTHER
                   DISPLAY "Add failed, file status "
                       Gl-Account-Status
           END-EVALUATE.

       3000-Rewrite-Map.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           MOVE Program-In TO Gla-Program
           READ Gl-Account-Map
               INVALID KEY
                   DISPLAY "Program not on the account map."
               NOT INVALID KEY
                   PERFORM 6000-Display-Map
                   PERFORM 5000-Prompt-Accounts
                   IF Accounts-Are-Valid
                       REWRITE Gl-Account-Record
                       IF Gl-Account-Ok
                           ADD 1 TO Rlogw-Written
                           DISPLAY "Account map rewritten."
                       ELSE
                           DISPLAY "Rewrite failed, file status "
                               Gl-Account-Status
                       END-IF
                   END-IF
           END-READ.

       4000-Read-Map.
           DISPLAY "Program/major: ".
           ACCEPT Program-In.
           MOVE Program-In TO Gla-Program
           READ Gl-Account-Map
               INVALID KEY
                   DISPLAY "Program not on the account map."
               NOT INVALID KEY
                   ADD 1 TO Rlogw-Read
                   PERFORM 6000-Display-Map
           END-READ.

       4500-List-Maps.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Gla-Program
           START Gl-Account-Map
               KEY IS NOT LESS THAN Gla-Program
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Gl-Account-Map NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       ADD 1 TO Rlogw-Read
                       PERFORM 6000-Display-Map
               END-READ
           END-PERFORM.

      *> All four accounts are required; a blank one would send half
      *> of a charge to no account at all. Nothing is moved into the
      *> record until every account has been keyed, so a refused
      *> rewrite leaves the row as it was.
       5000-Prompt-Accounts.
           MOVE "N" TO Accounts-Valid
           DISPLAY "Tuition revenue account: ".
           ACCEPT Account-In.
           IF Account-In = SPACES
               DISPLAY "Account is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Account-In TO Ws-Tuition-Revenue
           DISPLAY "Tuition receivable account: ".
           ACCEPT Account-In.
           IF Account-In = SPACES
               DISPLAY "Account is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Account-In TO Ws-Tuition-Receivable
           DISPLAY "Fees revenue account: ".
           ACCEPT Account-In.
           IF Account-In = SPACES
               DISPLAY "Account is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Account-In TO Ws-Fees-Revenue
           DISPLAY "Fees receivable account: ".
           ACCEPT Account-In.
           IF Account-In = SPACES
               DISPLAY "Account is required."
               EXIT PARAGRAPH
           END-IF
           MOVE Account-In TO Ws-Fees-Receivable
           MOVE Ws-Tuition-Revenue TO Gla-Tuition-Revenue
           MOVE Ws-Tuition-Receivable TO Gla-Tuition-Receivable
           MOVE Ws-Fees-Revenue TO Gla-Fees-Revenue
           MOVE Ws-Fees-Receivable TO Gla-Fees-Receivable
           MOVE "Y" TO Accounts-Valid.

       6000-Display-Map.
           DISPLAY Gla-Program
               " tuition rev " Gla-Tuition-Revenue
               " rcv " Gla-Tuition-Receivable.
           DISPLAY "                     "
               " fees    rev " Gla-Fees-Revenue
               " rcv " Gla-Fees-Receivable.

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
           MOVE "GLACTMNT" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
