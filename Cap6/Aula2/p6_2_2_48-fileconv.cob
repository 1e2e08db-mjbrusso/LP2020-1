       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECONV.
      *> One-time conversion of the indexed masters whose records
      *> grew or changed key: ENROLL.DAT (entry and status dates),
      *> CHARGES.DAT (retained tuition), LTRQUE.DAT (course in the
      *> key), OPERMST.DAT (grade change permission), STUDENT.DAT
      *> and STUARCH.DAT, the purged-student archive that shares its
      *> record (directory release indicator). Each file is read in
      *> its previous layout and copied, unchanged, to a flat .CNV
      *> file, which is kept as the pre-conversion backup; the file
      *> is then rebuilt in the current layout from that copy. New
      *> fields are filled deliberately rather than left as blanks:
      *> dates and amounts ZERO, the course SPACES, the flags N.
      *> A master that is not on file, or that no longer opens in the
      *> previous layout because it was already converted, is
      *> reported and left alone, so running the program twice does
      *> no harm. The operator must type CONVERT before anything is
      *> rewritten. A master whose backup cannot be written in full
      *> is not touched. A master whose reloaded count differs from
      *> what was read, or whose backup failed, ends the run with
      *> RETURN-CODE 1; a master whose reload failed is rebuilt from
      *> its .CNV copy before the nightly cycle runs again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Enrollment-Master ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Oenr-File-Key
               FILE STATUS IS Old-File-Status.

           SELECT Enrollment-Master ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Enrollment-Key
               FILE STATUS IS New-File-Status.

           SELECT Enrollment-Copy ASSIGN TO "ENROLL.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Old-Charge-File ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ochg-File-Key
               FILE STATUS IS Old-File-Status.

           SELECT Charge-File ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Charge-Key
               FILE STATUS IS New-File-Status.

           SELECT Charge-Copy ASSIGN TO "CHARGES.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Old-Letter-Queue ASSIGN TO "LTRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Oltq-File-Key
               FILE STATUS IS Old-File-Status.

           SELECT Letter-Queue ASSIGN TO "LTRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Letter-Queue-Key
               FILE STATUS IS New-File-Status.

           SELECT Letter-Queue-Copy ASSIGN TO "LTRQUE.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Old-Operator-Master ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Oopr-File-Key
               FILE STATUS IS Old-File-Status.

           SELECT Operator-Master ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Opr-Operator-Id
               FILE STATUS IS New-File-Status.

           SELECT Operator-Copy ASSIGN TO "OPERMST.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Old-Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Ostu-File-Key
               ALTERNATE RECORD KEY IS Ostu-File-Last-Name
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Ostu-File-Zip
                   WITH DUPLICATES
               FILE STATUS IS Old-File-Status.

           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               ALTERNATE RECORD KEY IS Last-Name OF Student-Record
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Zip-Regular OF Student-Record
                   WITH DUPLICATES
               FILE STATUS IS New-File-Status.

           SELECT Student-Copy ASSIGN TO "STUDENT.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Old-Student-Archive ASSIGN TO "STUARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Oarc-File-Key
               FILE STATUS IS Old-File-Status.

           SELECT Student-Archive ASSIGN TO "STUARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Archive-Record
               FILE STATUS IS New-File-Status.

           SELECT Archive-Copy ASSIGN TO "STUARCH.CNV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-File-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      *> Previous layouts: only the key fields are named here; the
      *> whole record is read into the matching working-storage image.
       FD  Old-Enrollment-Master.
         01 Old-Enrollment-Record.
            02 Oenr-File-Key       PIC X(15).
            02 FILLER              PIC X(23).

       FD  Enrollment-Master.
           COPY "enroll.cpy".

       FD  Enrollment-Copy.
         01 Enrollment-Copy-Line   PIC X(38).

       FD  Old-Charge-File.
         01 Old-Charge-Record.
            02 Ochg-File-Key       PIC X(15).
            02 FILLER              PIC X(53).

       FD  Charge-File.
           COPY "charge.cpy".

       FD  Charge-Copy.
         01 Charge-Copy-Line       PIC X(68).

       FD  Old-Letter-Queue.
         01 Old-Letter-Queue-Record.
            02 Oltq-File-Key       PIC X(21).
            02 FILLER              PIC X(17).

       FD  Letter-Queue.
           COPY "ltrque.cpy".

       FD  Letter-Queue-Copy.
         01 Letter-Queue-Copy-Line PIC X(38).

       FD  Old-Operator-Master.
         01 Old-Operator-Record.
            02 Oopr-File-Key       PIC X(8).
            02 FILLER              PIC X(13).

       FD  Operator-Master.
           COPY "opermst.cpy".

       FD  Operator-Copy.
         01 Operator-Copy-Line     PIC X(21).

       FD  Old-Student-Master.
         01 Old-Student-Record.
            02 Ostu-File-Key       PIC 9(9).
            02 FILLER              PIC X(40).
            02 Ostu-File-Last-Name PIC X(20).
            02 FILLER              PIC X(48).
            02 Ostu-File-Zip       PIC 9(5).
            02 FILLER              PIC X(21).

       FD  Student-Master.
           COPY "student.cpy".

       FD  Student-Copy.
         01 Student-Copy-Line      PIC X(143).

       FD  Old-Student-Archive.
         01 Old-Student-Archive-Record.
            02 Oarc-File-Key       PIC 9(9).
            02 FILLER              PIC X(134).

       FD  Student-Archive.
           COPY "student.cpy" REPLACING ==Student-Record== BY
               ==Archive-Record==.

       FD  Archive-Copy.
         01 Archive-Copy-Line      PIC X(143).

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

         01 Old-File-Status        PIC XX.
            88 Old-File-Ok         VALUE "00".
            88 Old-File-Missing    VALUE "35".
            88 Old-File-At-End     VALUE "10".
         01 New-File-Status        PIC XX.
            88 New-File-Ok         VALUE "00".
         01 Copy-File-Status       PIC XX.
            88 Copy-File-Ok        VALUE "00".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 Confirm-In             PIC X(8).

         01 Ws-File-Name           PIC X(12).
         01 Ws-Copied              PIC 9(7).
         01 Ws-Loaded              PIC 9(7).
         01 Ws-Copy-Failed         PIC X VALUE "N".
            88 Copy-Has-Failed     VALUE "Y".
         01 Ws-Convert-Ok          PIC X.
            88 Convert-Can-Proceed VALUE "Y".
         01 Ws-Files-Converted     PIC 9(3) VALUE ZERO.
         01 Ws-Files-Skipped       PIC 9(3) VALUE ZERO.
         01 Ws-Files-Failed        PIC 9(3) VALUE ZERO.

      *> Previous record layouts, as the masters were written before
      *> the fields were added.
         01 Old-Enrollment-Image.
            05 Oenr-Student-Id     PIC 9(9).
            05 Oenr-Term           PIC X(6).
            05 Oenr-Program        PIC X(20).
            05 Oenr-Enroll-Status  PIC X.
            05 Oenr-Credit-Load    PIC 99.

         01 Old-Charge-Image.
            05 Ochg-Student-Id     PIC 9(9).
            05 Ochg-Term           PIC X(6).
            05 Ochg-Program        PIC X(20).
            05 Ochg-Credit-Load    PIC 99.
            05 Ochg-Per-Credit     PIC 9(5)V99.
            05 Ochg-Flat-Fees      PIC 9(5)V99.
            05 Ochg-Total          PIC 9(7)V99.
            05 Ochg-Assessed-Date  PIC 9(8).

         01 Old-Letter-Queue-Image.
            05 Oltq-Student-Id     PIC 9(9).
            05 Oltq-Term           PIC X(6).
            05 Oltq-Letter-Type    PIC X(6).
            05 Oltq-Request-Date   PIC 9(8).
            05 Oltq-Operator-Id    PIC X(8).
            05 Oltq-Status         PIC X.

         01 Old-Operator-Image.
            05 Oopr-Operator-Id    PIC X(8).
            05 Oopr-Password       PIC X(8).
            05 Oopr-Perm-Inquiry   PIC X.
            05 Oopr-Perm-Update    PIC X.
            05 Oopr-Perm-Delete    PIC X.
            05 Oopr-Perm-Release   PIC X.
            05 Oopr-Status         PIC X.

         01 Old-Student-Image      PIC X(143).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           DISPLAY "Converts ENROLL, CHARGES, LTRQUE, OPERMST, "
               "STUDENT and STUARCH to the current record layouts.".
           DISPLAY "Type CONVERT to proceed: ".
           ACCEPT Confirm-In.
           IF Confirm-In NOT = "CONVERT"
               DISPLAY "Conversion cancelled, files untouched."
               MOVE "0" TO Rlogw-Status
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           PERFORM 1000-Convert-Enrollments
           PERFORM 2000-Convert-Charges
           PERFORM 3000-Convert-Letter-Queue
           PERFORM 4000-Convert-Operators
           PERFORM 5000-Convert-Students
           PERFORM 6000-Convert-Archive

           IF Ws-Files-Failed > ZERO
               MOVE "1" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "0" TO Rlogw-Status
           END-IF
           PERFORM 9900-Log-Run-End
           DISPLAY "Files converted : " Ws-Files-Converted.
           DISPLAY "Files skipped   : " Ws-Files-Skipped.
           DISPLAY "Files failed    : " Ws-Files-Failed.
           IF Ws-Files-Failed > ZERO
               DISPLAY "*** CONVERSION NOT VERIFIED - see the "
                   "failed files listed above ***"
           END-IF
           STOP RUN.

      *> ENROLL.DAT: the entry and status dates are new; ZERO is what
      *> the census count already reads as "entered before dates were
      *> kept".
       1000-Convert-Enrollments.
           MOVE "ENROLL.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Enrollment-Master
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Enrollment-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Enrollment-Master
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Enrollment-Master NEXT RECORD
                   INTO Old-Enrollment-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Enrollment-Copy-Line
                           FROM Old-Enrollment-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Enrollment-Master
           CLOSE Enrollment-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Enrollment-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Enrollment-Master
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Enrollment-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Enrollment-Copy INTO Old-Enrollment-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1100-Load-One-Enrollment
               END-READ
           END-PERFORM
           CLOSE Enrollment-Copy
           CLOSE Enrollment-Master
           PERFORM 8200-Verify-Counts.

       1100-Load-One-Enrollment.
           MOVE Oenr-Student-Id TO Enr-Student-Id
           MOVE Oenr-Term TO Enr-Term
           MOVE Oenr-Program TO Enr-Program
           MOVE Oenr-Enroll-Status TO Enr-Enroll-Status
           MOVE Oenr-Credit-Load TO Enr-Credit-Load
           MOVE ZERO TO Enr-Entry-Date
           MOVE ZERO TO Enr-Status-Date
           WRITE Enrollment-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "ENROLL write failed for " Enrollment-Key
                   " status " New-File-Status
           END-IF.

      *> CHARGES.DAT: nothing was retained under a refund schedule
      *> before the schedule existed.
       2000-Convert-Charges.
           MOVE "CHARGES.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Charge-File
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Charge-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Charge-File
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Charge-File NEXT RECORD
                   INTO Old-Charge-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Charge-Copy-Line FROM Old-Charge-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Charge-File
           CLOSE Charge-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Charge-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Charge-File
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Charge-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Charge-Copy INTO Old-Charge-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 2100-Load-One-Charge
               END-READ
           END-PERFORM
           CLOSE Charge-Copy
           CLOSE Charge-File
           PERFORM 8200-Verify-Counts.

       2100-Load-One-Charge.
           MOVE Ochg-Student-Id TO Chg-Student-Id
           MOVE Ochg-Term TO Chg-Term
           MOVE Ochg-Program TO Chg-Program
           MOVE Ochg-Credit-Load TO Chg-Credit-Load
           MOVE Ochg-Per-Credit TO Chg-Per-Credit
           MOVE Ochg-Flat-Fees TO Chg-Flat-Fees
           MOVE Ochg-Total TO Chg-Total
           MOVE Ochg-Assessed-Date TO Chg-Assessed-Date
           MOVE ZERO TO Chg-Retained
           WRITE Charge-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "CHARGES write failed for " Charge-Key
                   " status " New-File-Status
           END-IF.

      *> LTRQUE.DAT: every row already on the queue is an enrollment
      *> verification, which carries no course.
       3000-Convert-Letter-Queue.
           MOVE "LTRQUE.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Letter-Queue
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Letter-Queue-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Letter-Queue
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Letter-Queue NEXT RECORD
                   INTO Old-Letter-Queue-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Letter-Queue-Copy-Line
                           FROM Old-Letter-Queue-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Letter-Queue
           CLOSE Letter-Queue-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Letter-Queue-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Letter-Queue
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Letter-Queue-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Letter-Queue-Copy INTO Old-Letter-Queue-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 3100-Load-One-Letter
               END-READ
           END-PERFORM
           CLOSE Letter-Queue-Copy
           CLOSE Letter-Queue
           PERFORM 8200-Verify-Counts.

       3100-Load-One-Letter.
           MOVE Oltq-Student-Id TO Ltrq-Student-Id
           MOVE Oltq-Term TO Ltrq-Term
           MOVE Oltq-Letter-Type TO Ltrq-Letter-Type
           MOVE SPACES TO Ltrq-Course-Id
           MOVE Oltq-Request-Date TO Ltrq-Request-Date
           MOVE Oltq-Operator-Id TO Ltrq-Operator-Id
           MOVE Oltq-Status TO Ltrq-Status
           WRITE Letter-Queue-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "LTRQUE write failed for " Letter-Queue-Key
                   " status " New-File-Status
           END-IF.

      *> OPERMST.DAT: no one may change a posted grade until the
      *> security officer grants it on operator maintenance.
       4000-Convert-Operators.
           MOVE "OPERMST.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Operator-Master
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Operator-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Operator-Master
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Operator-Master NEXT RECORD
                   INTO Old-Operator-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Operator-Copy-Line FROM Old-Operator-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Operator-Master
           CLOSE Operator-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Operator-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Operator-Master
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Operator-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Operator-Copy INTO Old-Operator-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 4100-Load-One-Operator
               END-READ
           END-PERFORM
           CLOSE Operator-Copy
           CLOSE Operator-Master
           PERFORM 8200-Verify-Counts.

       4100-Load-One-Operator.
           MOVE Oopr-Operator-Id TO Opr-Operator-Id
           MOVE Oopr-Password TO Opr-Password
           MOVE Oopr-Perm-Inquiry TO Opr-Perm-Inquiry
           MOVE Oopr-Perm-Update TO Opr-Perm-Update
           MOVE Oopr-Perm-Delete TO Opr-Perm-Delete
           MOVE Oopr-Perm-Release TO Opr-Perm-Release
           MOVE Oopr-Status TO Opr-Status
           MOVE "N" TO Opr-Perm-Grade-Change
           WRITE Operator-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "OPERMST write failed for " Opr-Operator-Id
                   " status " New-File-Status
           END-IF.

      *> STUDENT.DAT: the old record is the front of the new one;
      *> every student starts with directory release allowed.
       5000-Convert-Students.
           MOVE "STUDENT.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Student-Master
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Student-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Student-Master
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Student-Master NEXT RECORD
                   INTO Old-Student-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Student-Copy-Line FROM Old-Student-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Student-Master
           CLOSE Student-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Student-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Student-Master
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Student-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Student-Copy INTO Old-Student-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 5100-Load-One-Student
               END-READ
           END-PERFORM
           CLOSE Student-Copy
           CLOSE Student-Master
           PERFORM 8200-Verify-Counts.

       5100-Load-One-Student.
           MOVE Old-Student-Image TO Student-Record
           MOVE "N" TO Privacy-Flag OF Student-Record
           MOVE ZERO TO Privacy-Date OF Student-Record
           WRITE Student-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "STUDENT write failed for "
                   Student-Id OF Student-Record
                   " status " New-File-Status
           END-IF.

      *> STUARCH.DAT: archived students are written from the student
      *> record, so the archive is converted the same way.
       6000-Convert-Archive.
           MOVE "STUARCH.DAT" TO Ws-File-Name
           MOVE ZERO TO Ws-Copied
           MOVE ZERO TO Ws-Loaded
           OPEN INPUT Old-Student-Archive
           PERFORM 8000-Check-Old-Open
           IF NOT Convert-Can-Proceed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Archive-Copy
           IF NOT Copy-File-Ok
               CLOSE Old-Student-Archive
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO Ws-Copy-Failed
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Old-Student-Archive NEXT RECORD
                   INTO Old-Student-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END
                       WRITE Archive-Copy-Line FROM Old-Student-Image
                       PERFORM 8065-Check-Copy-Write
               END-READ
               PERFORM 8060-Check-Old-Read
           END-PERFORM
           CLOSE Old-Student-Archive
           CLOSE Archive-Copy
           IF Copy-Has-Failed
               PERFORM 8070-Copy-Incomplete
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT Archive-Copy
           IF NOT Copy-File-Ok
               PERFORM 8050-Copy-Open-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Student-Archive
           PERFORM 8100-Check-New-Open
           IF NOT Convert-Can-Proceed
               CLOSE Archive-Copy
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO More-Records
           PERFORM UNTIL No-More-Records
               READ Archive-Copy INTO Old-Student-Image
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 6100-Load-One-Archived
               END-READ
           END-PERFORM
           CLOSE Archive-Copy
           CLOSE Student-Archive
           PERFORM 8200-Verify-Counts.

       6100-Load-One-Archived.
           MOVE Old-Student-Image TO Archive-Record
           MOVE "N" TO Privacy-Flag OF Archive-Record
           MOVE ZERO TO Privacy-Date OF Archive-Record
           WRITE Archive-Record
           IF New-File-Ok
               ADD 1 TO Ws-Loaded
           ELSE
               DISPLAY "STUARCH write failed for "
                   Student-Id OF Archive-Record
                   " status " New-File-Status
           END-IF.

      *> A missing master has nothing to convert. Any other refusal
      *> means the file is not in the previous layout - normally
      *> because it was converted already - and it is left as is.
       8000-Check-Old-Open.
           MOVE "N" TO Ws-Convert-Ok
           EVALUATE TRUE
               WHEN Old-File-Ok
                   MOVE "Y" TO Ws-Convert-Ok
               WHEN Old-File-Missing
                   DISPLAY Ws-File-Name " not on file; nothing to "
                       "convert."
                   ADD 1 TO Ws-Files-Skipped
               WHEN OTHER
                   DISPLAY Ws-File-Name " does not open in the "
                       "previous layout (file status "
                       Old-File-Status "); left as is."
                   ADD 1 TO Ws-Files-Skipped
           END-EVALUATE.

      *> The master is rebuilt only from a complete backup: when the
      *> .CNV copy cannot be created or reopened, a record cannot be
      *> written to it or the previous layout cannot be read to the
      *> end, the master is left exactly as it was and the run fails.
       8050-Copy-Open-Failed.
           DISPLAY "Cannot open the backup of " Ws-File-Name
               ", file status " Copy-File-Status "; left as is."
           ADD 1 TO Ws-Files-Failed.

       8060-Check-Old-Read.
           IF Old-File-Status(1:1) NOT = "0"
               AND NOT Old-File-At-End
               DISPLAY Ws-File-Name " read failed, file status "
                   Old-File-Status
               MOVE "Y" TO Ws-Copy-Failed
               SET No-More-Records TO TRUE
           END-IF.

       8065-Check-Copy-Write.
           IF Copy-File-Ok
               ADD 1 TO Ws-Copied
           ELSE
               DISPLAY Ws-File-Name " backup write failed, file "
                   "status " Copy-File-Status
               MOVE "Y" TO Ws-Copy-Failed
               SET No-More-Records TO TRUE
           END-IF.

       8070-Copy-Incomplete.
           DISPLAY Ws-File-Name " backup incomplete after "
               Ws-Copied " records; left as is."
           ADD 1 TO Ws-Files-Failed.

       8100-Check-New-Open.
           MOVE "Y" TO Ws-Convert-Ok
           IF NOT New-File-Ok
               DISPLAY "Cannot rebuild " Ws-File-Name
                   ", file status " New-File-Status
               MOVE "N" TO Ws-Convert-Ok
               ADD 1 TO Ws-Files-Failed
           END-IF.

       8200-Verify-Counts.
           ADD Ws-Copied TO Rlogw-Read
           ADD Ws-Loaded TO Rlogw-Written
           IF Ws-Loaded = Ws-Copied
               ADD 1 TO Ws-Files-Converted
               DISPLAY Ws-File-Name " converted: " Ws-Loaded
                   " records."
           ELSE
               ADD 1 TO Ws-Files-Failed
               COMPUTE Rlogw-Rejected = Rlogw-Rejected
                   + Ws-Copied - Ws-Loaded
               DISPLAY Ws-File-Name " count mismatch: copied "
                   Ws-Copied " reloaded " Ws-Loaded
           END-IF.

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
           MOVE "FILECONV" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
