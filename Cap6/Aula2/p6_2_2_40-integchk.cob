       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      *> Nightly cross-file integrity check. The enrollment,
      *> registration, charge, hold and address files all hang off
      *> the student master, and Crs-Enrolled and Enr-Credit-Load
      *> are running counts kept by the online programs; this pass
      *> proves they still agree. It lists in INTEGCHK.TXT:
      *>   - enrollment, registration, charge, hold and address rows
      *>     whose student is not on the master (shown as purged when
      *>     the student is on the archive, missing otherwise);
      *>   - registrations with no enrollment row for their term, and
      *>     registrations for a course not in the catalog;
      *>   - enrollments whose Enr-Credit-Load is not the sum of the
      *>     term's active Reg-Credits (enrollments with no course
      *>     rows at all carry a keyed-in load and are left alone);
      *>   - courses whose Crs-Enrolled is not the count of active
      *>     registration rows;
      *>   - charges whose Chg-Credit-Load no longer matches the
      *>     enrolled credit load, or that have no enrollment row.
      *> A charge that only differs from the enrollment is a warning:
      *> it clears at the next tuition reassessment. A row left
      *> behind by a student purged to the archive is counted and
      *> listed on its own, but the purge never removes those rows,
      *> so it does not stop the cycle. Everything else is an
      *> error. With the correct switch on in INTEGCHK.CTL the
      *> two running counts are rewritten to their true values;
      *> nothing is ever deleted. Any error left standing ends the
      *> step with a bad status and RETURN-CODE 1, so the nightly
      *> cycle stops before the extracts go out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Student-Master ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Student-Record
               FILE STATUS IS Student-Status.

           SELECT Student-Archive ASSIGN TO "STUARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Student-Id OF Archive-Record
               FILE STATUS IS Archive-Status.

           SELECT Enrollment-Master ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Enrollment-Key
               FILE STATUS IS Enrollment-Status.

           SELECT Registration-File ASSIGN TO "REGIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Registration-Key
               FILE STATUS IS Registration-Status.

           SELECT Course-Catalog ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Crs-Course-Id
               FILE STATUS IS Course-Status.

           SELECT Charge-File ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Charge-Key
               FILE STATUS IS Charge-Status.

           SELECT Student-Holds ASSIGN TO "STUHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Hold-Key
               FILE STATUS IS Hold-File-Status.

           SELECT Student-Addresses ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Address-Key
               FILE STATUS IS Address-Status.

           SELECT Integrity-Ctl ASSIGN TO "INTEGCHK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Integrity-Ctl-Status.

           SELECT Sort-Work ASSIGN TO "INTGSORT.TMP".

           SELECT Integrity-Report ASSIGN TO "INTEGCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Integrity-Report-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master.
           COPY "student.cpy".

       FD  Student-Archive.
           COPY "student.cpy" REPLACING ==Student-Record== BY
               ==Archive-Record==.

       FD  Enrollment-Master.
           COPY "enroll.cpy".

       FD  Registration-File.
           COPY "regist.cpy".

       FD  Course-Catalog.
           COPY "course.cpy".

       FD  Charge-File.
           COPY "charge.cpy".

       FD  Student-Holds.
           COPY "stuhold.cpy".

       FD  Student-Addresses.
           COPY "stuaddr.cpy".

       FD  Integrity-Ctl.
         01 Integrity-Ctl-Record.
            05 Ctl-Correct-Mode    PIC X.

       SD  Sort-Work.
         01 Course-Work-Record.
            05 Srt-Course-Id       PIC X(8).

       FD  Integrity-Report.
         01 Report-Line            PIC X(100).

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

         01 Student-Status         PIC XX.
            88 Student-Ok          VALUE "00".
         01 Archive-Status         PIC XX.
            88 Archive-Ok          VALUE "00".
         01 Enrollment-Status      PIC XX.
            88 Enrollment-Ok       VALUE "00".
         01 Registration-Status    PIC XX.
            88 Registration-Ok     VALUE "00".
         01 Course-Status          PIC XX.
            88 Course-Ok           VALUE "00".
         01 Charge-Status          PIC XX.
            88 Charge-Ok           VALUE "00".
         01 Hold-File-Status       PIC XX.
            88 Hold-File-Ok        VALUE "00".
         01 Address-Status         PIC XX.
            88 Address-Ok          VALUE "00".
         01 Integrity-Ctl-Status   PIC XX.
            88 Integrity-Ctl-Found VALUE "00".
         01 Integrity-Report-Status PIC XX.

         01 Archive-Available      PIC X VALUE "N".
            88 Archive-Is-Available VALUE "Y".
         01 Charges-Available      PIC X VALUE "N".
            88 Charges-Are-Available VALUE "Y".
         01 Holds-Available        PIC X VALUE "N".
            88 Holds-Are-Available VALUE "Y".
         01 Address-Available      PIC X VALUE "N".
            88 Address-Is-Available VALUE "Y".

         01 Correct-Switch         PIC X VALUE "N".
            88 Correct-Mode        VALUE "Y" "y".

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 More-Course-Rows       PIC X VALUE "Y".
            88 No-More-Course-Rows VALUE "N".

      *> The last student and student/term looked up are kept, so a
      *> run of rows for one student costs one read of each file.
         01 Ws-Chk-Student-Id      PIC 9(9).
         01 Ws-Last-Student-Id     PIC 9(9) VALUE ZERO.
         01 Ws-Student-Found       PIC X VALUE SPACE.
            88 Student-On-Master   VALUE "Y".
            88 Student-Purged      VALUE "P".
         01 Ws-Last-Enr-Key        PIC X(15) VALUE LOW-VALUES.
         01 Ws-Chk-Enr-Key.
            05 Ws-Chk-Enr-Id       PIC 9(9).
            05 Ws-Chk-Enr-Term     PIC X(6).
         01 Ws-Enrollment-Found    PIC X VALUE SPACE.
            88 Enrollment-On-File  VALUE "Y".

         01 Ws-Credit-Sum          PIC 9(3).
         01 Ws-Course-Rows         PIC 9(3).

         01 Ws-Srt-Course          PIC X(8).
         01 Ws-Cat-Course          PIC X(8).
         01 Ws-This-Course         PIC X(8).
         01 Ws-Active-Count        PIC 9(5).

         01 Ws-On-File             PIC 9(5).
         01 Ws-Actual              PIC 9(5).
         01 Ws-Row-Count           PIC 9(5).

         01 Ws-Exception-Class     PIC X.
            88 Exception-Is-Error  VALUE "E".
            88 Exception-Is-Warning VALUE "W".
         01 Ws-Rows-Examined       PIC 9(7) VALUE ZERO.
         01 Ws-Errors              PIC 9(7) VALUE ZERO.
         01 Ws-Warnings            PIC 9(7) VALUE ZERO.
         01 Ws-Purged-Rows         PIC 9(7) VALUE ZERO.
         01 Ws-Corrected           PIC 9(7) VALUE ZERO.
         01 Ws-Errors-Outstanding  PIC 9(7) VALUE ZERO.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "CROSS-FILE INTEGRITY CHECK".
            05 FILLER              PIC X(10) VALUE "Run date ".
            05 Hdg-Run-Date        PIC 9(8).
            05 FILLER              PIC X(9)  VALUE "   Mode: ".
            05 Hdg-Mode            PIC X(12).

         01 Column-Heading.
            05 FILLER              PIC X(9)  VALUE "File".
            05 FILLER              PIC X(26) VALUE "Key".
            05 FILLER              PIC X(35) VALUE "Exception".
            05 FILLER              PIC X(21) VALUE "Detail".
            05 FILLER              PIC X(9)  VALUE "Action".

         01 Exception-Line.
            05 Exc-File            PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 Exc-Key             PIC X(25).
            05 FILLER              PIC X     VALUE SPACE.
            05 Exc-Problem         PIC X(34).
            05 FILLER              PIC X     VALUE SPACE.
            05 Exc-Detail          PIC X(20).
            05 FILLER              PIC X     VALUE SPACE.
            05 Exc-Action          PIC X(9).

         01 None-Line              PIC X(20) VALUE "  (no exceptions)".

         01 Total-Line.
            05 Tot-Label           PIC X(24).
            05 Tot-Count           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           PERFORM 0100-Get-Parameters
           PERFORM 0200-Open-Files

           MOVE FUNCTION CURRENT-DATE(1:8) TO Hdg-Run-Date
           IF Correct-Mode
               MOVE "CORRECT" TO Hdg-Mode
           ELSE
               MOVE "REPORT ONLY" TO Hdg-Mode
           END-IF
           WRITE Report-Line FROM Heading-Line-1
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Column-Heading

           PERFORM 1000-Check-Enrollments
           SORT Sort-Work
               ON ASCENDING KEY Srt-Course-Id
               INPUT PROCEDURE IS 2000-Check-Registrations
               OUTPUT PROCEDURE IS 3000-Check-Course-Counts
           IF Charges-Are-Available
               PERFORM 4000-Check-Charges
           END-IF
           IF Holds-Are-Available
               PERFORM 5000-Check-Holds
           END-IF
           IF Address-Is-Available
               PERFORM 6000-Check-Addresses
           END-IF

           PERFORM 0800-Write-Totals
           PERFORM 0900-Close-Files

           MOVE Ws-Rows-Examined TO Rlogw-Read
           MOVE Ws-Corrected TO Rlogw-Written
           COMPUTE Rlogw-Rejected =
               Ws-Errors + Ws-Warnings + Ws-Purged-Rows
           IF Ws-Errors-Outstanding > ZERO
               MOVE "0001" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 9900-Log-Run-End
           DISPLAY "Rows examined      : " Ws-Rows-Examined.
           DISPLAY "Errors             : " Ws-Errors.
           DISPLAY "Warnings           : " Ws-Warnings.
           DISPLAY "Purged-student rows: " Ws-Purged-Rows.
           DISPLAY "Counts corrected   : " Ws-Corrected.
           IF Ws-Errors-Outstanding > ZERO
               DISPLAY "*** " Ws-Errors-Outstanding
                   " error(s) outstanding - see INTEGCHK.TXT ***"
           END-IF
           STOP RUN.

      *> The correct switch comes from INTEGCHK.CTL so the nightly
      *> cycle runs unattended; with no control file on hand the run
      *> only reports.
       0100-Get-Parameters.
           OPEN INPUT Integrity-Ctl
           IF Integrity-Ctl-Found
               READ Integrity-Ctl
                   AT END CONTINUE
                   NOT AT END MOVE Ctl-Correct-Mode TO Correct-Switch
               END-READ
               CLOSE Integrity-Ctl
           END-IF
           DISPLAY "Selection from INTEGCHK.CTL: correct="
               Correct-Switch.

      *> The student, enrollment and registration files must be on
      *> hand; the catalog is too, since every registration names a
      *> course. The archive, charge, hold and address files are
      *> checked only when a site has them.
       0200-Open-Files.
           OPEN INPUT Student-Master
           IF NOT Student-Ok
               DISPLAY "Cannot open Student-Master, file status "
                   Student-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Correct-Mode
               OPEN I-O Enrollment-Master
           ELSE
               OPEN INPUT Enrollment-Master
           END-IF
           IF NOT Enrollment-Ok
               DISPLAY "Cannot open Enrollment master, file status "
                   Enrollment-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT Registration-File
           IF NOT Registration-Ok
               DISPLAY "Cannot open registration file, file status "
                   Registration-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF Correct-Mode
               OPEN I-O Course-Catalog
           ELSE
               OPEN INPUT Course-Catalog
           END-IF
           IF NOT Course-Ok
               DISPLAY "Cannot open course catalog, file status "
                   Course-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT Student-Archive
           IF Archive-Ok
               SET Archive-Is-Available TO TRUE
           END-IF
           OPEN INPUT Charge-File
           IF Charge-Ok
               SET Charges-Are-Available TO TRUE
           END-IF
           OPEN INPUT Student-Holds
           IF Hold-File-Ok
               SET Holds-Are-Available TO TRUE
           END-IF
           OPEN INPUT Student-Addresses
           IF Address-Ok
               SET Address-Is-Available TO TRUE
           END-IF
           OPEN OUTPUT Integrity-Report.

       0800-Write-Totals.
           IF Ws-Errors = ZERO AND Ws-Warnings = ZERO
               AND Ws-Purged-Rows = ZERO
               WRITE Report-Line FROM None-Line
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "Rows examined" TO Tot-Label
           MOVE Ws-Rows-Examined TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Errors" TO Tot-Label
           MOVE Ws-Errors TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Warnings" TO Tot-Label
           MOVE Ws-Warnings TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Purged-student rows" TO Tot-Label
           MOVE Ws-Purged-Rows TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Counts corrected" TO Tot-Label
           MOVE Ws-Corrected TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Errors outstanding" TO Tot-Label
           MOVE Ws-Errors-Outstanding TO Tot-Count
           WRITE Report-Line FROM Total-Line.

       0900-Close-Files.
           CLOSE Student-Master
           CLOSE Enrollment-Master
           CLOSE Registration-File
           CLOSE Course-Catalog
           IF Archive-Is-Available
               CLOSE Student-Archive
           END-IF
           IF Charges-Are-Available
               CLOSE Charge-File
           END-IF
           IF Holds-Are-Available
               CLOSE Student-Holds
           END-IF
           IF Address-Is-Available
               CLOSE Student-Addresses
           END-IF
           CLOSE Integrity-Report.

      *> Every enrollment must belong to a student on the master, and
      *> its credit load must be the sum of the term's active course
      *> rows, the same roll-up course registration does.
       1000-Check-Enrollments.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Enrollment-Key
           START Enrollment-Master
               KEY IS NOT LESS THAN Enrollment-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Enrollment-Master NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1100-Check-One-Enrollment
               END-READ
           END-PERFORM.

       1100-Check-One-Enrollment.
           ADD 1 TO Ws-Rows-Examined
           MOVE Enr-Student-Id TO Ws-Chk-Student-Id
           PERFORM 7000-Check-Student
           IF NOT Student-On-Master
               MOVE "ENROLL" TO Exc-File
               MOVE SPACES TO Exc-Key
               STRING Enr-Student-Id " " Enr-Term
                   DELIMITED BY SIZE INTO Exc-Key
               END-STRING
               PERFORM 7100-Write-Orphan
           END-IF
           PERFORM 1200-Sum-Course-Credits
           IF Ws-Course-Rows = ZERO
               EXIT PARAGRAPH
           END-IF
           IF Ws-Credit-Sum > 99
               MOVE 99 TO Ws-Credit-Sum
           END-IF
           IF Enr-Credit-Load = Ws-Credit-Sum
               EXIT PARAGRAPH
           END-IF
           MOVE "ENROLL" TO Exc-File
           MOVE SPACES TO Exc-Key
           STRING Enr-Student-Id " " Enr-Term
               DELIMITED BY SIZE INTO Exc-Key
           END-STRING
           MOVE "credit load not sum of Reg-Credits" TO Exc-Problem
           MOVE Enr-Credit-Load TO Ws-On-File
           MOVE Ws-Credit-Sum TO Ws-Actual
           PERFORM 7200-Set-Count-Detail
           IF Correct-Mode
               MOVE Ws-Credit-Sum TO Enr-Credit-Load
               REWRITE Enrollment-Record
               IF Enrollment-Ok
                   PERFORM 8200-Write-Corrected
               ELSE
                   DISPLAY "Credit-load rewrite failed, file status "
                       Enrollment-Status
                   PERFORM 8000-Write-Error
               END-IF
           ELSE
               PERFORM 8000-Write-Error
           END-IF.

       1200-Sum-Course-Credits.
           MOVE ZERO TO Ws-Credit-Sum
           MOVE ZERO TO Ws-Course-Rows
           MOVE "Y" TO More-Course-Rows
           MOVE Enr-Student-Id TO Reg-Student-Id
           MOVE Enr-Term TO Reg-Term
           MOVE LOW-VALUES TO Reg-Course-Id
           START Registration-File
               KEY IS NOT LESS THAN Registration-Key
               INVALID KEY SET No-More-Course-Rows TO TRUE
           END-START
           PERFORM UNTIL No-More-Course-Rows
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Course-Rows TO TRUE
                   NOT AT END
                       IF Reg-Student-Id = Enr-Student-Id
                           AND Reg-Term = Enr-Term
                           ADD 1 TO Ws-Course-Rows
                           IF Reg-Is-Active
                               ADD Reg-Credits TO Ws-Credit-Sum
                           END-IF
                       ELSE
                           SET No-More-Course-Rows TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *> Every registration must belong to a student on the master
      *> and to an enrollment row for its term; each active row goes
      *> to the sort so the course counts can be checked in catalog
      *> order.
       2000-Check-Registrations.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Registration-Key
           START Registration-File
               KEY IS NOT LESS THAN Registration-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Registration-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 2100-Check-One-Registration
               END-READ
           END-PERFORM.

       2100-Check-One-Registration.
           ADD 1 TO Ws-Rows-Examined
           MOVE Reg-Student-Id TO Ws-Chk-Student-Id
           PERFORM 7000-Check-Student
           IF NOT Student-On-Master
               PERFORM 2200-Set-Registration-Key
               PERFORM 7100-Write-Orphan
           END-IF
           MOVE Reg-Student-Id TO Ws-Chk-Enr-Id
           MOVE Reg-Term TO Ws-Chk-Enr-Term
           PERFORM 7300-Check-Enrollment
           IF NOT Enrollment-On-File
               PERFORM 2200-Set-Registration-Key
               MOVE "registration has no enrollment row"
                   TO Exc-Problem
               MOVE SPACES TO Exc-Detail
               PERFORM 8000-Write-Error
           END-IF
           IF Reg-Is-Active
               MOVE Reg-Course-Id TO Srt-Course-Id
               RELEASE Course-Work-Record
           END-IF.

       2200-Set-Registration-Key.
           MOVE "REGIST" TO Exc-File
           MOVE SPACES TO Exc-Key
           STRING Reg-Student-Id " " Reg-Term " " Reg-Course-Id
               DELIMITED BY SIZE INTO Exc-Key
           END-STRING.

      *> The sorted active course ids are matched against the catalog
      *> in key order: a catalog course with no sorted rows has no
      *> active registrations, and sorted rows with no catalog course
      *> name a course that is not offered.
       3000-Check-Course-Counts.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Crs-Course-Id
           START Course-Catalog
               KEY IS NOT LESS THAN Crs-Course-Id
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM 3100-Next-Sorted-Course
           PERFORM 3200-Next-Catalog-Course
           PERFORM UNTIL Ws-Srt-Course = HIGH-VALUES
               AND Ws-Cat-Course = HIGH-VALUES
               EVALUATE TRUE
                   WHEN Ws-Srt-Course < Ws-Cat-Course
                       PERFORM 3300-Count-Sorted-Course
                       PERFORM 3400-Report-Unknown-Course
                   WHEN Ws-Srt-Course > Ws-Cat-Course
                       MOVE ZERO TO Ws-Active-Count
                       PERFORM 3500-Check-One-Course
                       PERFORM 3200-Next-Catalog-Course
                   WHEN OTHER
                       PERFORM 3300-Count-Sorted-Course
                       PERFORM 3500-Check-One-Course
                       PERFORM 3200-Next-Catalog-Course
               END-EVALUATE
           END-PERFORM.

       3100-Next-Sorted-Course.
           RETURN Sort-Work
               AT END MOVE HIGH-VALUES TO Ws-Srt-Course
               NOT AT END MOVE Srt-Course-Id TO Ws-Srt-Course
           END-RETURN.

       3200-Next-Catalog-Course.
           IF No-More-Records
               MOVE HIGH-VALUES TO Ws-Cat-Course
               EXIT PARAGRAPH
           END-IF
           READ Course-Catalog NEXT RECORD
               AT END
                   SET No-More-Records TO TRUE
                   MOVE HIGH-VALUES TO Ws-Cat-Course
               NOT AT END
                   ADD 1 TO Ws-Rows-Examined
                   MOVE Crs-Course-Id TO Ws-Cat-Course
           END-READ.

       3300-Count-Sorted-Course.
           MOVE Ws-Srt-Course TO Ws-This-Course
           MOVE ZERO TO Ws-Active-Count
           PERFORM UNTIL Ws-Srt-Course NOT = Ws-This-Course
               ADD 1 TO Ws-Active-Count
               PERFORM 3100-Next-Sorted-Course
           END-PERFORM.

       3400-Report-Unknown-Course.
           MOVE "REGIST" TO Exc-File
           MOVE Ws-This-Course TO Exc-Key
           MOVE "course not in catalog" TO Exc-Problem
           MOVE Ws-Active-Count TO Ws-Row-Count
           MOVE SPACES TO Exc-Detail
           STRING Ws-Row-Count " active rows"
               DELIMITED BY SIZE INTO Exc-Detail
           END-STRING
           PERFORM 8000-Write-Error.

       3500-Check-One-Course.
           IF Ws-Active-Count > 9999
               MOVE 9999 TO Ws-Active-Count
           END-IF
           IF Crs-Enrolled = Ws-Active-Count
               EXIT PARAGRAPH
           END-IF
           MOVE "COURSE" TO Exc-File
           MOVE Crs-Course-Id TO Exc-Key
           MOVE "Crs-Enrolled not active row count" TO Exc-Problem
           MOVE Crs-Enrolled TO Ws-On-File
           MOVE Ws-Active-Count TO Ws-Actual
           PERFORM 7200-Set-Count-Detail
           IF Correct-Mode
               MOVE Ws-Active-Count TO Crs-Enrolled
               REWRITE Course-Record
               IF Course-Ok
                   PERFORM 8200-Write-Corrected
               ELSE
                   DISPLAY "Course count rewrite failed, file status "
                       Course-Status
                   PERFORM 8000-Write-Error
               END-IF
           ELSE
               PERFORM 8000-Write-Error
           END-IF.

      *> A charge must belong to a student on the master and to an
      *> enrollment row. While the enrollment is still enrolled the
      *> charge's credit load should be the enrollment's; a
      *> difference means a course was added or dropped since the
      *> last assessment, which the next tuition run reassesses.
       4000-Check-Charges.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Charge-Key
           START Charge-File
               KEY IS NOT LESS THAN Charge-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Charge-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 4100-Check-One-Charge
               END-READ
           END-PERFORM.

       4100-Check-One-Charge.
           ADD 1 TO Ws-Rows-Examined
           MOVE "CHARGES" TO Exc-File
           MOVE SPACES TO Exc-Key
           STRING Chg-Student-Id " " Chg-Term
               DELIMITED BY SIZE INTO Exc-Key
           END-STRING
           MOVE Chg-Student-Id TO Ws-Chk-Student-Id
           PERFORM 7000-Check-Student
           IF NOT Student-On-Master
               PERFORM 7100-Write-Orphan
           END-IF
           MOVE Chg-Student-Id TO Enr-Student-Id
           MOVE Chg-Term TO Enr-Term
           READ Enrollment-Master
               INVALID KEY
                   MOVE "charge has no enrollment row" TO Exc-Problem
                   MOVE SPACES TO Exc-Detail
                   PERFORM 8000-Write-Error
               NOT INVALID KEY
                   IF Enr-Enrolled
                       AND Chg-Credit-Load NOT = Enr-Credit-Load
                       MOVE "charge credit load differs"
                           TO Exc-Problem
                       MOVE Chg-Credit-Load TO Ws-On-File
                       MOVE Enr-Credit-Load TO Ws-Actual
                       PERFORM 7200-Set-Count-Detail
                       PERFORM 8100-Write-Warning
                   END-IF
           END-READ.

       5000-Check-Holds.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Hold-Key
           START Student-Holds
               KEY IS NOT LESS THAN Hold-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Student-Holds NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 5100-Check-One-Hold
               END-READ
           END-PERFORM.

       5100-Check-One-Hold.
           ADD 1 TO Ws-Rows-Examined
           MOVE Hold-Student-Id TO Ws-Chk-Student-Id
           PERFORM 7000-Check-Student
           IF NOT Student-On-Master
               MOVE "STUHOLD" TO Exc-File
               MOVE SPACES TO Exc-Key
               STRING Hold-Student-Id " " Hold-Type
                   DELIMITED BY SIZE INTO Exc-Key
               END-STRING
               PERFORM 7100-Write-Orphan
           END-IF.

       6000-Check-Addresses.
           MOVE "Y" TO More-Records
           MOVE LOW-VALUES TO Address-Key
           START Student-Addresses
               KEY IS NOT LESS THAN Address-Key
               INVALID KEY SET No-More-Records TO TRUE
           END-START
           PERFORM UNTIL No-More-Records
               READ Student-Addresses NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 6100-Check-One-Address
               END-READ
           END-PERFORM.

       6100-Check-One-Address.
           ADD 1 TO Ws-Rows-Examined
           MOVE Addr-Student-Id TO Ws-Chk-Student-Id
           PERFORM 7000-Check-Student
           IF NOT Student-On-Master
               MOVE "STUADDR" TO Exc-File
               MOVE SPACES TO Exc-Key
               STRING Addr-Student-Id " " Addr-Type
                   DELIMITED BY SIZE INTO Exc-Key
               END-STRING
               PERFORM 7100-Write-Orphan
           END-IF.

      *> Sets Ws-Student-Found for Ws-Chk-Student-Id: Y on the
      *> master, P purged to the archive, N neither.
       7000-Check-Student.
           IF Ws-Chk-Student-Id = Ws-Last-Student-Id
               AND Ws-Student-Found NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Chk-Student-Id TO Ws-Last-Student-Id
           MOVE "N" TO Ws-Student-Found
           MOVE Ws-Chk-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Ws-Student-Found
           END-READ
           IF Student-On-Master OR NOT Archive-Is-Available
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Chk-Student-Id TO Student-Id OF Archive-Record
           READ Student-Archive
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO Ws-Student-Found
           END-READ.

      *> A student on neither file is a real orphan and an error; a
      *> purged student's rows are listed but left out of the error
      *> count, since nothing in the cycle could ever clear them.
       7100-Write-Orphan.
           MOVE SPACES TO Exc-Detail
           IF Student-Purged
               MOVE "student purged to archive" TO Exc-Problem
               PERFORM 8150-Write-Purged
           ELSE
               MOVE "student not on master" TO Exc-Problem
               PERFORM 8000-Write-Error
           END-IF.

       7200-Set-Count-Detail.
           MOVE SPACES TO Exc-Detail
           STRING "file " Ws-On-File " is " Ws-Actual
               DELIMITED BY SIZE INTO Exc-Detail
           END-STRING.

      *> Sets Ws-Enrollment-Found for Ws-Chk-Enr-Key.
       7300-Check-Enrollment.
           IF Ws-Chk-Enr-Key = Ws-Last-Enr-Key
               EXIT PARAGRAPH
           END-IF
           MOVE Ws-Chk-Enr-Key TO Ws-Last-Enr-Key
           MOVE "N" TO Ws-Enrollment-Found
           MOVE Ws-Chk-Enr-Id TO Enr-Student-Id
           MOVE Ws-Chk-Enr-Term TO Enr-Term
           READ Enrollment-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Ws-Enrollment-Found
           END-READ.

       8000-Write-Error.
           ADD 1 TO Ws-Errors
           ADD 1 TO Ws-Errors-Outstanding
           MOVE SPACES TO Exc-Action
           WRITE Report-Line FROM Exception-Line.

       8100-Write-Warning.
           ADD 1 TO Ws-Warnings
           MOVE "REASSESS" TO Exc-Action
           WRITE Report-Line FROM Exception-Line.

       8150-Write-Purged.
           ADD 1 TO Ws-Purged-Rows
           MOVE "PURGED" TO Exc-Action
           WRITE Report-Line FROM Exception-Line.

       8200-Write-Corrected.
           ADD 1 TO Ws-Errors
           ADD 1 TO Ws-Corrected
           MOVE "CORRECTED" TO Exc-Action
           WRITE Report-Line FROM Exception-Line.

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
           MOVE "INTEGCHK" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
