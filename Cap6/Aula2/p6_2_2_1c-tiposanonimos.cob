       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENTMNT.
      *> Maintains STUDENT-MASTER: add, rewrite, read and deactivate
      *> a single Student record, keyed on Student-Id. The directory
      *> release indicator is set and cleared here too, dated and
      *> audited under the signed-on operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 Merge-Id-Good          PIC X.
            88 Merge-Id-Is-Good    VALUE "Y".

         01 New-Privacy-Flag       PIC X.
            88 New-Privacy-Valid   VALUE "Y" "N".

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
                   WHEN "4" PERFORM 1530-Deactivate-If-Authorized
                   WHEN "5" PERFORM 1540-Merge-If-Authorized
                   WHEN "6" PERFORM 1550-Addresses-If-Authorized
                   WHEN "7" PERFORM 1560-Privacy-If-Authorized
                   WHEN "8" MOVE "N" TO Keep-Going
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
       1000-Show-Menu.
           DISPLAY " ".
           DISPLAY "1-Add  2-Rewrite  3-Read  4-Deactivate  "
               "5-Merge  6-Addresses  7-Privacy  8-Exit".
           ACCEPT Menu-Choice.

      *> Each function checks the signed-on operator's permission
               PERFORM 2800-Maintain-Addresses
           END-IF.

       1560-Privacy-If-Authorized.
           IF NOT May-Update
               DISPLAY "Not authorized for update."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1590-Refuse-If-Batch-Running
           IF NOT Batch-Is-Running
               PERFORM 2900-Maintain-Privacy
           END-IF.

       1590-Refuse-If-Batch-Running.
           PERFORM 9600-Check-System-Status
           IF Batch-Is-Running
           MOVE "A" TO Status-Code OF Student-Record
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO Status-Date OF Student-Record
           MOVE "N" TO Privacy-Flag OF Student-Record
           MOVE ZERO TO Privacy-Date OF Student-Record
           PERFORM 7000-Validate-Date-Of-Birth
           IF Dob-Is-Valid
               PERFORM 7600-Validate-Zip
                   TO Birth-Day OF Student-Record
               MOVE Year OF Dup-Image
                   TO Year OF Student-Record
           END-IF
      *> A release restriction on either record carries to the
      *> survivor; the merge never quietly lifts one.
           IF Stu-Confidential OF Dup-Image
               AND NOT Stu-Confidential OF Student-Record
               MOVE Privacy-Flag OF Dup-Image
                   TO Privacy-Flag OF Student-Record
               MOVE Privacy-Date OF Dup-Image
                   TO Privacy-Date OF Student-Record
           END-IF.

       2760-Retire-Duplicate.
                   Xref-Status
           END-IF.

      *> A student may ask that directory information not be
      *> released. The indicator and the date it took effect sit on
      *> the master; the change goes to the audit trail with the
      *> operator and timestamp, which is the compliance record.
       2900-Maintain-Privacy.
           DISPLAY "Student-Id for directory release: ".
           ACCEPT Student-Id OF Student-Record.
           READ Student-Master
               KEY IS Student-Id OF Student-Record
               INVALID KEY
                   DISPLAY "Not found."
                   EXIT PARAGRAPH
           END-READ
           PERFORM 6000-Display-Student
      *> Records written before the indicator existed carry spaces
      *> here; normalize so the audit compare stays meaningful.
           IF Privacy-Flag OF Student-Record = SPACE
               MOVE "N" TO Privacy-Flag OF Student-Record
           END-IF
           IF Privacy-Date OF Student-Record NOT NUMERIC
               MOVE ZERO TO Privacy-Date OF Student-Record
           END-IF
           MOVE Student-Record TO Before-Image
           DISPLAY "Withhold directory information (Y-Withhold "
               "N-Release): "
           ACCEPT New-Privacy-Flag
           IF NOT New-Privacy-Valid
               DISPLAY "Invalid choice, nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF New-Privacy-Flag = Privacy-Flag OF Student-Record
               DISPLAY "Indicator already set that way, nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE New-Privacy-Flag TO Privacy-Flag OF Student-Record
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO Privacy-Date OF Student-Record
           REWRITE Student-Record
           IF Student-Ok
               ADD 1 TO Rlogw-Written
               PERFORM 9000-Write-Audit-Trail
               DISPLAY "Directory release indicator updated."
           ELSE
               DISPLAY "Privacy update failed, file status "
                   Student-Status
           END-IF.

      *> Typed address rows (permanent, mailing, billing) with
      *> effective dates live on their own file, so the mailing jobs
      *> can pick whichever address is in effect on the run date
           DISPLAY "Status        : "
               Status-Code OF Student-Record
               " effective " Status-Date OF Student-Record.
           IF Stu-Confidential OF Student-Record
               DISPLAY "Directory     : WITHHELD since "
                   Privacy-Date OF Student-Record
           ELSE
               DISPLAY "Directory     : release allowed"
           END-IF.

       0050-Init-Days-Table.
           MOVE 31 TO Days-In-Month(1)
               MOVE Status-Date OF Before-Image TO Audit-Old-Value
               MOVE Status-Date OF Student-Record TO Audit-New-Value
               PERFORM 9100-Write-One-Audit
           END-IF
           IF Privacy-Flag OF Before-Image NOT = Privacy-Flag OF
               Student-Record
               MOVE "Privacy-Flag" TO Audit-Field-Name
               MOVE Privacy-Flag OF Before-Image TO Audit-Old-Value
               MOVE Privacy-Flag OF Student-Record TO Audit-New-Value
               PERFORM 9100-Write-One-Audit
           END-IF
           IF Privacy-Date OF Before-Image NOT = Privacy-Date OF
               Student-Record
               MOVE "Privacy-Date" TO Audit-Field-Name
               MOVE Privacy-Date OF Before-Image TO Audit-Old-Value
               MOVE Privacy-Date OF Student-Record TO Audit-New-Value
               PERFORM 9100-Write-One-Audit
           END-IF.

       9100-Write-One-Audit.
