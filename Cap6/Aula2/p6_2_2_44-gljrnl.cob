       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
      *> General ledger journal extract for tuition. Every charge on
      *> CHARGES.DAT is compared with its posting position on
      *> GLPOST.DAT (what the ledger has already been sent); where
      *> the charge was assessed or reassessed since, the net change
      *> is written to GLJRNL.TXT in the finance system's fixed
      *> format as a debit to receivable and a credit to revenue (the
      *> other way round for a reduction). Per-credit tuition, which
      *> includes any tuition retained under the refund schedule, and
      *> flat fees post to the accounts on the program's GL account
      *> map; a charge that moved to another program is reversed out
      *> of the old program's accounts and posted in full to the new.
      *> The journal carries a header and a trailer with the line
      *> count and debit and credit control totals, and GLSUMM.TXT
      *> summarises the batch by account. The posting positions are
      *> brought up to date only after the trailer is written, so a
      *> rerun posts nothing twice, and a run that fails before its
      *> trailer leaves every position where it was; a journal or
      *> pending line that cannot be written ends the run there,
      *> with no positions updated. A charge whose
      *> program has no account map is held back, listed on the
      *> summary and picked up by the first run after the map is
      *> keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Charge-File ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Charge-Key
               FILE STATUS IS Charge-Status.

           SELECT Gl-Account-Map ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gla-Program
               FILE STATUS IS Gl-Account-Status.

           SELECT Gl-Posted-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Gl-Posted-Key
               FILE STATUS IS Gl-Posted-Status.

           SELECT Gl-Pending-File ASSIGN TO "GLPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Pending-Status.

           SELECT Gl-Journal ASSIGN TO "GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-Status.

           SELECT Summary-Report ASSIGN TO "GLSUMM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Summary-Status.

           SELECT Run-Log ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Charge-File.
           COPY "charge.cpy".

       FD  Gl-Account-Map.
           COPY "glacct.cpy".

       FD  Gl-Posted-File.
           COPY "glpost.cpy".

       FD  Gl-Pending-File.
         01 Gl-Pending-Record      PIC X(67).

       FD  Gl-Journal.
           COPY "gljrnl.cpy".

       FD  Summary-Report.
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

         01 Charge-Status          PIC XX.
            88 Charge-Ok           VALUE "00".
         01 Gl-Account-Status      PIC XX.
            88 Gl-Account-Ok       VALUE "00".
         01 Gl-Posted-Status       PIC XX.
            88 Gl-Posted-Ok        VALUE "00".
         01 Gl-Pending-Status      PIC XX.
            88 Gl-Pending-Ok       VALUE "00".
         01 Gl-Journal-Status      PIC XX.
            88 Gl-Journal-Ok       VALUE "00".
         01 Summary-Status         PIC XX.

         01 More-Records           PIC X VALUE "Y".
            88 No-More-Records     VALUE "N".
         01 Ws-Write-Failed        PIC X VALUE "N".
            88 Write-Has-Failed    VALUE "Y".

         01 Ws-Batch-Id            PIC X(14).
         01 Ws-Run-Date            PIC 9(8).

      *> The charge as it now stands, and what the ledger was last
      *> sent for it. Posted amounts are zero and the program blank
      *> for a charge never posted before.
         01 Ws-New-Program         PIC X(20).
         01 Ws-New-Tuition         PIC S9(7)V99.
         01 Ws-New-Fees            PIC S9(7)V99.
         01 Ws-Old-Program         PIC X(20).
         01 Ws-Old-Tuition         PIC S9(7)V99.
         01 Ws-Old-Fees            PIC S9(7)V99.
         01 Ws-Position-Found      PIC X.
            88 Position-On-File    VALUE "Y".

         01 Ws-New-Accounts.
            05 Ws-New-Tuition-Rev  PIC X(12).
            05 Ws-New-Tuition-Rcv  PIC X(12).
            05 Ws-New-Fees-Rev     PIC X(12).
            05 Ws-New-Fees-Rcv     PIC X(12).
         01 Ws-Old-Accounts.
            05 Ws-Old-Tuition-Rev  PIC X(12).
            05 Ws-Old-Tuition-Rcv  PIC X(12).
            05 Ws-Old-Fees-Rev     PIC X(12).
            05 Ws-Old-Fees-Rcv     PIC X(12).
         01 Ws-Map-Program         PIC X(20).
         01 Ws-Map-Found           PIC X.
            88 Map-On-File         VALUE "Y".

      *> One movement to post: a signed amount, the revenue and
      *> receivable accounts it moves between, and the description.
         01 Ws-Post-Amount         PIC S9(7)V99.
         01 Ws-Post-Revenue        PIC X(12).
         01 Ws-Post-Receivable     PIC X(12).
         01 Ws-Post-Program        PIC X(20).
         01 Ws-Post-Description    PIC X(30).
         01 Ws-Line-Amount         PIC 9(9)V99.

         01 Ws-Charges-Read        PIC 9(7) VALUE ZERO.
         01 Ws-Charges-Posted      PIC 9(7) VALUE ZERO.
         01 Ws-Charges-Held        PIC 9(7) VALUE ZERO.
         01 Ws-Positions-Updated   PIC 9(7) VALUE ZERO.
         01 Ws-Journal-Lines       PIC 9(9) VALUE ZERO.
         01 Ws-Total-Debits        PIC 9(11)V99 VALUE ZERO.
         01 Ws-Total-Credits       PIC 9(11)V99 VALUE ZERO.

      *> Per-account totals for the summary, kept in account order.
         01 Acct-Table.
            05 Acct-Count          PIC 9(3) VALUE ZERO.
            05 Acct-Entry OCCURS 200 TIMES.
               10 Acct-Number      PIC X(12).
               10 Acct-Debits      PIC 9(11)V99.
               10 Acct-Credits     PIC 9(11)V99.
         01 Acct-Ix                PIC 9(3).
         01 Acct-Ins-Ix            PIC 9(3).
         01 Acct-Found             PIC X.
            88 Acct-Is-Found       VALUE "Y".
         01 Acct-Table-Full-Seen   PIC X VALUE "N".
            88 Acct-Table-Full     VALUE "Y".
         01 Ws-Acct-Key            PIC X(12).
         01 Ws-Acct-Dr-Cr          PIC X.

         01 Heading-Line-1.
            05 FILLER              PIC X(30) VALUE
               "GL JOURNAL SUMMARY - TUITION".
            05 FILLER              PIC X(7)  VALUE "Batch ".
            05 Hdg-Batch-Id        PIC X(14).
            05 FILLER              PIC X(12) VALUE "   Run date ".
            05 Hdg-Run-Date        PIC 9(8).

         01 Held-Heading           PIC X(40) VALUE
               "Charges held - program has no GL map:".
         01 Held-Column-Heading.
            05 FILLER              PIC X(12) VALUE "  Student".
            05 FILLER              PIC X(8)  VALUE "Term".
            05 FILLER              PIC X(20) VALUE "Program".

         01 Held-Line.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Hld-Student-Id      PIC 9(9).
            05 FILLER              PIC X     VALUE SPACE.
            05 Hld-Term            PIC X(6).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Hld-Program         PIC X(20).

         01 Account-Heading        PIC X(40) VALUE
               "Summary by account:".
         01 Account-Column-Heading.
            05 FILLER              PIC X(16) VALUE "  Account".
            05 FILLER              PIC X(18) VALUE "          Debits".
            05 FILLER              PIC X(18) VALUE "         Credits".

         01 Account-Line.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Acl-Account         PIC X(12).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 Acl-Debits          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER              PIC X     VALUE SPACE.
            05 Acl-Credits         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

         01 None-Line              PIC X(20) VALUE "  (none)".
         01 Overflow-Line          PIC X(60) VALUE
               "  (account table full - journal trailer is complete)".

         01 Total-Line.
            05 Tot-Label           PIC X(24).
            05 Tot-Count           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 9800-Log-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:14) TO Ws-Batch-Id
           MOVE Ws-Batch-Id(1:8) TO Ws-Run-Date
           PERFORM 0200-Open-Files

           MOVE Ws-Batch-Id TO Hdg-Batch-Id
           MOVE Ws-Run-Date TO Hdg-Run-Date
           WRITE Report-Line FROM Heading-Line-1
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Held-Heading
           WRITE Report-Line FROM Held-Column-Heading

           PERFORM 0300-Write-Header
           PERFORM UNTIL No-More-Records
               READ Charge-File NEXT RECORD
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 1000-Extract-One-Charge
               END-READ
           END-PERFORM
           IF NOT Write-Has-Failed
               PERFORM 0400-Write-Trailer
           END-IF
           CLOSE Gl-Journal
           IF NOT Gl-Journal-Ok
               DISPLAY "Journal close failed, file status "
                   Gl-Journal-Status
               MOVE "Y" TO Ws-Write-Failed
           END-IF
           CLOSE Gl-Pending-File
           IF NOT Gl-Pending-Ok
               DISPLAY "Pending positions close failed, file status "
                   Gl-Pending-Status
               MOVE "Y" TO Ws-Write-Failed
           END-IF
           IF Write-Has-Failed
               DISPLAY "Journal incomplete; positions not updated"
               MOVE "0002" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF

           PERFORM 2000-Update-Positions
           PERFORM 0800-Write-Summary
           PERFORM 0900-Close-Files

           MOVE Ws-Charges-Read TO Rlogw-Read
           MOVE Ws-Journal-Lines TO Rlogw-Written
           MOVE Ws-Charges-Held TO Rlogw-Rejected
           IF Ws-Charges-Held > ZERO
               MOVE "0001" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 9900-Log-Run-End
           DISPLAY "Charges read       : " Ws-Charges-Read.
           DISPLAY "Charges posted     : " Ws-Charges-Posted.
           DISPLAY "Charges held       : " Ws-Charges-Held.
           DISPLAY "Journal lines      : " Ws-Journal-Lines.
           DISPLAY "Positions updated  : " Ws-Positions-Updated.
           IF Ws-Charges-Held > ZERO
               DISPLAY "*** " Ws-Charges-Held
                   " charge(s) held for a missing GL account map"
                   " - see GLSUMM.TXT ***"
           END-IF
           STOP RUN.

       0200-Open-Files.
           OPEN INPUT Charge-File
           IF NOT Charge-Ok
               DISPLAY "Cannot open charge file, file status "
                   Charge-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT Gl-Account-Map
           IF NOT Gl-Account-Ok
               DISPLAY "Cannot open GL account map, file status "
                   Gl-Account-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Gl-Posted-File
           IF NOT Gl-Posted-Ok
               OPEN OUTPUT Gl-Posted-File
               CLOSE Gl-Posted-File
               OPEN I-O Gl-Posted-File
           END-IF
           IF NOT Gl-Posted-Ok
               DISPLAY "Cannot open GL posting file, file status "
                   Gl-Posted-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Gl-Pending-File
           IF NOT Gl-Pending-Ok
               DISPLAY "Cannot open pending positions, file status "
                   Gl-Pending-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Gl-Journal
           IF NOT Gl-Journal-Ok
               DISPLAY "Cannot open GL journal, file status "
                   Gl-Journal-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Summary-Report.

       0300-Write-Header.
           MOVE SPACES TO Gl-Journal-Record
           MOVE "H" TO Gjr-Record-Type
           MOVE Ws-Batch-Id TO Gjr-Batch-Id
           MOVE "TUITION" TO Gjr-Source
           MOVE Ws-Run-Date TO Gjr-Run-Date
           WRITE Gl-Journal-Record
           PERFORM 3900-Check-Journal-Write.

       0400-Write-Trailer.
           MOVE SPACES TO Gl-Journal-Record
           MOVE "T" TO Gjr-Record-Type
           MOVE Ws-Journal-Lines TO Gjr-Line-Count
           MOVE Ws-Total-Debits TO Gjr-Total-Debits
           MOVE Ws-Total-Credits TO Gjr-Total-Credits
           WRITE Gl-Journal-Record
           PERFORM 3900-Check-Journal-Write.

       0800-Write-Summary.
           IF Ws-Charges-Held = ZERO
               WRITE Report-Line FROM None-Line
           END-IF
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           WRITE Report-Line FROM Account-Heading
           WRITE Report-Line FROM Account-Column-Heading
           IF Acct-Count = ZERO
               WRITE Report-Line FROM None-Line
           END-IF
           PERFORM 0810-Write-One-Account
               VARYING Acct-Ix FROM 1 BY 1 UNTIL Acct-Ix > Acct-Count
           IF Acct-Table-Full
               WRITE Report-Line FROM Overflow-Line
           END-IF
           MOVE "Batch total" TO Acl-Account
           MOVE Ws-Total-Debits TO Acl-Debits
           MOVE Ws-Total-Credits TO Acl-Credits
           WRITE Report-Line FROM Account-Line
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE "Charges read" TO Tot-Label
           MOVE Ws-Charges-Read TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Charges posted" TO Tot-Label
           MOVE Ws-Charges-Posted TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Charges held" TO Tot-Label
           MOVE Ws-Charges-Held TO Tot-Count
           WRITE Report-Line FROM Total-Line
           MOVE "Journal lines" TO Tot-Label
           MOVE Ws-Journal-Lines TO Tot-Count
           WRITE Report-Line FROM Total-Line.

       0810-Write-One-Account.
           MOVE Acct-Number(Acct-Ix) TO Acl-Account
           MOVE Acct-Debits(Acct-Ix) TO Acl-Debits
           MOVE Acct-Credits(Acct-Ix) TO Acl-Credits
           WRITE Report-Line FROM Account-Line.

       0900-Close-Files.
           CLOSE Charge-File
           CLOSE Gl-Account-Map
           CLOSE Gl-Posted-File
           CLOSE Summary-Report.

      *> Per-credit tuition is everything on the charge but the flat
      *> fees: the credit load at the rate plus any tuition retained
      *> after a drop or withdrawal.
       1000-Extract-One-Charge.
           ADD 1 TO Ws-Charges-Read
           MOVE Chg-Program TO Ws-New-Program
           MOVE Chg-Flat-Fees TO Ws-New-Fees
           COMPUTE Ws-New-Tuition = Chg-Total - Chg-Flat-Fees
           PERFORM 1100-Get-Position
           IF Ws-New-Program = Ws-Old-Program
               AND Ws-New-Tuition = Ws-Old-Tuition
               AND Ws-New-Fees = Ws-Old-Fees
               EXIT PARAGRAPH
           END-IF

           MOVE Ws-New-Program TO Ws-Map-Program
           PERFORM 1200-Get-Account-Map
           IF NOT Map-On-File
               PERFORM 1900-Hold-Charge
               EXIT PARAGRAPH
           END-IF
           MOVE Gla-Tuition-Revenue TO Ws-New-Tuition-Rev
           MOVE Gla-Tuition-Receivable TO Ws-New-Tuition-Rcv
           MOVE Gla-Fees-Revenue TO Ws-New-Fees-Rev
           MOVE Gla-Fees-Receivable TO Ws-New-Fees-Rcv
           IF Position-On-File
               AND Ws-Old-Program NOT = Ws-New-Program
               MOVE Ws-Old-Program TO Ws-Map-Program
               PERFORM 1200-Get-Account-Map
               IF NOT Map-On-File
                   PERFORM 1900-Hold-Charge
                   EXIT PARAGRAPH
               END-IF
               MOVE Gla-Tuition-Revenue TO Ws-Old-Tuition-Rev
               MOVE Gla-Tuition-Receivable TO Ws-Old-Tuition-Rcv
               MOVE Gla-Fees-Revenue TO Ws-Old-Fees-Rev
               MOVE Gla-Fees-Receivable TO Ws-Old-Fees-Rcv
           END-IF

           IF Position-On-File
               AND Ws-Old-Program NOT = Ws-New-Program
               PERFORM 1400-Post-Program-Move
           ELSE
               PERFORM 1300-Post-Net-Change
           END-IF
           ADD 1 TO Ws-Charges-Posted
           PERFORM 1800-Write-Pending.

       1100-Get-Position.
           MOVE "N" TO Ws-Position-Found
           MOVE SPACES TO Ws-Old-Program
           MOVE ZERO TO Ws-Old-Tuition
           MOVE ZERO TO Ws-Old-Fees
           MOVE Chg-Student-Id TO Glp-Student-Id
           MOVE Chg-Term TO Glp-Term
           READ Gl-Posted-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Ws-Position-Found
                   MOVE Glp-Program TO Ws-Old-Program
                   MOVE Glp-Tuition TO Ws-Old-Tuition
                   MOVE Glp-Fees TO Ws-Old-Fees
           END-READ.

       1200-Get-Account-Map.
           MOVE "N" TO Ws-Map-Found
           MOVE Ws-Map-Program TO Gla-Program
           READ Gl-Account-Map
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Ws-Map-Found
           END-READ.

      *> Same program as last posted (or never posted): only the
      *> difference in each part goes to the ledger.
       1300-Post-Net-Change.
           MOVE Ws-New-Program TO Ws-Post-Program
           IF Position-On-File
               MOVE "TUITION REASSESSMENT" TO Ws-Post-Description
           ELSE
               MOVE "TUITION ASSESSMENT" TO Ws-Post-Description
           END-IF
           COMPUTE Ws-Post-Amount = Ws-New-Tuition - Ws-Old-Tuition
           MOVE Ws-New-Tuition-Rev TO Ws-Post-Revenue
           MOVE Ws-New-Tuition-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement
           IF Position-On-File
               MOVE "FEES REASSESSMENT" TO Ws-Post-Description
           ELSE
               MOVE "FEES ASSESSMENT" TO Ws-Post-Description
           END-IF
           COMPUTE Ws-Post-Amount = Ws-New-Fees - Ws-Old-Fees
           MOVE Ws-New-Fees-Rev TO Ws-Post-Revenue
           MOVE Ws-New-Fees-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement.

      *> The charge moved to another program: what was posted under
      *> the old program's accounts comes out in full and the charge
      *> goes in in full under the new program's accounts.
       1400-Post-Program-Move.
           MOVE Ws-Old-Program TO Ws-Post-Program
           MOVE "TUITION PROGRAM CHANGE OUT" TO Ws-Post-Description
           COMPUTE Ws-Post-Amount = ZERO - Ws-Old-Tuition
           MOVE Ws-Old-Tuition-Rev TO Ws-Post-Revenue
           MOVE Ws-Old-Tuition-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement
           MOVE "FEES PROGRAM CHANGE OUT" TO Ws-Post-Description
           COMPUTE Ws-Post-Amount = ZERO - Ws-Old-Fees
           MOVE Ws-Old-Fees-Rev TO Ws-Post-Revenue
           MOVE Ws-Old-Fees-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement
           MOVE Ws-New-Program TO Ws-Post-Program
           MOVE "TUITION PROGRAM CHANGE IN" TO Ws-Post-Description
           MOVE Ws-New-Tuition TO Ws-Post-Amount
           MOVE Ws-New-Tuition-Rev TO Ws-Post-Revenue
           MOVE Ws-New-Tuition-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement
           MOVE "FEES PROGRAM CHANGE IN" TO Ws-Post-Description
           MOVE Ws-New-Fees TO Ws-Post-Amount
           MOVE Ws-New-Fees-Rev TO Ws-Post-Revenue
           MOVE Ws-New-Fees-Rcv TO Ws-Post-Receivable
           PERFORM 3000-Post-Movement.

      *> The new posting position is parked on the pending file and
      *> only applied once the whole journal is safely written.
       1800-Write-Pending.
           MOVE Chg-Student-Id TO Glp-Student-Id
           MOVE Chg-Term TO Glp-Term
           MOVE Ws-New-Program TO Glp-Program
           MOVE Ws-New-Tuition TO Glp-Tuition
           MOVE Ws-New-Fees TO Glp-Fees
           MOVE Ws-Batch-Id TO Glp-Batch-Id
           WRITE Gl-Pending-Record FROM Gl-Posted-Record
           IF NOT Gl-Pending-Ok
               DISPLAY "Pending position write failed, file status "
                   Gl-Pending-Status " (student " Glp-Student-Id
                   " term " Glp-Term ")"
               MOVE "Y" TO Ws-Write-Failed
               SET No-More-Records TO TRUE
           END-IF.

       1900-Hold-Charge.
           ADD 1 TO Ws-Charges-Held
           MOVE Chg-Student-Id TO Hld-Student-Id
           MOVE Chg-Term TO Hld-Term
           MOVE Ws-Map-Program TO Hld-Program
           WRITE Report-Line FROM Held-Line.

       2000-Update-Positions.
           MOVE "Y" TO More-Records
           OPEN INPUT Gl-Pending-File
           IF NOT Gl-Pending-Ok
               DISPLAY "Cannot reopen pending positions, file status "
                   Gl-Pending-Status
               MOVE "0002" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
               PERFORM 9900-Log-Run-End
               STOP RUN
           END-IF
           PERFORM UNTIL No-More-Records
               READ Gl-Pending-File
                   AT END SET No-More-Records TO TRUE
                   NOT AT END PERFORM 2100-Apply-One-Position
               END-READ
           END-PERFORM
           CLOSE Gl-Pending-File.

       2100-Apply-One-Position.
           MOVE Gl-Pending-Record TO Gl-Posted-Record
           WRITE Gl-Posted-Record
           IF Gl-Posted-Status = "22"
               REWRITE Gl-Posted-Record
           END-IF
           IF Gl-Posted-Ok
               ADD 1 TO Ws-Positions-Updated
           ELSE
               DISPLAY "Posting position update failed, file status "
                   Gl-Posted-Status " (student " Glp-Student-Id
                   " term " Glp-Term ")"
               MOVE "0002" TO Rlogw-Status
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> A positive movement debits receivable and credits revenue;
      *> a negative one reverses the pair. Zero moves nothing.
       3000-Post-Movement.
           IF Ws-Post-Amount = ZERO
               EXIT PARAGRAPH
           END-IF
           IF Ws-Post-Amount > ZERO
               MOVE Ws-Post-Amount TO Ws-Line-Amount
               MOVE Ws-Post-Receivable TO Ws-Acct-Key
               MOVE "D" TO Ws-Acct-Dr-Cr
               PERFORM 3100-Write-Detail
               MOVE Ws-Post-Revenue TO Ws-Acct-Key
               MOVE "C" TO Ws-Acct-Dr-Cr
               PERFORM 3100-Write-Detail
           ELSE
               COMPUTE Ws-Line-Amount = ZERO - Ws-Post-Amount
               MOVE Ws-Post-Revenue TO Ws-Acct-Key
               MOVE "D" TO Ws-Acct-Dr-Cr
               PERFORM 3100-Write-Detail
               MOVE Ws-Post-Receivable TO Ws-Acct-Key
               MOVE "C" TO Ws-Acct-Dr-Cr
               PERFORM 3100-Write-Detail
           END-IF.

       3100-Write-Detail.
           MOVE SPACES TO Gl-Journal-Record
           MOVE "D" TO Gjr-Record-Type
           MOVE Ws-Acct-Key TO Gjr-Account
           MOVE Ws-Acct-Dr-Cr TO Gjr-Dr-Cr
           MOVE Ws-Line-Amount TO Gjr-Amount
           MOVE Chg-Assessed-Date TO Gjr-Effective-Date
           MOVE Chg-Student-Id TO Gjr-Student-Id
           MOVE Chg-Term TO Gjr-Term
           MOVE Ws-Post-Program TO Gjr-Program
           MOVE Ws-Post-Description TO Gjr-Description
           WRITE Gl-Journal-Record
           PERFORM 3900-Check-Journal-Write
           ADD 1 TO Ws-Journal-Lines
           IF Ws-Acct-Dr-Cr = "D"
               ADD Ws-Line-Amount TO Ws-Total-Debits
           ELSE
               ADD Ws-Line-Amount TO Ws-Total-Credits
           END-IF
           PERFORM 3200-Add-To-Account.

      *> The account table is kept in account order: a new account is
      *> slotted in ahead of the first higher one.
       3200-Add-To-Account.
           MOVE "N" TO Acct-Found
           MOVE 1 TO Acct-Ins-Ix
           PERFORM 3210-Find-Account
               VARYING Acct-Ix FROM 1 BY 1
               UNTIL Acct-Ix > Acct-Count OR Acct-Is-Found
           IF NOT Acct-Is-Found
               IF Acct-Count NOT < 200
                   MOVE "Y" TO Acct-Table-Full-Seen
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3220-Shift-One-Account
                   VARYING Acct-Ix FROM Acct-Count BY -1
                   UNTIL Acct-Ix < Acct-Ins-Ix
               ADD 1 TO Acct-Count
               MOVE Ws-Acct-Key TO Acct-Number(Acct-Ins-Ix)
               MOVE ZERO TO Acct-Debits(Acct-Ins-Ix)
               MOVE ZERO TO Acct-Credits(Acct-Ins-Ix)
           END-IF
           IF Ws-Acct-Dr-Cr = "D"
               ADD Ws-Line-Amount TO Acct-Debits(Acct-Ins-Ix)
           ELSE
               ADD Ws-Line-Amount TO Acct-Credits(Acct-Ins-Ix)
           END-IF.

       3210-Find-Account.
           IF Acct-Number(Acct-Ix) = Ws-Acct-Key
               MOVE "Y" TO Acct-Found
               MOVE Acct-Ix TO Acct-Ins-Ix
           ELSE
               IF Acct-Number(Acct-Ix) < Ws-Acct-Key
                   COMPUTE Acct-Ins-Ix = Acct-Ix + 1
               END-IF
           END-IF.

       3220-Shift-One-Account.
           MOVE Acct-Entry(Acct-Ix) TO Acct-Entry(Acct-Ix + 1).

      *> A journal line that cannot be written stops the extract at
      *> the current charge; no trailer follows and the posting
      *> positions stay where they were.
       3900-Check-Journal-Write.
           IF NOT Gl-Journal-Ok
               DISPLAY "Journal write failed, file status "
                   Gl-Journal-Status " (student " Chg-Student-Id
                   " term " Chg-Term ")"
               MOVE "Y" TO Ws-Write-Failed
               SET No-More-Records TO TRUE
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
           MOVE "GLJRNL" TO Rlog-Program-Id
           MOVE Rlogw-Event TO Rlog-Event
           MOVE FUNCTION CURRENT-DATE(1:14) TO Rlog-Timestamp
           MOVE Rlogw-Read TO Rlog-Records-Read
           MOVE Rlogw-Written TO Rlog-Records-Written
           MOVE Rlogw-Rejected TO Rlog-Records-Rejected
           MOVE Rlogw-Status TO Rlog-Final-Status
           WRITE Run-Log-Record
           CLOSE Run-Log.
