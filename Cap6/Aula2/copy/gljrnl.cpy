      *> Fixed-format general ledger journal record for the finance
      *> system: one "H" header naming the batch, one "D" detail per
      *> debit or credit line, and one "T" trailer carrying the line
      *> count and the debit and credit control totals the finance
      *> load balances against. Every charge movement is posted as a
      *> debit and a credit of the same amount, so the two totals
      *> always agree.
         01 Gl-Journal-Record.
            02 Gjr-Record-Type    PIC X.
               88 Gjr-Is-Header   VALUE "H".
               88 Gjr-Is-Detail   VALUE "D".
               88 Gjr-Is-Trailer  VALUE "T".
            02 Gjr-Data           PIC X(119).
            02 Gjr-Header REDEFINES Gjr-Data.
               03 Gjr-Batch-Id       PIC X(14).
               03 Gjr-Source         PIC X(8).
               03 Gjr-Run-Date       PIC 9(8).
               03 FILLER             PIC X(89).
            02 Gjr-Detail REDEFINES Gjr-Data.
               03 Gjr-Account        PIC X(12).
               03 Gjr-Dr-Cr          PIC X.
                  88 Gjr-Is-Debit    VALUE "D".
                  88 Gjr-Is-Credit   VALUE "C".
               03 Gjr-Amount         PIC 9(9)V99.
               03 Gjr-Effective-Date PIC 9(8).
               03 Gjr-Student-Id     PIC 9(9).
               03 Gjr-Term           PIC X(6).
               03 Gjr-Program        PIC X(20).
               03 Gjr-Description    PIC X(30).
               03 FILLER             PIC X(22).
            02 Gjr-Trailer REDEFINES Gjr-Data.
               03 Gjr-Line-Count     PIC 9(9).
               03 Gjr-Total-Debits   PIC 9(11)V99.
               03 Gjr-Total-Credits  PIC 9(11)V99.
               03 FILLER             PIC X(84).
