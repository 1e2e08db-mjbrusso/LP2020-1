      *> and what each operator may do there. The permission flags
      *> are Y/N: inquiry covers read-only lookups, update covers
      *> adds and rewrites, delete covers deactivate and merge, and
      *> release covers exception dispositions. Grade change covers
      *> changing a grade already posted, which only the registrar's
      *> grade change program asks for. Only an active row can sign
      *> on.
         01 Operator-Record.
            02 Opr-Operator-Id    PIC X(8).
            02 Opr-Password       PIC X(8).
            02 Opr-Status         PIC X.
               88 Opr-Is-Active   VALUE "A".
               88 Opr-Is-Revoked  VALUE "R".
            02 Opr-Perm-Grade-Change PIC X.
