           DISPLAY "Permission exception release (Y/N): ".
           ACCEPT Flag-In.
           PERFORM 5100-Normalize-Flag
           MOVE Flag-In TO Opr-Perm-Release
           DISPLAY "Permission grade change (Y/N): ".
           ACCEPT Flag-In.
           PERFORM 5100-Normalize-Flag
           MOVE Flag-In TO Opr-Perm-Grade-Change.

       5100-Normalize-Flag.
           IF Flag-In-Yes
               " update=" Opr-Perm-Update
               " delete=" Opr-Perm-Delete
               " release=" Opr-Perm-Release
               " grade=" Opr-Perm-Grade-Change
               " status=" Opr-Status.

      *> Shared sign-on: the operator keys id and password, the id
