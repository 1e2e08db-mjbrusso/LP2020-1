               STOP RUN
           END-IF

      *> Only a missing archive is created; any other refusal (an
      *> archive still in an earlier record layout, say) must stop
      *> the purge rather than start the archive over empty.
           OPEN I-O Student-Archive
           IF Archive-Status = "35"
               OPEN OUTPUT Student-Archive
               CLOSE Student-Archive
               OPEN I-O Student-Archive
           END-IF
           IF NOT Archive-Ok
               DISPLAY "Cannot open Student-Archive, file status "
                   Archive-Status
               CLOSE Student-Master
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL No-More-Records
               READ Student-Master NEXT RECORD
