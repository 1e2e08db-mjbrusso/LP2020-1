      *> enrollment master (name, address, term, program, credit
      *> load), prints the letters, writes one correspondence-history
      *> row per letter produced and marks each queue row printed.
      *> The templates are plain text; substitution fields
      *> (&FULLNAME, &STUDENTID, &STREET, &CITYZIP, &TERM, &PROGRAM,
      *> &CREDITS, &DATE, &COURSE) are replaced wherever they appear
      *> on a line. Enrollment verifications (ENRVFY) use LTRTMPL.TXT;
      *> waitlist registration notices (WAITRG, queued by COURSREG
      *> when a waiting student is given a freed seat) use
      *> LTRWAIT.TXT. A request whose student or enrollment cannot be
      *> found, or whose template is missing, stays open on the
      *> queue and is reported to the screen, and so does a
      *> verification for a student with an active hold — no
      *> official verification goes out until the hold is released.
      *> A waitlist notice only tells the student of a registration
      *> already made, so holds do not stop it. A verification goes
      *> to a third party, so one for a student who has withheld
      *> directory information is not printed: the queue row is
      *> marked withheld, and the count withheld is shown and goes
      *> on the run log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Template-Status.

           SELECT Wait-Template ASSIGN TO "LTRWAIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Wait-Template-Status.

           SELECT Letter-Queue ASSIGN TO "LTRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  Letter-Template.
         01 Template-Line          PIC X(80).

       FD  Wait-Template.
         01 Wait-Template-Line     PIC X(80).

       FD  Letter-Queue.
           COPY "ltrque.cpy".

            05 Rlogw-Written       PIC 9(7) VALUE ZERO.
            05 Rlogw-Rejected      PIC 9(7) VALUE ZERO.
            05 Rlogw-Status        PIC X(4) VALUE SPACES.
         01 Rlog-Save-Work         PIC X(30).
         01 Privacy-Withheld       PIC 9(7) VALUE ZERO.

         01 Template-Status        PIC XX.
            88 Template-Ok         VALUE "00".
         01 Wait-Template-Status   PIC XX.
            88 Wait-Template-Ok    VALUE "00".
         01 Letter-Queue-Status    PIC XX.
            88 Letter-Queue-Ok     VALUE "00".
         01 Student-Status         PIC XX.
            88 No-More-Records     VALUE "N".
         01 More-Template          PIC X VALUE "Y".
            88 No-More-Template    VALUE "N".
         01 More-Wait-Template     PIC X VALUE "Y".
            88 No-More-Wait-Template VALUE "N".

         01 Ws-Run-Date            PIC 9(8).
         01 Ws-Letters-Printed     PIC 9(7) VALUE ZERO.
         01 Template-Table.
            05 Tmpl-Count          PIC 9(3) VALUE ZERO.
            05 Tmpl-Line           PIC X(80) OCCURS 100 TIMES.
         01 Wait-Template-Table.
            05 Wait-Tmpl-Count     PIC 9(3) VALUE ZERO.
            05 Wait-Tmpl-Line      PIC X(80) OCCURS 100 TIMES.
         01 Tmpl-Ix                PIC 9(3).

         01 Token-Table.
            05 Token-Entry OCCURS 9 TIMES.
               10 Tok-Text         PIC X(10).
               10 Tok-Len          PIC 99.
               10 Tok-Value        PIC X(60).
               10 Tok-Val-Len      PIC 99.
         01 Tok-Ix                 PIC 99.

         01 Work-Line              PIC X(80).
         01 New-Line               PIC X(80).
           MOVE FUNCTION CURRENT-DATE(1:8) TO Ws-Run-Date

           PERFORM 0100-Load-Template
           PERFORM 0150-Load-Wait-Template
           IF Tmpl-Count = ZERO
               AND Wait-Tmpl-Count = ZERO
               DISPLAY "Letter templates missing or empty; "
                   "nothing produced."
               MOVE "0001" TO Rlogw-Status
               PERFORM 9900-Log-Run-End

           MOVE Ws-Letters-Printed TO Rlogw-Written
           MOVE Ws-Requests-Held TO Rlogw-Rejected
           PERFORM 9850-Log-Withheld
           PERFORM 9900-Log-Run-End
           DISPLAY "Letters printed : " Ws-Letters-Printed.
           DISPLAY "Requests held   : " Ws-Requests-Held.
           DISPLAY "Letters withheld: " Privacy-Withheld.
           STOP RUN.

       0100-Load-Template.
           END-PERFORM
           CLOSE Letter-Template.

       0150-Load-Wait-Template.
           OPEN INPUT Wait-Template
           IF NOT Wait-Template-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL No-More-Wait-Template
               READ Wait-Template
                   AT END SET No-More-Wait-Template TO TRUE
                   NOT AT END
                       IF Wait-Tmpl-Count < 100
                           ADD 1 TO Wait-Tmpl-Count
                           MOVE Wait-Template-Line
                               TO Wait-Tmpl-Line(Wait-Tmpl-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Wait-Template.

       3000-Produce-One-Letter.
           IF (Ltrq-Waitlist-Notice AND Wait-Tmpl-Count = ZERO)
               OR (NOT Ltrq-Waitlist-Notice AND Tmpl-Count = ZERO)
               ADD 1 TO Ws-Requests-Held
               DISPLAY "Request held, no template for letter type "
                   Ltrq-Letter-Type ": " Ltrq-Student-Id
               EXIT PARAGRAPH
           END-IF
           MOVE Ltrq-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
                       Ltrq-Student-Id
                   EXIT PARAGRAPH
           END-READ
           IF NOT Ltrq-Waitlist-Notice
               AND Stu-Confidential OF Student-Record
               PERFORM 3050-Withhold-Request
               EXIT PARAGRAPH
           END-IF
           MOVE Ltrq-Student-Id TO Enr-Student-Id
           MOVE Ltrq-Term TO Enr-Term
           READ Enrollment-Master
                   " term " Ltrq-Term
               EXIT PARAGRAPH
           END-IF
           IF NOT Ltrq-Waitlist-Notice
               MOVE Ltrq-Student-Id TO Ws-Hold-Id
               PERFORM 5800-Check-Holds
               IF Hold-Was-Found
                   ADD 1 TO Ws-Requests-Held
                   DISPLAY "Request held, active " Ws-Hold-Type-Found
                       " hold: " Ltrq-Student-Id
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3100-Fill-Token-Values
           IF Ltrq-Waitlist-Notice
               PERFORM 3300-Write-One-Line
                   VARYING Tmpl-Ix FROM 1 BY 1
                   UNTIL Tmpl-Ix > Wait-Tmpl-Count
           ELSE
               PERFORM 3300-Write-One-Line
                   VARYING Tmpl-Ix FROM 1 BY 1
                   UNTIL Tmpl-Ix > Tmpl-Count
           END-IF
           WRITE Letter-Line FROM Separator-Line
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
                   Letter-Queue-Status
           END-IF.

      *> The row is closed as withheld rather than left open, so it
      *> is not retried every run; once the student lifts the hold
      *> the office simply queues the letter again.
       3050-Withhold-Request.
           ADD 1 TO Privacy-Withheld
           DISPLAY "Letter withheld, directory information hold: "
               Ltrq-Student-Id " term " Ltrq-Term
           MOVE "W" TO Ltrq-Status
           REWRITE Letter-Queue-Record
           IF NOT Letter-Queue-Ok
               DISPLAY "Queue rewrite failed, file status "
                   Letter-Queue-Status
           END-IF.

       3100-Fill-Token-Values.
           MOVE "&STUDENTID" TO Tok-Text(1)
           MOVE 10 TO Tok-Len(1)
           MOVE "&DATE" TO Tok-Text(8)
           MOVE 5 TO Tok-Len(8)
           MOVE Ws-Run-Date TO Tok-Value(8)
           MOVE 8 TO Tok-Val-Len(8)

           MOVE "&COURSE" TO Tok-Text(9)
           MOVE 7 TO Tok-Len(9)
           MOVE Ltrq-Course-Id TO Tok-Value(9)
           MOVE 9 TO Tok-Ix
           PERFORM 3250-Trim-Token-Value.

      *> The full name is built from fixed-width fields, so it
      *> arrives with runs of blanks between the parts; squeeze them
           END-IF.

       3300-Write-One-Line.
           IF Ltrq-Waitlist-Notice
               MOVE Wait-Tmpl-Line(Tmpl-Ix) TO Work-Line
           ELSE
               MOVE Tmpl-Line(Tmpl-Ix) TO Work-Line
           END-IF
           PERFORM 3400-Substitute-One-Token
               VARYING Tok-Ix FROM 1 BY 1 UNTIL Tok-Ix > 9
           WRITE Letter-Line FROM Work-Line.

      *> Replaces every occurrence of one token on the work line.
           MOVE "START" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.

      *> A PRIVW row carries, in the rejected column, how many
      *> records this run withheld for a directory-information hold,
      *> so compliance can be shown from the run log afterwards.
       9850-Log-Withheld.
           MOVE Rlog-Work TO Rlog-Save-Work
           MOVE ZERO TO Rlogw-Read
           MOVE ZERO TO Rlogw-Written
           MOVE Privacy-Withheld TO Rlogw-Rejected
           MOVE SPACES TO Rlogw-Status
           MOVE "PRIVW" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log
           MOVE Rlog-Save-Work TO Rlog-Work.

       9900-Log-Run-End.
           MOVE "END" TO Rlogw-Event
           PERFORM 9950-Write-Run-Log.
