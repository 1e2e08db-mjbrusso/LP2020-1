      *> unknown zip) is held out to a reject listing and raised on
      *> the keyed exception queue, the same way the nightly batch
      *> handles DOB and ZIP exceptions, so the clerk works the rows
      *> before resubmission. The term must be on the term calendar
      *> and the extract is not cut before the term's census date;
      *> the state counts students enrolled at census, so a row
      *> added after the census, or withdrawn on or before it, is
      *> left out of the submission and only counted on the screen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Exception-Key
               FILE STATUS IS Excp-Queue-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT State-Submission ASSIGN TO "STATEEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Submission-Status.
       FD  Exception-Queue.
           COPY "excpque.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  State-Submission.
           COPY "stateext.cpy".

            88 Dob-Is-Good         VALUE "Y".
         01 Ws-Excp-Reason         PIC X(30).
         01 Ws-Today-Date          PIC 9(8).
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Census-Date         PIC 9(8).
         01 Ws-Rows-Not-Counted    PIC 9(7) VALUE ZERO.
         01 Census-Check           PIC X.
            88 Counts-At-Census    VALUE "Y".

         01 Reject-Detail.
            05 Rej-Student-Id      PIC 9(9).
               DISPLAY "Term code is required."
               STOP RUN
           END-IF
           PERFORM 0100-Check-Term-Calendar

           OPEN INPUT Enrollment-Master
           IF NOT Enrollment-Ok
           PERFORM 9900-Log-Run-End
           DISPLAY "Details written : " Ws-Details-Written.
           DISPLAY "Rows rejected   : " Ws-Rows-Rejected.
           DISPLAY "Not at census   : " Ws-Rows-Not-Counted.
           STOP RUN.

      *> The term must be on the registrar's term calendar and its
      *> census date reached, since the submission is a census count.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Extract-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Extract-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           CLOSE Term-Calendar
           MOVE Tcal-Census-Date TO Ws-Census-Date
           IF FUNCTION CURRENT-DATE(1:8) < Ws-Census-Date
               DISPLAY "Census date for " Extract-Term " is "
                   Ws-Census-Date "; extract not run before it."
               STOP RUN
           END-IF.

       0500-Write-Header.
           MOVE SPACES TO State-Submission-Record
           MOVE "H" TO Stx-Record-Type
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Rlogw-Read
           PERFORM 1200-Check-Census
           IF NOT Counts-At-Census
               ADD 1 TO Ws-Rows-Not-Counted
               EXIT PARAGRAPH
           END-IF
           MOVE Enr-Student-Id TO Student-Id OF Student-Record
           READ Student-Master
               KEY IS Student-Id OF Student-Record
           END-IF
           PERFORM 3000-Write-Detail.

      *> A row counts as enrolled at census when it was added on or
      *> before the census date (rows from before entry dates were
      *> kept carry zero, or blanks if never converted, and count)
      *> and was not withdrawn on or before it; an undated withdrawal
      *> is taken as before.
       1200-Check-Census.
           MOVE "Y" TO Census-Check
           IF Enr-Entry-Date IS NUMERIC
               AND Enr-Entry-Date NOT = ZERO
               AND Enr-Entry-Date > Ws-Census-Date
               MOVE "N" TO Census-Check
           END-IF
           IF Enr-Withdrawn
               AND (Enr-Status-Date NOT NUMERIC
                   OR Enr-Status-Date NOT > Ws-Census-Date)
               MOVE "N" TO Census-Check
           END-IF.

      *> The feed's own edits: a usable birth date and a zip the
      *> reference file knows. Failures raise the same keyed DOB and
      *> ZIP exceptions the nightly batch raises, so the clerk works
