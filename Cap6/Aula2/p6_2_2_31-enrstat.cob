      *> the same figure for the prior term, so growth or shrinkage
      *> shows at a glance. Alongside the printed report, one
      *> comma-separated summary line per program goes to a second
      *> file the planning office can load into a spreadsheet. Both
      *> terms must be on the term calendar, and the enrolled
      *> headcount, credits, state and age figures are as of each
      *> term's census date: a row added after the census, or
      *> withdrawn on or before it, is not counted as enrolled,
      *> while one withdrawn or completed after it still is. The
      *> withdrawn and completed columns show current status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Zip-Ref-Key
               FILE STATUS IS Zip-Ref-Status.

           SELECT Term-Calendar ASSIGN TO "TERMCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Tcal-Term
               FILE STATUS IS Term-Calendar-Status.

           SELECT Stats-Report ASSIGN TO "ENRSTATS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stats-Report-Status.
       FD  Zip-Reference.
           COPY "zipref.cpy".

       FD  Term-Calendar.
           COPY "termcal.cpy".

       FD  Stats-Report.
         01 Report-Line            PIC X(110).

         01 Which-Term             PIC X.
            88 Is-Current-Term     VALUE "C".
            88 Is-Prior-Term       VALUE "P".
         01 Term-Calendar-Status   PIC XX.
            88 Term-Calendar-Ok    VALUE "00".
         01 Ws-Cur-Census          PIC 9(8).
         01 Ws-Pri-Census          PIC 9(8).
         01 Ws-Census-Date         PIC 9(8).
         01 Census-Check           PIC X.
            88 Counts-At-Census    VALUE "Y".

         01 Ws-Run-Year            PIC 9(4).
         01 Ws-Run-Mmdd            PIC 9(4).

         01 Program-Heading.
            05 FILLER              PIC X(21) VALUE "Program".
            05 FILLER              PIC X(8)  VALUE " Census".
            05 FILLER              PIC X(8)  VALUE "   Wdrn".
            05 FILLER              PIC X(8)  VALUE "   Cmpl".
            05 FILLER              PIC X(8)  VALUE "  Creds".
            05 FILLER              PIC X(7)  VALUE "   Avg".
            05 FILLER              PIC X(9)  VALUE "  Pr-Cens".
            05 FILLER              PIC X(8)  VALUE "   Delta".

         01 Program-Detail.
           END-IF
           DISPLAY "Prior term code for comparison (e.g. 2026SP): ".
           ACCEPT Prior-Term.
           PERFORM 0100-Check-Term-Calendar

           INITIALIZE Program-Table
           INITIALIZE State-Table
           DISPLAY "Programs reported: " Prg-Count.
           STOP RUN.

      *> Both terms must be on the registrar's term calendar; their
      *> census dates are kept for the headcount. A blank prior term
      *> means no comparison and matches no rows.
       0100-Check-Term-Calendar.
           OPEN INPUT Term-Calendar
           IF NOT Term-Calendar-Ok
               DISPLAY "Cannot open term calendar, file status "
                   Term-Calendar-Status
               STOP RUN
           END-IF
           MOVE Stats-Term TO Tcal-Term
           READ Term-Calendar
               INVALID KEY
                   DISPLAY "Term " Stats-Term
                       " is not on the term calendar."
                   CLOSE Term-Calendar
                   STOP RUN
           END-READ
           MOVE Tcal-Census-Date TO Ws-Cur-Census
           MOVE ZERO TO Ws-Pri-Census
           IF Prior-Term NOT = SPACES
               MOVE Prior-Term TO Tcal-Term
               READ Term-Calendar
                   INVALID KEY
                       DISPLAY "Term " Prior-Term
                           " is not on the term calendar."
                       CLOSE Term-Calendar
                       STOP RUN
               END-READ
               MOVE Tcal-Census-Date TO Ws-Pri-Census
           END-IF
           CLOSE Term-Calendar.

       1000-Tally-One-Enrollment.
           EVALUATE TRUE
               WHEN Enr-Term = Stats-Term
                   SET Is-Current-Term TO TRUE
                   MOVE Ws-Cur-Census TO Ws-Census-Date
               WHEN Enr-Term = Prior-Term
                   SET Is-Prior-Term TO TRUE
                   MOVE Ws-Pri-Census TO Ws-Census-Date
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF Prg-Found-Ix = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-Check-Census
           PERFORM 1300-Count-By-Status
           IF Counts-At-Census
               PERFORM 1500-Tally-Student-Facts
           END-IF.

       1100-Find-Program-Slot.
           MOVE ZERO TO Prg-Found-Ix
               MOVE Prg-Ix TO Prg-Found-Ix
           END-IF.

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

       1300-Count-By-Status.
           IF Counts-At-Census
               IF Is-Current-Term
                   ADD 1 TO Prg-Cur-Enrolled(Prg-Found-Ix)
                   ADD Enr-Credit-Load
                       TO Prg-Cur-Credits(Prg-Found-Ix)
               ELSE
                   ADD 1 TO Prg-Pri-Enrolled(Prg-Found-Ix)
                   ADD Enr-Credit-Load
                       TO Prg-Pri-Credits(Prg-Found-Ix)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN Enr-Withdrawn AND Is-Current-Term
                   ADD 1 TO Prg-Cur-Withdrawn(Prg-Found-Ix)
               WHEN Enr-Withdrawn AND Is-Prior-Term
