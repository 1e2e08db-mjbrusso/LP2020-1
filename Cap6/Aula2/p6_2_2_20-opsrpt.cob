            05 FILLER               PIC X(8) VALUE "ZIPLOAD".
            05 FILLER               PIC X(8) VALUE "STUBATCH".
            05 FILLER               PIC X(8) VALUE "STUDUPS".
            05 FILLER               PIC X(8) VALUE "INTEGCHK".
            05 FILLER               PIC X(8) VALUE "CASSEXP".
            05 FILLER               PIC X(8) VALUE "DELTAEXP".
            05 FILLER               PIC X(8) VALUE "STUNLOAD".
         01 Expected-Jobs REDEFINES Expected-Jobs-Tbl.
            05 Expected-Job         PIC X(8) OCCURS 7 TIMES.
         01 Expected-Seen-Tbl.
            05 Expected-Seen        PIC X OCCURS 7 TIMES.
         01 Exp-Ix                  PIC 9.

         01 Heading-Line-1.
           WRITE Report-Line

           PERFORM 0100-Init-Expected
               VARYING Exp-Ix FROM 1 BY 1 UNTIL Exp-Ix > 7

           PERFORM UNTIL No-More-Records
               READ Run-Log
           PERFORM 2000-Flag-Unfinished
               VARYING Ost-Ix FROM 1 BY 1 UNTIL Ost-Ix > Ost-Count
           PERFORM 3000-Flag-Never-Ran
               VARYING Exp-Ix FROM 1 BY 1 UNTIL Exp-Ix > 7

           CLOSE Ops-Report
           DISPLAY "Runs started : " Ws-Runs-Started.
                   PERFORM 1200-Handle-End
               WHEN "SGNFL"
                   PERFORM 1150-Handle-Failed-Sign-On
               WHEN "PRIVW"
                   PERFORM 1160-Handle-Withheld
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-IF
           END-IF
           PERFORM 1300-Note-Expected
               VARYING Exp-Ix FROM 1 BY 1 UNTIL Exp-Ix > 7
           MOVE SPACES TO Det-Flag
           PERFORM 1400-Write-Detail.

           ADD 1 TO Ws-Runs-Flagged
           PERFORM 1400-Write-Detail.

      *> A PRIVW row is the count of records a run withheld for a
      *> directory-information hold; it is printed as the record of
      *> compliance, not flagged.
       1160-Handle-Withheld.
           MOVE "<== DIRECTORY RECORDS WITHHELD" TO Det-Flag
           PERFORM 1400-Write-Detail.

       1200-Handle-End.
           MOVE ZERO TO Ost-Found-Ix
           PERFORM 1250-Match-Start
