            02 Bkp-Record-Type    PIC X.
               88 Bkp-Is-Detail   VALUE "D".
               88 Bkp-Is-Trailer  VALUE "T".
            02 Bkp-Data           PIC X(152).
            02 Bkp-Trailer REDEFINES Bkp-Data.
               03 Bkp-Record-Count  PIC 9(9).
               03 Bkp-Hash-Total    PIC 9(15).
               03 FILLER            PIC X(128).
