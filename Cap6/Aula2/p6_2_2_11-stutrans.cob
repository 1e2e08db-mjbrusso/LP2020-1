           MOVE "A" TO Status-Code OF Student-Record
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO Status-Date OF Student-Record
           MOVE "N" TO Privacy-Flag OF Student-Record
           MOVE ZERO TO Privacy-Date OF Student-Record
           PERFORM 7000-Validate-Date-Of-Birth
           IF Dob-Is-Valid
               PERFORM 2100-Assign-Student-Id
