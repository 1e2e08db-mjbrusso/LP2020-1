                  88 Stu-Deceased   VALUE "D".
                  88 Stu-Withdrawn  VALUE "W".
               03 Status-Date  PIC 9(8).
      *> Directory-information release: a student who has asked that
      *> directory information not be released carries "Y" here from
      *> Privacy-Date on. Rows written before the field existed hold
      *> spaces and read as release allowed.
            02 Directory-Release.
               03 Privacy-Flag PIC X.
                  88 Stu-Release-Allowed VALUE "N" SPACE.
                  88 Stu-Confidential    VALUE "Y".
               03 Privacy-Date PIC 9(8).
