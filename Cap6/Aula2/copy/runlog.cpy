      *> entry and an END row at normal completion carrying the run's
      *> counts and final file status or return code. A START with no
      *> matching END is how the daily operations report spots an
      *> abnormal end. Programs that release student information
      *> also append a PRIVW row just before the END row, carrying in
      *> Rlog-Records-Rejected the number of records withheld for a
      *> directory-information hold.
         01 Run-Log-Record.
            02 Rlog-Program-Id       PIC X(8).
            02 Rlog-Event            PIC X(5).
