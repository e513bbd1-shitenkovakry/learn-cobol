0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0400   data division.
0405   file section.
0406   fd  ledger-file.
0409B  01  run-lock-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0412A  copy 'run-lock-variables'.
0412B
0420   01 ledgerfilename pic x(20).
0744E                  ", target is ambiguous, run refused"
0744F              move 8 to return-code
0744G          else
0744H              move ledger-date to period-check-date
0744I              move "Ledger-Correction" to period-program-name
0744J              move "F" to period-poster-class
0744K              perform check-posting-period
0744L              if period-post-allowed = "N"
0744M                  move 8 to return-code
0744N              else
0745                   perform post-correction-entries
0745B              end-if
0745A          end-if
0746       end-if.
0900   program-done.
1036       display "Day total after:  " after-total-edited.
9900   copy 'processing-date-routine'.
9910   copy 'run-lock-manager'.
9910P  copy 'period-control-checker'.
