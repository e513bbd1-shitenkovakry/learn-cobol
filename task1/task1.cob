0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0391A      select optional rate-file assign to dynamic ratefilename
0391B          organization is line sequential.
0391C      select optional standing-file assign to dynamic
0391I      select optional open-item-file assign to dynamic
0391J          openitemfilename
0391K          organization is line sequential.
0391K1     select optional fx-item-file assign to dynamic
0391K2         fxitemfilename
0391K3         organization is line sequential.
0391K4     select optional customer-xref-file assign to dynamic
0391K5         custxreffilename
0391K6         organization is line sequential.
0391L      select optional chart-file assign to dynamic
0391M          chartfilename
0391N          organization is line sequential.
0410
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409YQ fd  period-control-file.
0409YR 01  period-control-record pic x(40).
0409YS fd  period-log-file.
0409YT 01  period-log-record pic x(80).
0409X1 fd  rate-file.
0409X2 01  rate-record pic x(30).
0409X3
0409Y6
0409Y7 fd  open-item-file.
0409Y8 01  open-item-record pic x(80).
0409YX fd  fx-item-file.
0409YY 01  fx-item-record pic x(80).
0409YZ fd  customer-xref-file.
0409YP 01  customer-xref-record pic x(40).
0409Y9
0409W3 fd  chart-file.
0409W4 01  chart-record pic x(60).
0409V2 01  balancing-record pic x(80).
0411   working-storage section.
0412X  copy 'processing-date-variables'.
0412XP copy 'period-control-variables'.
0412Y  copy 'run-control-variables'.
0412Z  copy 'balancing-variables'.
0412   copy 'numeric-input-variables'.
0412D  copy 'run-lock-variables'.
0412E  copy 'simulation-variables'.
0412F  copy 'audit-trail-variables'.
0412G  copy 'customer-xref-variables'.
0412G  01 array-size pic 9(2) value 0.
0413   01 first-number pic s9(6)v99.
0414   01 second-number pic s9(6)v99.
0435Z  01 rejected-currency-count pic 9(4) value 0.
0436A  01 openitemfilename pic x(20) value "OPENITEM.TXT".
0436B  01 open-item-amount-edited pic -9(6).99.
0436B1 01 fxitemfilename pic x(20) value "FXITEM.TXT".
0436B2 01 fx-foreign-edited pic -9(6).99.
0436C  01 open-item-count pic 9(6) value 0.
0436D  01 chartfilename pic x(20) value "COA.TXT".
0436E  01 suspensetransname pic x(20) value "SUSPTRANS.TXT".
0706B      perform check-run-control.
0706B1     move "ArrayInMax" to run-lock-program.
0706B2     perform claim-run-lock.
0706B3     if simulation-mode not = "Y"
0706B4         perform check-ledger-period
0706B5     end-if.
0706C      move "RUNMODE" to parm-keyword.
0706D      perform get-parameter-value.
0706E      if parm-found = "Y"
0934
0933I      perform load-exchange-rates.
0933J      perform load-chart-of-accounts.
0933J1     perform load-customer-xref.
0933K      perform load-authorization-limits.
0933K1     if simulation-mode = "Y"
0933K2         move "SIMFINGERPRT.TXT" to fingerprintname
0954B3     end-if.
0954C      open extend open-item-file.
0954D      move spaces to open-item-record.
0954D1     move trans-account to xref-account-wanted.
0954D2     perform find-customer-number.
0954E      string trans-account "," trans-date ","
0954F             open-item-amount-edited ","
0954G             open-item-amount-edited ","
0954H             trans-code ",O,"
0954H1            xref-number-found
0954I          delimited by size into open-item-record.
0954J      write open-item-record.
0954K      close open-item-file.
0954K1     if trans-currency not = spaces
0954K2        and trans-currency not = "LOC"
0954K3         perform write-fx-item-record
0954K4     end-if.
0954L
0954M  write-fx-item-record.
0954N      if simulation-mode = "Y"
0954O          move "SIMFXITEM.TXT" to fxitemfilename
0954P      end-if.
0954Q      move original-amount to fx-foreign-edited.
0954R      move rate-used to rate-used-edited.
0954S      open extend fx-item-file.
0954T      move spaces to fx-item-record.
0954U      string trans-account "," trans-date ","
0954V             trans-code "," trans-currency ","
0954W             fx-foreign-edited "," rate-used-edited
0954X          delimited by size into fx-item-record.
0954Y      write fx-item-record.
0954Z      close fx-item-file.
0954Z1
0960   write-ledger-entry.
0960A      if ledger-open = "Y"
0960B          perform write-ledger-record
9972               end-if
9973           end-perform
9974       end-if.
9974A
9975   check-ledger-period.
9975A      perform get-processing-date.
9975B      move processing-date to period-check-date.
9975C      move "ArrayInMax" to period-program-name.
9975D      perform check-posting-period.
9975E      if period-post-allowed = "N"
9975F          perform release-run-lock
9975G          move 8 to return-code
9975H          stop run
9975I      end-if.
9975J
9976   copy 'processing-date-routine'.
9978   copy 'run-control-checker'.
9990   copy 'balancing-writer'.
9995   copy 'parameter-card-reader'.
9996   copy 'run-lock-manager'.
9997   copy 'simulation-checker'.
9998   copy 'customer-xref-lookup'.
9998P  copy 'period-control-checker'.
