0100   identification division.
0200   program-id. Salesperson-Maintenance.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional salesperson-file assign to dynamic
0330A          salespersonfilename
0331           organization is line sequential.
0332       select optional audit-file assign to dynamic auditfilename
0333           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  salesperson-file.
0407   01  salesperson-record pic x(80).
0408
0409   fd  audit-file.
0409A  01  audit-record pic x(80).
0410
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413
0414   01 salespersonfilename pic x(20) value "SALESREP.TXT".
0415   01 salesperson-eof pic x value "N".
0416   01 auditfilename pic x(24).
0417   01 audit-run-date pic 9(8).
0418   01 audit-run-time pic 9(8).
0419
0420   01 salesperson-table.
0421       05 salesperson-entry occurs 100 times.
0422           10 rep-code pic x(4).
0423           10 rep-name pic x(20).
0424           10 rep-method pic x.
0425           10 rep-rate pic 99v99 occurs 4 times.
0426   01 salesperson-count pic 9(3) value 0.
0427   01 salesperson-index pic 9(3).
0428   01 found-index pic 9(3).
0429   01 rate-index pic 9.
0430   01 rate-text pic x(6) occurs 4 times.
0431   01 rate-edited pic 99.99 occurs 4 times.
0432
0440   01 maintenance-pick pic x.
0441   01 work-code pic x(4).
0442   01 work-name pic x(20).
0443   01 work-method pic x.
0444   01 work-rate pic 99v99 occurs 4 times.
0445   01 work-rate-text pic x(6).
0446   01 action-taken pic x(6).
0447   01 file-changed pic x value "N".
0448
0500   procedure division.
0600
0700   program-begin.
0701       perform load-salesperson-table.
0702       perform maintenance-cycle
0703           until maintenance-pick = "X".
0704       if file-changed = "Y"
0705           perform save-salesperson-table
0706           display "Salesperson file saved, " salesperson-count
0707               " records"
0708       end-if.
0710   program-done.
0711       stop run.
0712
0720   load-salesperson-table.
0721       move 0 to salesperson-count.
0722       move "N" to salesperson-eof.
0723       open input salesperson-file.
0724       perform until salesperson-eof = "Y"
0725              or salesperson-count = 100
0726           read salesperson-file
0727               at end move "Y" to salesperson-eof
0728               not at end
0729                   perform load-one-salesperson
0730           end-read
0731       end-perform.
0732       close salesperson-file.
0733       display salesperson-count " salesperson records loaded".
0734
0740   load-one-salesperson.
0741       add 1 to salesperson-count.
0742       move spaces to rate-text(1) rate-text(2)
0743                      rate-text(3) rate-text(4).
0744       unstring salesperson-record delimited by ","
0745           into rep-code(salesperson-count)
0746                rep-name(salesperson-count)
0747                rep-method(salesperson-count)
0748                rate-text(1) rate-text(2)
0749                rate-text(3) rate-text(4).
0750       perform varying rate-index from 1 by 1
0751               until rate-index > 4
0752           if rate-text(rate-index) = spaces
0753               move 0 to rep-rate(salesperson-count, rate-index)
0754           else
0755               move rate-text(rate-index)
0756                   to rep-rate(salesperson-count, rate-index)
0757           end-if
0758       end-perform.
0759
0760   maintenance-cycle.
0761       display " ".
0762       display "A = add, C = change, D = delete, B = browse,".
0763       display "X = save and exit".
0764       accept maintenance-pick.
0765       if maintenance-pick = "A"
0766           perform add-salesperson
0767       end-if.
0768       if maintenance-pick = "C"
0769           perform change-salesperson
0770       end-if.
0771       if maintenance-pick = "D"
0772           perform delete-salesperson
0773       end-if.
0774       if maintenance-pick = "B"
0775           perform browse-salespeople
0776       end-if.
0777
0780   add-salesperson.
0781       if salesperson-count = 100
0782           display "Salesperson table is full, add rejected"
0783       else
0784           perform add-salesperson-entry
0785       end-if.
0786
0790   add-salesperson-entry.
0791       display "Enter salesperson code".
0792       accept work-code.
0793       perform find-salesperson-by-code.
0794       if found-index > 0
0795           display "Salesperson " work-code " already on file"
0796       else
0797           display "Salesperson name"
0798           accept work-name
0799           perform get-commission-plan
0800           if work-method = "F" or work-method = "T"
0801               add 1 to salesperson-count
0802               move salesperson-count to found-index
0803               move work-code to rep-code(found-index)
0804               perform store-salesperson-fields
0805               move "ADD" to action-taken
0806               perform write-maintenance-audit
0807               move "Y" to file-changed
0808               display "Salesperson added"
0809           end-if
0810       end-if.
0811
0820   change-salesperson.
0821       display "Enter salesperson code".
0822       accept work-code.
0823       perform find-salesperson-by-code.
0824       if found-index = 0
0825           display "Salesperson " work-code " not on file"
0826       else
0827           display "Current name: " rep-name(found-index)
0828           display "Salesperson name (blank = keep)"
0829           accept work-name
0830           if work-name = spaces
0831               move rep-name(found-index) to work-name
0832           end-if
0833           perform get-commission-plan
0834           if work-method = "F" or work-method = "T"
0835               perform store-salesperson-fields
0836               move "CHANGE" to action-taken
0837               perform write-maintenance-audit
0838               move "Y" to file-changed
0839               display "Salesperson changed"
0840           end-if
0841       end-if.
0842
0850   delete-salesperson.
0851       display "Enter salesperson code".
0852       accept work-code.
0853       perform find-salesperson-by-code.
0854       if found-index = 0
0855           display "Salesperson " work-code " not on file"
0856       else
0857           move rep-name(found-index) to work-name
0858           move rep-method(found-index) to work-method
0859           perform varying salesperson-index from found-index by 1
0860                   until salesperson-index >= salesperson-count
0861               move salesperson-entry(salesperson-index + 1)
0862                   to salesperson-entry(salesperson-index)
0863           end-perform
0864           subtract 1 from salesperson-count
0865           move "DELETE" to action-taken
0866           perform write-maintenance-audit
0867           move "Y" to file-changed
0868           display "Salesperson deleted"
0869       end-if.
0870
0880   get-commission-plan.
0881       display "Commission method (F = flat, T = tiered by"
0882           " discount)".
0883       accept work-method.
0884       move 0 to work-rate(1) work-rate(2)
0885                 work-rate(3) work-rate(4).
0886       if work-method = "F"
0887           display "Commission rate % on net"
0888           accept work-rate-text
0889           move work-rate-text to work-rate(1)
0890       else
0891           if work-method = "T"
0892               perform get-tiered-rates
0893           else
0894               display "Method " work-method
0895                   " is not F or T, entry rejected"
0896           end-if
0897       end-if.
0898
0900   get-tiered-rates.
0901       display "Rate % on lines with no discount".
0902       accept work-rate-text.
0903       move work-rate-text to work-rate(1).
0904       display "Rate % on lines discounted up to 2.5%".
0905       accept work-rate-text.
0906       move work-rate-text to work-rate(2).
0907       display "Rate % on lines discounted up to 5%".
0908       accept work-rate-text.
0909       move work-rate-text to work-rate(3).
0910       display "Rate % on lines discounted over 5%".
0911       accept work-rate-text.
0912       move work-rate-text to work-rate(4).
0913
0920   store-salesperson-fields.
0921       move work-name to rep-name(found-index).
0922       move work-method to rep-method(found-index).
0923       perform varying rate-index from 1 by 1
0924               until rate-index > 4
0925           move work-rate(rate-index)
0926               to rep-rate(found-index, rate-index)
0927       end-perform.
0928
0930   browse-salespeople.
0931       display "Code Name                 M Rate1 Rate2 Rate3"
0931A          " Rate4".
0932       perform varying salesperson-index from 1 by 1
0933               until salesperson-index > salesperson-count
0934           perform edit-salesperson-rates
0935           display rep-code(salesperson-index) " "
0936               rep-name(salesperson-index) " "
0937               rep-method(salesperson-index) " "
0938               rate-edited(1) " " rate-edited(2) " "
0939               rate-edited(3) " " rate-edited(4)
0940       end-perform.
0941       display salesperson-count " records on file".
0942
0950   edit-salesperson-rates.
0951       perform varying rate-index from 1 by 1
0952               until rate-index > 4
0953           move rep-rate(salesperson-index, rate-index)
0954               to rate-edited(rate-index)
0955       end-perform.
0956
0960   find-salesperson-by-code.
0961       move 0 to found-index.
0962       perform varying salesperson-index from 1 by 1
0963               until salesperson-index > salesperson-count
0964                  or found-index > 0
0965           if rep-code(salesperson-index) = work-code
0966               move salesperson-index to found-index
0967           end-if
0968       end-perform.
0969
0970   save-salesperson-table.
0971       open output salesperson-file.
0972       perform varying salesperson-index from 1 by 1
0973               until salesperson-index > salesperson-count
0974           perform edit-salesperson-rates
0975           move spaces to salesperson-record
0976           string rep-code(salesperson-index) ","
0977                  rep-name(salesperson-index) ","
0978                  rep-method(salesperson-index) ","
0979                  rate-edited(1) "," rate-edited(2) ","
0980                  rate-edited(3) "," rate-edited(4)
0981               delimited by size into salesperson-record
0982           write salesperson-record
0983       end-perform.
0984       close salesperson-file.
0985
0990   write-maintenance-audit.
0991       perform get-processing-date.
0992       move processing-date to audit-run-date.
0993       accept audit-run-time from time.
0994       string "SALESMAINTAUD" audit-run-date ".TXT"
0995           delimited by size into auditfilename.
0996       open extend audit-file.
0997       move spaces to audit-record.
0998       string audit-run-date "," audit-run-time ","
0999              action-taken "," work-code "," work-name ","
1000              work-method
1001           delimited by size into audit-record.
1002       write audit-record.
1003       close audit-file.
9900   copy 'processing-date-routine'.
