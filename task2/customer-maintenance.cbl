0331           organization is line sequential.
0332       select optional audit-file assign to dynamic auditfilename
0333           organization is line sequential.
0334       select optional number-control-file assign to dynamic
0334A          numbercontrolname
0335           organization is line sequential.
0336       select optional number-log-file assign to dynamic
0336A          numberlogname
0337           organization is line sequential.
0338       select optional customer-xref-file assign to dynamic
0338A          custxreffilename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408
0409   fd  audit-file.
0409A  01  audit-record pic x(80).
0409B  fd  number-control-file.
0409C  01  number-control-record pic x(50).
0409D  fd  number-log-file.
0409E  01  number-log-record pic x(50).
0409F  fd  customer-xref-file.
0409G  01  customer-xref-record pic x(40).
0410
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0411   working-storage section.
0412X  copy 'processing-date-variables'.
0412Y  copy 'check-digit-variables'.
0412Z  copy 'number-assign-variables'.
0412Z1 copy 'customer-xref-variables'.
0412
0413   01 customerfilename pic x(20).
0414   01 customer-eof pic x value "N".
0423C          10 customer-entry-street pic x(20).
0423D          10 customer-entry-city pic x(15).
0423E          10 customer-entry-postal pic x(8).
0423F          10 customer-entry-salesrep pic x(4).
0423G          10 customer-entry-number pic x(8).
0423H          10 customer-entry-address-flag pic x.
0423I          10 customer-entry-flag-date pic x(8).
0423J          10 customer-entry-segment pic x(10).
0424   01 customer-count pic 9(3) value 0.
0425   01 customer-index pic 9(3).
0426   01 found-index pic 9(3).
0433C  01 work-street pic x(20).
0433D  01 work-city pic x(15).
0433E  01 work-postal pic x(8).
0433F  01 work-salesrep pic x(4).
0433G  01 work-salesrep-reply pic x(4).
0433H  01 work-account pic x(8).
0433I  01 xref-changed pic x value "N".
0434
0440   01 greeting-template-count pic 9 value 3.
0441   01 greeting-templates.
0720       display "Enter customer file name".
0721       accept customerfilename.
0730       perform load-customer-table.
0730A      perform load-customer-xref.
0740       perform maintenance-cycle
0741           until maintenance-pick = "X".
0750       if file-changed = "Y"
0752           display "Customer file saved, " customer-count
0753               " records"
0754       end-if.
0755       if xref-changed = "Y"
0756           perform save-customer-xref
0757           display "Account cross-reference saved, " xref-count
0758               " records"
0759       end-if.
0900   program-done.
0910       stop run.
0911
0939D                      customer-entry-city(customer-count)
0939E                  move spaces to
0939F                      customer-entry-postal(customer-count)
0939G                  move spaces to
0939H                      customer-entry-salesrep(customer-count)
0939I                  move spaces to
0939J                      customer-entry-number(customer-count)
0939K                  move spaces to
0939L                      customer-entry-address-flag(customer-count)
0939M                  move spaces to
0939N                      customer-entry-flag-date(customer-count)
0939O                  move spaces to
0939P                      customer-entry-segment(customer-count)
0940                   unstring customer-record delimited by ","
0941                       into customer-entry-name(customer-count)
0942                            customer-entry-template(customer-count)
0942C                          customer-entry-street(customer-count)
0942D                          customer-entry-city(customer-count)
0942E                          customer-entry-postal(customer-count)
0942F                          customer-entry-salesrep(customer-count)
0942G                          customer-entry-number(customer-count)
0942H                          customer-entry-address-flag(
0942I                              customer-count)
0942J                          customer-entry-flag-date(customer-count)
0942K                          customer-entry-segment(customer-count)
0943           end-read
0944       end-perform.
0945       close customer-file.
0950   maintenance-cycle.
0951       display " ".
0952       display "A = add, C = change, D = delete, B = browse,".
0953       display "R = link a receivables account, X = save and exit".
0954       accept maintenance-pick.
0955       if maintenance-pick = "A"
0956           perform add-customer
0964       if maintenance-pick = "B"
0965           perform browse-customers
0966       end-if.
0966A      if maintenance-pick = "R"
0966B          perform link-receivables-account
0966C      end-if.
0967
0970   add-customer.
0970A      if customer-count = 200
0975           display "Customer " work-name " already on file"
0976       else
0977           perform get-valid-template
0977A          if template-found = "Y"
0977B              move "CUSTNO" to number-range-name
0977C              perform get-next-assigned-number
0977D              if number-assign-found = "N"
0977E                  display "No customer number available,"
0977F                      " add rejected"
0977G                  move "N" to template-found
0977H              end-if
0977I          end-if
0978           if template-found = "Y"
0978A              perform get-occasion-and-date
0978B              perform get-address-fields
0978C              move spaces to work-salesrep
0978D              perform get-salesperson-code
0979               add 1 to customer-count
0980               move work-name
0981                   to customer-entry-name(customer-count)
0983H                  to customer-entry-city(customer-count)
0983I              move work-postal
0983J                  to customer-entry-postal(customer-count)
0983K              move work-salesrep
0983L                  to customer-entry-salesrep(customer-count)
0983M              move assigned-number
0983N                  to customer-entry-number(customer-count)
0983O              move spaces
0983P                  to customer-entry-address-flag(customer-count)
0983Q              move spaces
0983R                  to customer-entry-flag-date(customer-count)
0983S              move spaces
0983T                  to customer-entry-segment(customer-count)
0984               move "ADD" to action-taken
0985               perform write-maintenance-audit
0986               move "Y" to file-changed
0987               display "Customer added, number "
0987A                  customer-entry-number(customer-count)
0988           end-if
0989       end-if.
0990
1009           perform get-valid-template
1010           if template-found = "Y"
1010A              perform get-address-fields
1010B              move customer-entry-salesrep(found-index)
1010C                  to work-salesrep
1010D              perform get-salesperson-code
1010E              if customer-entry-address-flag(found-index) = "U"
1010F                 and (work-street
1010G                         not = customer-entry-street(found-index)
1010H                      or work-city
1010I                         not = customer-entry-city(found-index)
1010J                      or work-postal
1010K                         not = customer-entry-postal(found-index))
1010L                  move spaces
1010M                      to customer-entry-address-flag(found-index)
1010N                  move spaces
1010O                      to customer-entry-flag-date(found-index)
1010P                  display "Address changed, undeliverable flag"
1010Q                      " cleared"
1010R              end-if
1011               move work-template
1012                   to customer-entry-template(found-index)
1012A              move work-street
1012D                  to customer-entry-city(found-index)
1012E              move work-postal
1012F                  to customer-entry-postal(found-index)
1012G              move work-salesrep
1012H                  to customer-entry-salesrep(found-index)
1013               move "CHANGE" to action-taken
1014               perform write-maintenance-audit
1015               move "Y" to file-changed
1049G      display "Postal code".
1049H      accept work-postal.
1049I
1049J  get-salesperson-code.
1049K      display "Salesperson code (blank = keep "
1049L          work-salesrep ", * = none)".
1049M      accept work-salesrep-reply.
1049N      if work-salesrep-reply = "*"
1049O          move spaces to work-salesrep
1049P      else
1049Q          if work-salesrep-reply not = spaces
1049R              move work-salesrep-reply to work-salesrep
1049S          end-if
1049T      end-if.
1049U
1050   browse-customers.
1051       display "Name       Template   Occ Date     Postal   Rep"
1051A          "  Number   Addr Flagged  Segment".
1052       perform varying customer-index from 1 by 1
1053               until customer-index > customer-count
1054           display customer-entry-name(customer-index) " "
1055               customer-entry-template(customer-index) " "
1055A              customer-entry-occasion(customer-index) " "
1055B              customer-entry-sig-date(customer-index) " "
1055C              customer-entry-postal(customer-index) " "
1055D              customer-entry-salesrep(customer-index) "  "
1055E              customer-entry-number(customer-index) " "
1055F              customer-entry-address-flag(customer-index) " "
1055G              customer-entry-flag-date(customer-index) " "
1055H              customer-entry-segment(customer-index)
1056       end-perform.
1057       display customer-count " records on file".
1058
1096B                 customer-entry-sig-date(customer-index) ","
1096C                 customer-entry-street(customer-index) ","
1096D                 customer-entry-city(customer-index) ","
1096E                 customer-entry-postal(customer-index) ","
1096F                 customer-entry-salesrep(customer-index) ","
1096G                 customer-entry-number(customer-index) ","
1096H                 customer-entry-address-flag(customer-index) ","
1096I                 customer-entry-flag-date(customer-index) ","
1096J                 customer-entry-segment(customer-index)
1097               delimited by size into customer-record
1098           write customer-record
1099       end-perform.
1119           delimited by size into audit-record.
1120       write audit-record.
1121       close audit-file.
1122
1130   link-receivables-account.
1131       display "Enter customer name".
1132       accept work-name.
1133       perform find-customer-by-name.
1134       if found-index = 0
1135           display "Customer " work-name " not on file"
1136       else
1137           if customer-entry-number(found-index) = spaces
1138               display "Customer " work-name
1139                   " has no customer number yet, run the"
1140                   " customer number conversion first"
1141           else
1142               display "Enter receivables account code"
1143               accept work-account
1144               perform link-account-to-customer
1145           end-if
1146       end-if.
1147
1150   link-account-to-customer.
1151       move work-account to xref-account-wanted.
1152       perform find-customer-number.
1153       if xref-number-found = customer-entry-number(found-index)
1154           display "Account " work-account " already linked"
1155       else
1156           if xref-number-found = spaces
1157              and xref-count = 500
1158               display "Cross-reference is full, link rejected"
1159           else
1160               if xref-number-found = spaces
1161                   add 1 to xref-count
1162                   move xref-count to xref-index
1163                   move work-account to xref-account(xref-index)
1164               else
1165                   subtract 1 from xref-index
1166                   display "Account " work-account
1167                       " moved from customer " xref-number-found
1168               end-if
1169               move customer-entry-number(found-index)
1170                   to xref-customer-number(xref-index)
1171               move "Y" to xref-changed
1172               move customer-entry-template(found-index)
1173                   to work-template
1174               move "LINK" to action-taken
1175               perform write-maintenance-audit
1176               display "Account " work-account " linked to "
1177                   customer-entry-number(found-index)
1178           end-if
1179       end-if.
1180
1190   save-customer-xref.
1191       open output customer-xref-file.
1192       perform varying xref-index from 1 by 1
1193               until xref-index > xref-count
1194           move spaces to customer-xref-record
1195           string xref-account(xref-index) ","
1196                  xref-customer-number(xref-index)
1197               delimited by size into customer-xref-record
1198           write customer-xref-record
1199       end-perform.
1200       close customer-xref-file.
9900   copy 'processing-date-routine'.
9910   copy 'check-digit-routine'.
9920   copy 'number-assign-routine'.
9930   copy 'customer-xref-lookup'.
