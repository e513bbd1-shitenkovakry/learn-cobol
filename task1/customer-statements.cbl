0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0336       select optional customer-xref-file assign to dynamic
0336A          custxreffilename
0337           organization is line sequential.
0338       select optional correspondence-file assign to dynamic
0338A          correspondencefilename
0339           organization is line sequential.
0339A      select optional undeliverable-file assign to dynamic
0339B          undeliverablefilename
0339C          organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0406   fd  ledger-file.
0407   01  ledger-record pic x(100).
0408   fd  customer-file.
0409   01  customer-record pic x(120).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409C  fd  customer-xref-file.
0409D  01  customer-xref-record pic x(40).
0409E  fd  correspondence-file.
0409F  01  correspondence-record pic x(100).
0409G  fd  undeliverable-file.
0409H  01  undeliverable-record pic x(100).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'report-writer-variables'.
0413   copy 'processing-date-variables'.
0413A  copy 'customer-xref-variables'.
0413B  copy 'correspondence-variables'.
0413C  copy 'undeliverable-variables'.
0414
0420   01 ledgerfilename pic x(20).
0421   01 customerfilename pic x(20).
0480   01 customer-table.
0481       05 customer-entry occurs 200 times.
0482           10 customer-entry-name pic x(10).
0482A          10 customer-entry-number pic x(8).
0482B          10 customer-entry-address-flag pic x.
0482C          10 customer-entry-flag-date pic x(8).
0483   01 customer-count pic 9(3) value 0.
0484   01 customer-index pic 9(3).
0485   01 customer-entry-rest pic x(60).
0486   01 statement-name pic x(10).
0486A  01 statement-customer-number pic x(8).
0486B  01 statement-address-flag pic x.
0486C  01 statement-flag-date pic x(8).
0486D  01 statements-held pic 9(4) value 0.
0487
0490   01 statement-account pic x(8).
0491   01 opening-balance pic s9(8)v99.
0494   01 balance-edited pic -9(8).99.
0495   01 statement-count pic 9(4) value 0.
0496   01 entry-lines pic 9(4).
0496A  01 entry-label pic x(16).
0496B  01 finance-charges pic s9(8)v99.
0497
0500   procedure division.
0600
0721       display "Enter customer master file name".
0722       accept customerfilename.
0730       perform load-customer-table.
0730A      perform load-customer-xref.
0740       perform load-ledger-entries.
0750       move "Customer-Statements" to report-program-name.
0751       move "Monthly customer statements" to report-title.
0760       perform produce-account-statements.
0770       move spaces to report-line.
0771       string "Statements produced: " statement-count
0771A             "  held, address undeliverable: " statements-held
0772           delimited by size into report-line.
0773       perform write-report-totals.
0780       display "Statements produced: " statement-count.
0781       display "Statements held, address undeliverable: "
0782           statements-held.
0900   program-done.
0910       stop run.
0911
0927               at end move "Y" to customer-eof
0928               not at end
0929                   add 1 to customer-count
0929A                  move spaces
0929B                      to customer-entry-number(customer-count)
0929C                  move spaces to
0929D                      customer-entry-address-flag(customer-count)
0929E                  move spaces
0929F                      to customer-entry-flag-date(customer-count)
0930                   unstring customer-record delimited by ","
0931                       into customer-entry-name(customer-count)
0932                            customer-entry-rest
0932A                           customer-entry-rest
0932B                           customer-entry-rest
0932C                           customer-entry-rest
0932D                           customer-entry-rest
0932E                           customer-entry-rest
0932F                           customer-entry-rest
0932G                           customer-entry-number(customer-count)
0932H                           customer-entry-address-flag(
0932I                               customer-count)
0932J                           customer-entry-flag-date(customer-count)
0933           end-read
0934       end-perform.
0935       close customer-file.
1045              and entry-date(entry-index) <= month-high-date
1046               move entry-account(entry-index)
1047                   to statement-account
1048               perform print-or-hold-statement
1049           end-if
1050       end-perform.
1051
1051A  print-or-hold-statement.
1052       perform find-statement-name.
1053       if statement-address-flag = "U"
1054           add 1 to statements-held
1055           perform varying entry-scan from 1 by 1
1056                   until entry-scan > entry-count
1057               if entry-account(entry-scan) = statement-account
1058                   move "Y" to entry-printed(entry-scan)
1059               end-if
1059A          end-perform
1059B          move "Customer-Statements" to undeliv-program
1059C          move statement-name to undeliv-name
1059D          move statement-customer-number to undeliv-number
1059E          move statement-flag-date to undeliv-flag-date
1059F          move spaces to undeliv-document
1059G          string "STATEMENT " statement-account
1059H                 " " statement-month
1059I              delimited by size into undeliv-document
1059J          perform write-undeliverable-exception
1059K      else
1059L          perform print-one-statement
1059M      end-if.
1059N
1060   print-one-statement.
1061       add 1 to statement-count.
1062       perform find-statement-name.
1064       move spaces to report-line.
1065       string "Statement for account " statement-account
1066              "  " statement-name
1066A             "  customer number " statement-customer-number
1067              "  month " statement-month
1068           delimited by size into report-line.
1069       perform write-report-line.
1074       perform write-report-line.
1075       move opening-balance to closing-balance.
1076       move 0 to entry-lines.
1076A      move 0 to finance-charges.
1077       perform varying entry-scan from 1 by 1
1078               until entry-scan > entry-count
1079           if entry-account(entry-scan) = statement-account
1088              "  (" entry-lines " entries)"
1089           delimited by size into report-line.
1090       perform write-report-line.
1090A      if finance-charges not = 0
1090B          move finance-charges to balance-edited
1090C          move spaces to report-line
1090D          string "  Finance charges this month " balance-edited
1090E              delimited by size into report-line
1090F          perform write-report-line
1090G      end-if.
1091       move spaces to report-line.
1092       perform write-report-line.
1092A      perform record-statement-sent.
1092B
1092C  record-statement-sent.
1092D      move statement-customer-number to corr-customer-number.
1092E      move statement-name to corr-customer-name.
1092F      move report-run-date to corr-date.
1092G      move "STATEMENT" to corr-document-type.
1092H      move statement-month to corr-campaign-level.
1092I      move spaces to corr-reference.
1092J      string statement-account delimited by space
1092K             "-" statement-month delimited by size
1092L          into corr-reference.
1092M      perform write-correspondence-entry.
1093
1100   print-statement-entry.
1101       add 1 to entry-lines.
1103       add entry-amount(entry-scan) to closing-balance.
1104       move entry-amount(entry-scan)
1105           to entry-amount-edited.
1105A      move spaces to entry-label.
1105B      if entry-source(entry-scan) = "F"
1105C          move "Finance charge" to entry-label
1105D          add entry-amount(entry-scan) to finance-charges
1105E      end-if.
1106       move spaces to report-line.
1107       string "  " entry-date(entry-scan)
1108              "  " entry-source(entry-scan)
1109              "  " entry-amount-edited
1109A             "  " entry-label
1110           delimited by size into report-line.
1111       perform write-report-line.
1112
1130
1140   find-statement-name.
1141       move spaces to statement-name.
1141P      move spaces to statement-address-flag.
1141Q      move spaces to statement-flag-date.
1141A      move statement-account to xref-account-wanted.
1141B      perform find-customer-number.
1141C      move xref-number-found to statement-customer-number.
1141D      if statement-customer-number not = spaces
1141E          perform varying customer-index from 1 by 1
1141F                  until customer-index > customer-count
1141G                     or statement-name not = spaces
1141H              if customer-entry-number(customer-index)
1141I                     = statement-customer-number
1141J                  move customer-entry-name(customer-index)
1141K                      to statement-name
1141K1                 perform note-statement-address
1141L              end-if
1141M          end-perform
1141N      end-if.
1142       perform varying customer-index from 1 by 1
1143               until customer-index > customer-count
1144                  or statement-name not = spaces
1148                  = spaces
1149               move customer-entry-name(customer-index)
1150                   to statement-name
1150A              perform note-statement-address
1151           end-if
1152       end-perform.
1152A
1153   note-statement-address.
1154       move customer-entry-address-flag(customer-index)
1155           to statement-address-flag.
1156       move customer-entry-flag-date(customer-index)
1157           to statement-flag-date.
1158
1160   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
9910   copy 'customer-xref-lookup'.
9920   copy 'correspondence-writer'.
9930   copy 'undeliverable-writer'.
