0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0392       select optional run-control-file assign to dynamic
0392A          runcontrolfilename
0393           organization is line sequential.
0398F      select optional audit-control-file assign to dynamic
0398G          auditcontrolname
0398H          organization is line sequential.
0398L      select optional fx-item-file assign to dynamic
0398M          fxitemfilename
0398N          organization is line sequential.
0398O      select optional fx-rate-file assign to dynamic
0398P          fxratefilename
0398Q          organization is line sequential.
0398R      select optional parameter-card-file assign to dynamic
0398S          parmcardfilename
0398T          organization is line sequential.
0398U      select optional customer-xref-file assign to dynamic
0398V          custxreffilename
0398W          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  receipts-file.
0409H
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409Z  fd  run-control-file.
0409Z1 01  run-control-record pic x(40).
0409V1 fd  balancing-file.
0409W1 01  overflow-record pic x(80).
0409V7 fd  audit-control-file.
0409V8 01  audit-control-record pic x(40).
0409W2 fd  fx-item-file.
0409W3 01  fx-item-record pic x(80).
0409W4 fd  fx-rate-file.
0409W5 01  fx-rate-record pic x(30).
0409W6 fd  parameter-card-file.
0409W7 01  parameter-card-record pic x(60).
0409W8 fd  customer-xref-file.
0409W9 01  customer-xref-record pic x(40).
0411   working-storage section.
0412X  copy 'processing-date-variables'.
0412XP copy 'period-control-variables'.
0412Y  copy 'run-control-variables'.
0412Z  copy 'balancing-variables'.
0412Z1 copy 'run-lock-variables'.
0412Z2 copy 'audit-trail-variables'.
0412Z3 01 array-size pic 9(2) value 0.
0412Z4 copy 'fx-item-variables'.
0412Z5 copy 'parameter-card-variables'.
0412Z6 copy 'customer-xref-variables'.
0412
0413   01 receiptsfilename pic x(20).
0414   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0416   01 registerfilename pic x(24).
0417   01 receipts-eof pic x value "N".
0418   01 open-item-eof pic x value "N".
0418A  01 fx-check-account pic x(8).
0418B  01 fx-check-date pic x(8).
0418C  01 fx-check-code pic x(5).
0418D  01 fx-check-status pic x.
0418E  01 fx-check-remaining pic s9(6)v99.
0419
0420   01 open-item-table.
0421       05 open-item-entry occurs 500 times.
0425           10 item-remaining pic s9(6)v99.
0426           10 item-code pic x(5).
0427           10 item-status pic x.
0427A          10 item-customer-number pic x(8).
0428   01 open-item-count pic 9(3) value 0.
0429   01 open-item-index pic 9(3).
0430   01 item-original-text pic x(12).
0472   01 ledger-result-edited pic -9(6).99.
0473   01 entry-source pic x value "C".
0474A  01 posting-sequence pic 9(6) value 0.
0474B  01 realized-account pic x(8) value "FXREAL".
0474C  01 foreign-outstanding pic s9(6)v99.
0474D  01 spot-value pic s9(7)v99.
0474E  01 booked-cleared pic s9(6)v99.
0474F  01 realized-amount pic s9(6)v99.
0474G  01 realized-this-item pic s9(6)v99.
0474H  01 realized-total pic s9(8)v99 value 0.
0474I  01 realized-edited pic -9(6).99.
0474J  01 realized-total-edited pic -9(8).99.
0474
0500   procedure division.
0600
0720       perform get-processing-date.
0721       string "LEDGER" processing-date ".TXT"
0722           delimited by size into ledgerfilename.
0722A      move processing-date to period-check-date.
0722B      move "Cash-Receipts" to period-program-name.
0722C      perform check-posting-period.
0722D      if period-post-allowed = "N"
0722E          perform release-run-lock
0722F          move 8 to return-code
0722G          stop run
0722H      end-if.
0723       string "CASHREG" processing-date ".TXT"
0724           delimited by size into registerfilename.
0730       perform load-open-item-table.
0730A      move "FXREVPARM.TXT" to parmcardfilename.
0730B      perform load-parameter-card.
0730C      move "REALACCT" to parm-keyword.
0730D      perform get-parameter-value.
0730E      if parm-found = "Y"
0730F          move parm-value to realized-account
0730G      end-if.
0730H      perform load-fx-items.
0730L      perform load-customer-xref.
0730I      if fx-item-count > 0
0730J          perform load-fx-rates
0730K      end-if.
0740       open output register-file.
0741       move spaces to register-line.
0742       string "Settlement register for " processing-date
0760       perform write-register-totals.
0761       close register-file.
0770       perform save-open-item-table.
0771       if fx-item-count > 0
0772           perform purge-settled-fx-items
0773       end-if.
0780       move "CASHRCPTS" to balancing-step.
0780A      move processing-date to balancing-run-date.
0781       move receiptsfilename to balancing-file-name.
0928B                      perform spill-open-item-record
0928C                  else
0929                       add 1 to open-item-count
0929A                      move spaces
0929B                          to item-customer-number(open-item-count)
0930                       unstring open-item-record
0930A                          delimited by ","
0931                           into item-account(open-item-count)
0934                            item-remaining-text
0935                            item-code(open-item-count)
0936                            item-status(open-item-count)
0936A                           item-customer-number(open-item-count)
0937                       move item-original-text
0938                           to item-original(open-item-count)
0939                       move item-remaining-text
0973       move receipt-amount to receipt-residue.
0974       move 0 to applied-amount.
0975       move 0 to items-settled.
0975A      move 0 to realized-amount.
0976       perform varying open-item-index from 1 by 1
0977               until open-item-index > open-item-count
0978                  or receipt-residue = 0
0986           add applied-amount to applied-total
0987           perform write-settlement-ledger-entry
0988       end-if.
0988A      if realized-amount not = 0
0988B          add realized-amount to realized-total
0988C          perform write-realized-ledger-entry
0988D      end-if.
0989       if receipt-residue not = 0
0990           perform write-unapplied-open-item
0991       end-if.
0992       perform write-receipt-register-line.
0993
1000   apply-residue-to-item.
1000A      move item-account(open-item-index) to fx-lookup-account.
1000B      move item-date(open-item-index) to fx-lookup-date.
1000C      move item-code(open-item-index) to fx-lookup-code.
1000D      perform find-fx-item.
1000E      move "N" to fx-rate-found.
1000F      if fx-found-index > 0
1000G         and item-original(open-item-index) not = 0
1000H          move fx-item-currency(fx-found-index) to fx-rate-wanted
1000I          perform find-fx-rate
1000J          if fx-rate-found = "N"
1000K              display "No rate for " fx-rate-wanted ", item "
1000L                  item-account(open-item-index) " "
1000M                  item-code(open-item-index)
1000N                  " settled at booked value"
1000O          end-if
1000P      end-if.
1000Q      if fx-rate-found = "Y"
1000R          perform apply-residue-to-fx-item
1000S      else
1000T          perform apply-residue-at-booked-value
1000U      end-if.
1000V
1000W  apply-residue-at-booked-value.
1001       if item-remaining(open-item-index) <= receipt-residue
1002           move item-remaining(open-item-index)
1003               to applied-this-item
1014       end-if.
1015       add applied-this-item to applied-amount.
1016       subtract applied-this-item from receipt-residue.
1016A
1016B  apply-residue-to-fx-item.
1016C      compute foreign-outstanding rounded =
1016D          fx-item-foreign(fx-found-index)
1016E          * item-remaining(open-item-index)
1016F          / item-original(open-item-index).
1016G      compute spot-value rounded =
1016H          foreign-outstanding * fx-rate-used.
1016I      if spot-value <= receipt-residue
1016J          move item-remaining(open-item-index) to booked-cleared
1016K          move spot-value to applied-this-item
1016L          move 0 to item-remaining(open-item-index)
1016M          move "S" to item-status(open-item-index)
1016N          add 1 to items-settled
1016O          add 1 to settled-item-count
1016P      else
1016Q          move receipt-residue to applied-this-item
1016R          compute booked-cleared rounded =
1016S              item-remaining(open-item-index)
1016T              * receipt-residue / spot-value
1016U          subtract booked-cleared
1016V              from item-remaining(open-item-index)
1016W          move "P" to item-status(open-item-index)
1016X          add 1 to partial-item-count
1016Y      end-if.
1016Z      compute realized-this-item =
1017A          applied-this-item - booked-cleared.
1017B      add realized-this-item to realized-amount.
1017C      add booked-cleared to applied-amount.
1017D      subtract applied-this-item from receipt-residue.
1017
1020   write-unapplied-open-item.
1021       add 1 to unapplied-count.
1032               0 - receipt-residue
1033           move "UNAPP" to item-code(open-item-count)
1034           move "U" to item-status(open-item-count)
1034A          move receipt-account to xref-account-wanted
1034B          perform find-customer-number
1034C          move xref-number-found
1034D              to item-customer-number(open-item-count)
1035       else
1036           display "Open-item table full, unapplied cash for "
1037               receipt-account " not recorded"
1049              " items settled " items-settled
1050           delimited by size into register-line.
1051       write register-line.
1051A      if realized-amount not = 0
1051B          move realized-amount to realized-edited
1051C          move spaces to register-line
1051D          string "  realized exchange gain/loss "
1051E                 realized-edited " to " realized-account
1051F              delimited by size into register-line
1051G          write register-line
1051H      end-if.
1052
1060   write-settlement-ledger-entry.
1061       compute applied-amount = 0 - applied-amount.
1076           delimited by size into ledger-record.
1077       write ledger-record.
1078       close ledger-file.
1078A
1078B  write-realized-ledger-entry.
1078C      compute realized-amount = 0 - realized-amount.
1078D      move realized-amount to ledger-first-edited.
1078E      move 0 to ledger-second-edited.
1078F      move realized-amount to ledger-result-edited.
1078G      move realized-amount to audit-result.
1078H      perform write-held-audit-entry.
1078I      move audit-sequence to posting-sequence.
1078J      compute realized-amount = 0 - realized-amount.
1078K      open extend ledger-file.
1078L      move spaces to ledger-record.
1078M      string ledger-first-edited ","
1078N             ledger-second-edited ","
1078O             ledger-result-edited ","
1078P             run-control-rerun ","
1078Q             entry-source ","
1078R             "LOC,"
1078S             ledger-first-edited ","
1078T             "001.000000,"
1078U             "01,"
1078V             realized-account ","
1078W             posting-sequence
1078X          delimited by size into ledger-record.
1078Y      write ledger-record.
1078Z      close ledger-file.
1079
1080   write-register-totals.
1081       move receipts-total to receipts-total-edited.
1094              "  unapplied-cash items: " unapplied-count
1095           delimited by size into register-line.
1096       write register-line.
1096A      if realized-total not = 0
1096B          move realized-total to realized-total-edited
1096C          move spaces to register-line
1096D          string "Realized exchange gain/loss: "
1096E                 realized-total-edited
1096F              delimited by size into register-line
1096G          write register-line
1096H      end-if.
1097       display "Receipts applied: " receipt-count.
1098       display "Items settled: " settled-item-count.
1099       display "Unapplied-cash items: " unapplied-count.
1121                  item-original-edited ","
1122                  item-remaining-edited ","
1123                  item-code(open-item-index) ","
1124                  item-status(open-item-index) ","
1124A                 item-customer-number(open-item-index)
1125               delimited by size into open-item-record
1126           write open-item-record
1127       end-perform.
1140           end-read
1141       end-perform.
1142       close overflow-file.
1143
1150   purge-settled-fx-items.
1151       move "N" to open-item-eof.
1152       open input open-item-file.
1153       perform until open-item-eof = "Y"
1154           read open-item-file
1155               at end move "Y" to open-item-eof
1156               not at end
1157                   perform check-fx-open-item
1158           end-read
1159       end-perform.
1160       close open-item-file.
1161       perform save-open-fx-items.
1162
1170   check-fx-open-item.
1171       unstring open-item-record delimited by ","
1172           into fx-check-account fx-check-date
1173                item-original-text item-remaining-text
1174                fx-check-code fx-check-status.
1175       move item-remaining-text to fx-check-remaining.
1176       if fx-check-status not = "S"
1177          and fx-check-status not = "W"
1178          and fx-check-remaining not = 0
1179           move fx-check-account to fx-lookup-account
1180           move fx-check-date to fx-lookup-date
1181           move fx-check-code to fx-lookup-code
1182           perform mark-open-fx-item
1183       end-if.
1184
9900   copy 'processing-date-routine'.
9910   copy 'run-control-checker'.
9990   copy 'balancing-writer'.
9995   copy 'run-lock-manager'.
9996   copy 'audit-trail-writer'.
9997   copy 'fx-item-loader'.
9998   copy 'parameter-card-reader'.
9999   copy 'customer-xref-lookup'.
9999P  copy 'period-control-checker'.
