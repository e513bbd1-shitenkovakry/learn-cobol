0100   identification division.
0200   program-id. Customer-Number-Conversion.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional customer-file assign to dynamic
0330A          customerfilename
0331           organization is line sequential.
0332       select optional open-item-file assign to dynamic
0332A          openitemfilename
0333           organization is line sequential.
0334       select optional customer-xref-file assign to dynamic
0334A          custxreffilename
0335           organization is line sequential.
0336       select optional number-control-file assign to dynamic
0336A          numbercontrolname
0337           organization is line sequential.
0338       select optional number-log-file assign to dynamic
0338A          numberlogname
0339           organization is line sequential.
0340       select optional report-file assign to dynamic reportfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408   fd  open-item-file.
0409   01  open-item-record pic x(80).
0409A  fd  customer-xref-file.
0409B  01  customer-xref-record pic x(40).
0409C  fd  number-control-file.
0409D  01  number-control-record pic x(50).
0409E  fd  number-log-file.
0409F  01  number-log-record pic x(50).
0409G  fd  report-file.
0409H  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'number-assign-variables'.
0414   copy 'customer-xref-variables'.
0415   copy 'report-writer-variables'.
0416
0420   01 customerfilename pic x(20).
0421   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0422   01 customer-eof pic x value "N".
0423   01 open-item-eof pic x value "N".
0424
0430   01 customer-table.
0431       05 customer-entry occurs 200 times.
0432           10 customer-entry-name pic x(10).
0433           10 customer-entry-template pic x(10).
0434           10 customer-entry-occasion pic x.
0435           10 customer-entry-sig-date pic x(8).
0436           10 customer-entry-street pic x(20).
0437           10 customer-entry-city pic x(15).
0438           10 customer-entry-postal pic x(8).
0439           10 customer-entry-salesrep pic x(4).
0440           10 customer-entry-number pic x(8).
0440A          10 customer-entry-address-flag pic x.
0440B          10 customer-entry-flag-date pic x(8).
0440C          10 customer-entry-segment pic x(10).
0441           10 customer-entry-linked pic x.
0442   01 customer-count pic 9(3) value 0.
0443   01 customer-index pic 9(3).
0444   01 found-index pic 9(3).
0445
0450   01 open-item-table.
0451       05 open-item-entry occurs 1000 times.
0452           10 item-account pic x(8).
0453           10 item-date-text pic x(10).
0454           10 item-original-text pic x(12).
0455           10 item-remaining-text pic x(12).
0456           10 item-code pic x(5).
0457           10 item-status pic x.
0458           10 item-customer-number pic x(8).
0459   01 open-item-count pic 9(4) value 0.
0460   01 open-item-index pic 9(4).
0461
0470   01 account-table.
0471       05 account-entry occurs 500 times.
0472           10 account-code pic x(8).
0473           10 account-items pic 9(4).
0474           10 account-balance pic s9(8)v99.
0475           10 account-number pic x(8).
0476   01 account-count pic 9(3) value 0.
0477   01 account-index pic 9(3).
0478   01 account-found-index pic 9(3).
0479   01 item-remaining pic s9(6)v99.
0480
0490   01 numbers-assigned pic 9(4) value 0.
0491   01 numbers-already-held pic 9(4) value 0.
0492   01 numbers-unavailable pic 9(4) value 0.
0493   01 links-existing pic 9(4) value 0.
0494   01 links-made pic 9(4) value 0.
0495   01 accounts-unmatched pic 9(4) value 0.
0496   01 customers-unlinked pic 9(4) value 0.
0497   01 items-stamped pic 9(5) value 0.
0498   01 balance-edited pic -9(8).99.
0499
0600   procedure division.
0610
0700   program-begin.
0701       display "Enter customer master file name".
0702       accept customerfilename.
0703       perform get-processing-date.
0704       perform load-customer-table.
0705       perform load-customer-xref.
0706       perform load-open-item-table.
0707       move "Customer-Number-Conversion" to report-program-name.
0708       move spaces to report-title.
0709       string "Customer number conversion " processing-date
0710           delimited by size into report-title.
0711       move spaces to report-column-heading.
0712       perform write-report-header.
0713       perform assign-customer-numbers.
0714       perform match-receivables-accounts.
0715       perform report-unlinked-customers.
0716       perform stamp-open-items.
0717       perform save-customer-table.
0718       perform save-customer-xref.
0719       perform save-open-item-table.
0720       perform write-conversion-totals.
0721       if accounts-unmatched > 0 or numbers-unavailable > 0
0722           move 4 to return-code
0723       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-customer-table.
0921       move 0 to customer-count.
0922       move "N" to customer-eof.
0923       open input customer-file.
0924       perform until customer-eof = "Y"
0925              or customer-count = 200
0926           read customer-file
0927               at end move "Y" to customer-eof
0928               not at end
0929                   add 1 to customer-count
0930                   move spaces to customer-entry(customer-count)
0931                   unstring customer-record delimited by ","
0932                       into customer-entry-name(customer-count)
0933                            customer-entry-template(customer-count)
0934                            customer-entry-occasion(customer-count)
0935                            customer-entry-sig-date(customer-count)
0936                            customer-entry-street(customer-count)
0937                            customer-entry-city(customer-count)
0938                            customer-entry-postal(customer-count)
0939                            customer-entry-salesrep(customer-count)
0940                            customer-entry-number(customer-count)
0940A                           customer-entry-address-flag(
0940B                               customer-count)
0940C                           customer-entry-flag-date(customer-count)
0940D                           customer-entry-segment(customer-count)
0941                   move "N" to customer-entry-linked(customer-count)
0942           end-read
0943       end-perform.
0944       close customer-file.
0945       if customer-eof = "N"
0946           display "Customer file holds more than 200 records,"
0947               " run stopped"
0948           move 16 to return-code
0949           stop run
0950       end-if.
0951       display customer-count " customer records loaded".
0952
0960   load-open-item-table.
0961       move 0 to open-item-count.
0962       move "N" to open-item-eof.
0963       open input open-item-file.
0964       perform until open-item-eof = "Y"
0965              or open-item-count = 1000
0966           read open-item-file
0967               at end move "Y" to open-item-eof
0968               not at end
0969                   add 1 to open-item-count
0970                   move spaces to open-item-entry(open-item-count)
0971                   unstring open-item-record delimited by ","
0972                       into item-account(open-item-count)
0973                            item-date-text(open-item-count)
0974                            item-original-text(open-item-count)
0975                            item-remaining-text(open-item-count)
0976                            item-code(open-item-count)
0977                            item-status(open-item-count)
0978                            item-customer-number(open-item-count)
0979           end-read
0980       end-perform.
0981       close open-item-file.
0982       if open-item-eof = "N"
0983           display "Open item file holds more than 1000 items,"
0984               " run stopped"
0985           move 16 to return-code
0986           stop run
0987       end-if.
0988       display open-item-count " open items loaded".
0989
1000   assign-customer-numbers.
1001       move "CUSTNO" to number-range-name.
1002       perform varying customer-index from 1 by 1
1003               until customer-index > customer-count
1004           if customer-entry-number(customer-index) = spaces
1005               perform assign-one-customer-number
1006           else
1007               add 1 to numbers-already-held
1008           end-if
1009       end-perform.
1010
1020   assign-one-customer-number.
1021       perform get-next-assigned-number.
1022       if number-assign-found = "Y"
1023           move assigned-number
1024               to customer-entry-number(customer-index)
1025           add 1 to numbers-assigned
1026       else
1027           add 1 to numbers-unavailable
1028           move spaces to report-line
1029           string "No customer number available for "
1030                  customer-entry-name(customer-index)
1031               delimited by size into report-line
1032           perform write-report-line
1033       end-if.
1034
1100   match-receivables-accounts.
1101       perform varying open-item-index from 1 by 1
1102               until open-item-index > open-item-count
1103           perform note-item-account
1104       end-perform.
1105       move spaces to report-line.
1106       perform write-report-line.
1107       move "Receivables accounts with no customer:"
1108           to report-line.
1109       perform write-report-line.
1110       move "  Account  Items       Balance" to report-line.
1111       perform write-report-line.
1112       perform link-one-account
1113           varying account-index from 1 by 1
1114           until account-index > account-count.
1115       if accounts-unmatched = 0
1116           move "  none" to report-line
1117           perform write-report-line
1118       end-if.
1119
1120   note-item-account.
1121       move 0 to account-found-index.
1122       perform varying account-index from 1 by 1
1123               until account-index > account-count
1124                  or account-found-index > 0
1125           if account-code(account-index)
1126                  = item-account(open-item-index)
1127               move account-index to account-found-index
1128           end-if
1129       end-perform.
1130       if account-found-index = 0
1131           if account-count = 500
1132               display "More than 500 receivables accounts,"
1133                   " run stopped"
1134               move 16 to return-code
1135               stop run
1136           end-if
1137           add 1 to account-count
1138           move account-count to account-found-index
1139           move item-account(open-item-index)
1140               to account-code(account-found-index)
1141           move 0 to account-items(account-found-index)
1142           move 0 to account-balance(account-found-index)
1143           move spaces to account-number(account-found-index)
1144       end-if.
1145       add 1 to account-items(account-found-index).
1146       move item-remaining-text(open-item-index)
1147           to item-remaining.
1148       if item-status(open-item-index) not = "S"
1149          and item-status(open-item-index) not = "W"
1150           add item-remaining
1150A           to account-balance(account-found-index)
1151       end-if.
1152
1200   link-one-account.
1201       move account-code(account-index) to xref-account-wanted.
1202       perform find-customer-number.
1203       if xref-number-found not = spaces
1204           add 1 to links-existing
1205           move xref-number-found to account-number(account-index)
1206       else
1207           perform match-account-to-customer
1208       end-if.
1209       if account-number(account-index) not = spaces
1210           perform flag-linked-customer
1211       end-if.
1212
1220   match-account-to-customer.
1221       move 0 to found-index.
1222       perform varying customer-index from 1 by 1
1223               until customer-index > customer-count
1224                  or found-index > 0
1225           if customer-entry-name(customer-index)(1:8)
1226                  = account-code(account-index)
1227              and customer-entry-name(customer-index)(9:2)
1228                  = spaces
1229              and customer-entry-number(customer-index)
1230                  not = spaces
1231               move customer-index to found-index
1232           end-if
1233       end-perform.
1234       if found-index = 0
1235           add 1 to accounts-unmatched
1236           move account-balance(account-index) to balance-edited
1237           move spaces to report-line
1238           string "  " account-code(account-index) " "
1239                  account-items(account-index) " "
1240                  balance-edited
1241               delimited by size into report-line
1242           perform write-report-line
1243       else
1244           if xref-count = 500
1245               display "Cross-reference is full, run stopped"
1246               move 16 to return-code
1247               stop run
1248           end-if
1249           add 1 to xref-count
1250           move account-code(account-index)
1251               to xref-account(xref-count)
1252           move customer-entry-number(found-index)
1253               to xref-customer-number(xref-count)
1254           move customer-entry-number(found-index)
1255               to account-number(account-index)
1256           add 1 to links-made
1257       end-if.
1258
1260   flag-linked-customer.
1261       perform varying customer-index from 1 by 1
1262               until customer-index > customer-count
1263           if customer-entry-number(customer-index)
1264                  = account-number(account-index)
1265               move "Y" to customer-entry-linked(customer-index)
1266           end-if
1267       end-perform.
1268
1300   report-unlinked-customers.
1301       move spaces to report-line.
1302       perform write-report-line.
1303       move "Customers with no receivables account:"
1304           to report-line.
1305       perform write-report-line.
1306       perform varying customer-index from 1 by 1
1307               until customer-index > customer-count
1308           if customer-entry-linked(customer-index) = "N"
1309               add 1 to customers-unlinked
1310               move spaces to report-line
1311               string "  " customer-entry-name(customer-index)
1312                      " " customer-entry-number(customer-index)
1313                   delimited by size into report-line
1314               perform write-report-line
1315           end-if
1316       end-perform.
1317       if customers-unlinked = 0
1318           move "  none" to report-line
1319           perform write-report-line
1320       end-if.
1321
1400   stamp-open-items.
1401       perform varying open-item-index from 1 by 1
1402               until open-item-index > open-item-count
1403           move item-account(open-item-index)
1404               to xref-account-wanted
1405           perform find-customer-number
1406           if xref-number-found not = spaces
1407               add 1 to items-stamped
1408           end-if
1409           move xref-number-found
1410               to item-customer-number(open-item-index)
1411       end-perform.
1412
1500   save-customer-table.
1501       open output customer-file.
1502       perform varying customer-index from 1 by 1
1503               until customer-index > customer-count
1504           move spaces to customer-record
1505           string customer-entry-name(customer-index) ","
1506                  customer-entry-template(customer-index) ","
1507                  customer-entry-occasion(customer-index) ","
1508                  customer-entry-sig-date(customer-index) ","
1509                  customer-entry-street(customer-index) ","
1510                  customer-entry-city(customer-index) ","
1511                  customer-entry-postal(customer-index) ","
1512                  customer-entry-salesrep(customer-index) ","
1513                  customer-entry-number(customer-index) ","
1513A                 customer-entry-address-flag(customer-index) ","
1513B                 customer-entry-flag-date(customer-index) ","
1513C                 customer-entry-segment(customer-index)
1514               delimited by size into customer-record
1515           write customer-record
1516       end-perform.
1517       close customer-file.
1518
1520   save-customer-xref.
1521       open output customer-xref-file.
1522       perform varying xref-index from 1 by 1
1523               until xref-index > xref-count
1524           move spaces to customer-xref-record
1525           string xref-account(xref-index) ","
1526                  xref-customer-number(xref-index)
1527               delimited by size into customer-xref-record
1528           write customer-xref-record
1529       end-perform.
1530       close customer-xref-file.
1531
1540   save-open-item-table.
1541       open output open-item-file.
1542       perform varying open-item-index from 1 by 1
1543               until open-item-index > open-item-count
1544           move spaces to open-item-record
1545           string item-account(open-item-index) ","
1546                  item-date-text(open-item-index)
1547                  delimited by space
1548                  "," item-original-text(open-item-index)
1549                  delimited by "  "
1550                  "," item-remaining-text(open-item-index)
1551                  delimited by "  "
1552                  "," item-code(open-item-index)
1553                  delimited by space
1554                  "," item-status(open-item-index) ","
1555                  item-customer-number(open-item-index)
1556                  delimited by size
1557               into open-item-record
1558           write open-item-record
1559       end-perform.
1560       close open-item-file.
1561
1600   write-conversion-totals.
1601       move spaces to report-line.
1602       string "Numbers assigned: " numbers-assigned
1603              "  already held: " numbers-already-held
1604              "  unavailable: " numbers-unavailable
1605           delimited by size into report-line.
1606       perform write-report-line.
1607       move spaces to report-line.
1608       string "Accounts linked before: " links-existing
1609              "  linked by name: " links-made
1610              "  unmatched: " accounts-unmatched
1611           delimited by size into report-line.
1612       perform write-report-line.
1613       move spaces to report-line.
1614       string "Open items stamped: " items-stamped
1615              " of " open-item-count
1616              "  customers with no account: " customers-unlinked
1617           delimited by size into report-line.
1618       perform write-report-totals.
1619       display "Numbers assigned: " numbers-assigned.
1620       display "Accounts linked: " links-existing
1621           " before, " links-made " by name".
1622       display "Accounts unmatched: " accounts-unmatched.
1623       display "Open items stamped: " items-stamped.
1624
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'customer-xref-lookup'.
9930   copy 'report-writer-writer'.
