0100   identification division.
0200   program-id. Customer-Segmentation.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional customer-file assign to dynamic
0330A          customerfilename
0331           organization is line sequential.
0332       select optional invoice-file assign to dynamic
0332A          invoicefilename
0333           organization is line sequential.
0334       select optional ledger-file assign to dynamic
0334A          ledgerfilename
0335           organization is line sequential.
0336       select optional segment-history-file assign to dynamic
0336A          segmenthistoryname
0337           organization is line sequential.
0338       select optional customer-xref-file assign to dynamic
0338A          custxreffilename
0339           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0342       select optional report-file assign to dynamic reportfilename
0343           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408   fd  invoice-file.
0409   01  invoice-record pic x(80).
0409A  fd  ledger-file.
0409B  01  ledger-record pic x(100).
0409C  fd  segment-history-file.
0409D  01  segment-history-record pic x(40).
0409E  fd  customer-xref-file.
0409F  01  customer-xref-record pic x(40).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409I  fd  report-file.
0409J  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'customer-xref-variables'.
0414   copy 'parameter-card-variables'.
0415   copy 'report-writer-variables'.
0416
0420   01 customerfilename pic x(20).
0421   01 invoicefilename pic x(24).
0422   01 ledgerfilename pic x(24).
0423   01 segmenthistoryname pic x(24).
0424   01 customer-eof pic x.
0425   01 invoice-eof pic x.
0426   01 ledger-eof pic x.
0427   01 history-eof pic x.
0428
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
0441           10 customer-entry-address-flag pic x.
0442           10 customer-entry-flag-date pic x(8).
0443           10 customer-entry-segment pic x(10).
0444           10 customer-last-purchase pic 9(8).
0445           10 customer-invoice-count pic 9(4).
0446           10 customer-spend pic s9(9)v99.
0447           10 customer-prior-segment pic x(10).
0448   01 customer-count pic 9(3) value 0.
0449   01 customer-index pic 9(3).
0450   01 found-index pic 9(3).
0451
0460   01 horizon-days pic 9(3) value 365.
0461   01 recent-days-high pic 9(3) value 30.
0462   01 recent-days-low pic 9(3) value 90.
0463   01 frequency-low pic 9(3) value 2.
0464   01 frequency-high pic 9(3) value 6.
0465   01 spend-low pic 9(7) value 1000.
0466   01 spend-high pic 9(7) value 5000.
0467   01 recency-score pic 9.
0468   01 frequency-score pic 9.
0469   01 monetary-score pic 9.
0470   01 days-since-purchase pic 9(5).
0470A  01 parm-number-text pic x(7) justified right.
0470B  01 parm-number pic 9(7).
0471
0480   01 scan-date pic 9(8).
0481   01 scan-serial pic 9(8).
0482   01 day-offset pic 9(3).
0483   01 current-period pic 9(6).
0484   01 prior-period pic 9(6).
0485   01 prior-year pic 9(4).
0486   01 prior-month pic 9(2).
0487
0490   01 inv-type pic x.
0491   01 inv-number pic x(8).
0492   01 inv-order pic x(8).
0493   01 inv-date-text pic x(8).
0494   01 inv-due-text pic x(8).
0495   01 inv-terms pic x(3).
0496   01 inv-total-text pic x(11).
0497   01 inv-lines-text pic x(4).
0498   01 inv-account pic x(8).
0499   01 inv-customer-number pic x(8).
0500   01 inv-total pic 9(8)v99.
0501   01 inv-date pic 9(8).
0502
0510   01 first-number-text pic x(10).
0511   01 second-number-text pic x(10).
0512   01 result-text pic x(12).
0513   01 ledger-rerun pic x.
0514   01 ledger-source pic x.
0515   01 ledger-currency pic x(3).
0516   01 ledger-original-text pic x(10).
0517   01 ledger-rate-text pic x(10).
0518   01 ledger-company pic x(2).
0519   01 ledger-account pic x(8).
0520   01 ledger-result pic s9(7)v99.
0521
0530   01 history-name pic x(10).
0531   01 history-segment pic x(10).
0532
0540   01 segment-names.
0541       05 filler pic x(10) value "CHAMPION".
0542       05 filler pic x(10) value "LOYAL".
0543       05 filler pic x(10) value "NEW".
0544       05 filler pic x(10) value "OCCASIONAL".
0545       05 filler pic x(10) value "AT-RISK".
0546       05 filler pic x(10) value "LAPSED".
0547       05 filler pic x(10) value "INACTIVE".
0548       05 filler pic x(10) value "UNSCORED".
0549   01 segment-list redefines segment-names.
0550       05 segment-name occurs 8 times pic x(10).
0551   01 movement-table.
0552       05 movement-from occurs 8 times.
0553           10 movement-count occurs 8 times pic 9(4).
0554   01 segment-totals.
0555       05 segment-total occurs 8 times pic 9(4).
0556   01 from-index pic 9.
0557   01 to-index pic 9.
0558   01 segment-index pic 9.
0559   01 customers-moved pic 9(4) value 0.
0560   01 customers-unchanged pic 9(4) value 0.
0561   01 invoices-read pic 9(5) value 0.
0562   01 invoices-unmatched pic 9(5) value 0.
0564
0600   procedure division.
0610
0700   program-begin.
0701       display "Enter customer master file name".
0702       accept customerfilename.
0703       perform get-processing-date.
0703A      initialize movement-table segment-totals.
0704       perform load-segment-parameters.
0705       perform load-customer-table.
0706       perform load-customer-xref.
0707       divide processing-date by 100 giving current-period.
0708       perform find-prior-period.
0709       perform load-prior-segments.
0710       perform scan-history-day
0711           varying day-offset from 0 by 1
0712           until day-offset >= horizon-days.
0713       perform score-one-customer
0714           varying customer-index from 1 by 1
0715           until customer-index > customer-count.
0716       perform save-customer-table.
0717       perform save-segment-history.
0718       perform report-segment-movement.
0719       display "Invoices read: " invoices-read
0720           "  not matched to a customer: " invoices-unmatched.
0721       display "Customers moved segment: " customers-moved
0722           "  unchanged: " customers-unchanged.
0900   program-done.
0910       stop run.
0911
0920   load-segment-parameters.
0921       move "RFMPARM.TXT" to parmcardfilename.
0922       perform load-parameter-card.
0923       move "HORIZON" to parm-keyword.
0924       perform get-parameter-value.
0925       if parm-found = "Y"
0926           perform convert-parm-number
0926A          move parm-number to horizon-days
0927       end-if.
0928       move "RECENTHIGH" to parm-keyword.
0929       perform get-parameter-value.
0930       if parm-found = "Y"
0931           perform convert-parm-number
0931A          move parm-number to recent-days-high
0932       end-if.
0933       move "RECENTLOW" to parm-keyword.
0934       perform get-parameter-value.
0935       if parm-found = "Y"
0936           perform convert-parm-number
0936A          move parm-number to recent-days-low
0937       end-if.
0938       move "FREQLOW" to parm-keyword.
0939       perform get-parameter-value.
0940       if parm-found = "Y"
0941           perform convert-parm-number
0941A          move parm-number to frequency-low
0942       end-if.
0943       move "FREQHIGH" to parm-keyword.
0944       perform get-parameter-value.
0945       if parm-found = "Y"
0946           perform convert-parm-number
0946A          move parm-number to frequency-high
0947       end-if.
0948       move "SPENDLOW" to parm-keyword.
0949       perform get-parameter-value.
0950       if parm-found = "Y"
0951           perform convert-parm-number
0951A          move parm-number to spend-low
0952       end-if.
0953       move "SPENDHIGH" to parm-keyword.
0954       perform get-parameter-value.
0955       if parm-found = "Y"
0956           perform convert-parm-number
0956A          move parm-number to spend-high
0957       end-if.
0958
0959   convert-parm-number.
0959A      unstring parm-value delimited by " "
0959B          into parm-number-text.
0959C      inspect parm-number-text replacing leading space by "0".
0959D      move parm-number-text to parm-number.
0959E
0960   load-customer-table.
0961       move 0 to customer-count.
0962       move "N" to customer-eof.
0963       open input customer-file.
0964       perform until customer-eof = "Y"
0965              or customer-count = 200
0966           read customer-file
0967               at end move "Y" to customer-eof
0968               not at end
0969                   add 1 to customer-count
0970                   move spaces to customer-entry(customer-count)
0971                   unstring customer-record delimited by ","
0972                       into customer-entry-name(customer-count)
0973                            customer-entry-template(customer-count)
0974                            customer-entry-occasion(customer-count)
0975                            customer-entry-sig-date(customer-count)
0976                            customer-entry-street(customer-count)
0977                            customer-entry-city(customer-count)
0978                            customer-entry-postal(customer-count)
0979                            customer-entry-salesrep(customer-count)
0980                            customer-entry-number(customer-count)
0981                            customer-entry-address-flag(
0982                                customer-count)
0983                            customer-entry-flag-date(customer-count)
0984                            customer-entry-segment(customer-count)
0985                   move 0 to customer-last-purchase(customer-count)
0986                   move 0 to customer-invoice-count(customer-count)
0987                   move 0 to customer-spend(customer-count)
0988                   move "UNSCORED"
0989                       to customer-prior-segment(customer-count)
0990           end-read
0991       end-perform.
0992       close customer-file.
0993       if customer-eof = "N"
0994           display "Customer file holds more than 200 records,"
0995               " run stopped"
0996           move 16 to return-code
0997           stop run
0998       end-if.
0999       display customer-count " customer records loaded".
1000
1010   find-prior-period.
1011       divide current-period by 100 giving prior-year
1012           remainder prior-month.
1013       if prior-month = 1
1014           move 12 to prior-month
1015           subtract 1 from prior-year
1016       else
1017           subtract 1 from prior-month
1018       end-if.
1019       compute prior-period = (prior-year * 100) + prior-month.
1020
1030   load-prior-segments.
1031       move spaces to segmenthistoryname.
1032       string "SEGHIST" prior-period ".TXT"
1033           delimited by size into segmenthistoryname.
1034       move "N" to history-eof.
1035       open input segment-history-file.
1036       perform until history-eof = "Y"
1037           read segment-history-file
1038               at end move "Y" to history-eof
1039               not at end
1040                   unstring segment-history-record
1041                       delimited by ","
1042                       into history-name history-segment
1043                   perform note-prior-segment
1044           end-read
1045       end-perform.
1046       close segment-history-file.
1047
1050   note-prior-segment.
1051       perform varying customer-index from 1 by 1
1052               until customer-index > customer-count
1053           if customer-entry-name(customer-index) = history-name
1054               move history-segment
1055                   to customer-prior-segment(customer-index)
1056           end-if
1057       end-perform.
1058
1100   scan-history-day.
1101       compute scan-serial =
1102           function integer-of-date(processing-date) - day-offset.
1103       compute scan-date =
1104           function date-of-integer(scan-serial).
1105       perform scan-invoice-file.
1106       perform scan-ledger-file.
1107
1110   scan-invoice-file.
1111       move spaces to invoicefilename.
1112       string "INVOICE" scan-date ".TXT"
1113           delimited by size into invoicefilename.
1114       move "N" to invoice-eof.
1115       open input invoice-file.
1116       perform until invoice-eof = "Y"
1117           read invoice-file
1118               at end move "Y" to invoice-eof
1119               not at end
1120                   perform note-one-invoice
1121           end-read
1122       end-perform.
1123       close invoice-file.
1124
1130   note-one-invoice.
1131       move spaces to inv-type inv-account inv-customer-number.
1132       unstring invoice-record delimited by ","
1133           into inv-type inv-number inv-order inv-date-text
1134                inv-due-text inv-terms inv-total-text
1135                inv-lines-text inv-account inv-customer-number.
1136       if inv-type = "I"
1137           add 1 to invoices-read
1138           perform find-invoice-customer
1139           if found-index = 0
1140               add 1 to invoices-unmatched
1141           else
1142               move inv-date-text to inv-date
1143               move inv-total-text to inv-total
1144               add 1 to customer-invoice-count(found-index)
1145               add inv-total to customer-spend(found-index)
1146               if inv-date > customer-last-purchase(found-index)
1147                   move inv-date
1148                       to customer-last-purchase(found-index)
1149               end-if
1150           end-if
1151       end-if.
1152
1160   find-invoice-customer.
1161       if inv-customer-number = spaces
1162           move inv-account to xref-account-wanted
1163           perform find-customer-number
1164           move xref-number-found to inv-customer-number
1165       end-if.
1166       perform find-customer-for-account.
1167
1170   find-customer-for-account.
1171       move 0 to found-index.
1172       if inv-customer-number not = spaces
1173           perform varying customer-index from 1 by 1
1174                   until customer-index > customer-count
1175                      or found-index > 0
1176               if customer-entry-number(customer-index)
1177                      = inv-customer-number
1178                   move customer-index to found-index
1179               end-if
1180           end-perform
1181       end-if.
1182       perform varying customer-index from 1 by 1
1183               until customer-index > customer-count
1184                  or found-index > 0
1185           if customer-entry-name(customer-index)(1:8)
1186                  = inv-account
1187              and customer-entry-name(customer-index)(9:2)
1188                  = spaces
1189               move customer-index to found-index
1190           end-if
1191       end-perform.
1192
1200   scan-ledger-file.
1201       move spaces to ledgerfilename.
1202       string "LEDGER" scan-date ".TXT"
1203           delimited by size into ledgerfilename.
1204       move "N" to ledger-eof.
1205       open input ledger-file.
1206       perform until ledger-eof = "Y"
1207           read ledger-file
1208               at end move "Y" to ledger-eof
1209               not at end
1210                   perform note-one-ledger-line
1211           end-read
1212       end-perform.
1213       close ledger-file.
1214
1220   note-one-ledger-line.
1221       move spaces to ledger-source ledger-account.
1222       unstring ledger-record delimited by ","
1223           into first-number-text second-number-text
1224                result-text ledger-rerun ledger-source
1225                ledger-currency ledger-original-text
1226                ledger-rate-text ledger-company
1227                ledger-account.
1228       if ledger-source = "R" and ledger-account not = spaces
1229           move ledger-account to inv-account
1230           move ledger-account to xref-account-wanted
1231           perform find-customer-number
1232           move xref-number-found to inv-customer-number
1233           perform find-customer-for-account
1234           if found-index > 0
1235               move result-text to ledger-result
1236               add ledger-result to customer-spend(found-index)
1237           end-if
1238       end-if.
1239
1300   score-one-customer.
1301       if customer-invoice-count(customer-index) = 0
1302           move "INACTIVE" to customer-entry-segment(customer-index)
1303       else
1304           perform compute-rfm-scores
1305           perform assign-named-segment
1306       end-if.
1307       perform count-segment-movement.
1308
1310   compute-rfm-scores.
1311       compute days-since-purchase =
1312           function integer-of-date(processing-date)
1313           - function integer-of-date(
1314               customer-last-purchase(customer-index)).
1315       if days-since-purchase <= recent-days-high
1316           move 3 to recency-score
1317       else
1318           if days-since-purchase <= recent-days-low
1319               move 2 to recency-score
1320           else
1321               move 1 to recency-score
1322           end-if
1323       end-if.
1324       if customer-invoice-count(customer-index) >= frequency-high
1325           move 3 to frequency-score
1326       else
1327           if customer-invoice-count(customer-index)
1328                  >= frequency-low
1329               move 2 to frequency-score
1330           else
1331               move 1 to frequency-score
1332           end-if
1333       end-if.
1334       if customer-spend(customer-index) >= spend-high
1335           move 3 to monetary-score
1336       else
1337           if customer-spend(customer-index) >= spend-low
1338               move 2 to monetary-score
1339           else
1340               move 1 to monetary-score
1341           end-if
1342       end-if.
1343
1350   assign-named-segment.
1351       if recency-score = 3 and frequency-score >= 2
1352          and monetary-score >= 2
1353           move "CHAMPION" to customer-entry-segment(customer-index)
1354       else
1355           if recency-score >= 2 and frequency-score >= 2
1356               move "LOYAL"
1356A                  to customer-entry-segment(customer-index)
1357           else
1358               perform assign-minor-segment
1359           end-if
1360       end-if.
1361
1362   assign-minor-segment.
1363       if recency-score = 3
1364           move "NEW" to customer-entry-segment(customer-index)
1365       else
1366           if recency-score = 1
1367               if frequency-score >= 2 or monetary-score >= 2
1368                   move "AT-RISK"
1369                       to customer-entry-segment(customer-index)
1370               else
1371                   move "LAPSED"
1372                       to customer-entry-segment(customer-index)
1373               end-if
1374           else
1375               move "OCCASIONAL"
1376                   to customer-entry-segment(customer-index)
1377           end-if
1378       end-if.
1379
1380   count-segment-movement.
1381       move 8 to from-index.
1382       move 8 to to-index.
1383       perform varying segment-index from 1 by 1
1384               until segment-index > 8
1385           if segment-name(segment-index)
1386                  = customer-prior-segment(customer-index)
1387               move segment-index to from-index
1388           end-if
1389           if segment-name(segment-index)
1390                  = customer-entry-segment(customer-index)
1391               move segment-index to to-index
1392           end-if
1393       end-perform.
1394       add 1 to movement-count(from-index, to-index).
1395       add 1 to segment-total(to-index).
1396       if from-index = to-index
1397           add 1 to customers-unchanged
1398       else
1399           add 1 to customers-moved
1400       end-if.
1401
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
1514                  customer-entry-address-flag(customer-index) ","
1515                  customer-entry-flag-date(customer-index) ","
1516                  customer-entry-segment(customer-index)
1517               delimited by size into customer-record
1518           write customer-record
1519       end-perform.
1520       close customer-file.
1521
1530   save-segment-history.
1531       move spaces to segmenthistoryname.
1532       string "SEGHIST" current-period ".TXT"
1533           delimited by size into segmenthistoryname.
1534       open output segment-history-file.
1535       perform varying customer-index from 1 by 1
1536               until customer-index > customer-count
1537           move spaces to segment-history-record
1538           string customer-entry-name(customer-index) ","
1539                  customer-entry-segment(customer-index)
1540               delimited by size into segment-history-record
1541           write segment-history-record
1542       end-perform.
1543       close segment-history-file.
1544
1600   report-segment-movement.
1601       move "Customer-Segmentation" to report-program-name.
1602       move spaces to report-title.
1603       string "Segment movement " prior-period
1604              " to " current-period
1605           delimited by size into report-title.
1606       move "From        To          Customers"
1607           to report-column-heading.
1608       perform write-report-header.
1609       perform varying from-index from 1 by 1
1610               until from-index > 8
1611           perform varying to-index from 1 by 1
1612                   until to-index > 8
1613               if from-index not = to-index
1614                  and movement-count(from-index, to-index) > 0
1615                   move spaces to report-line
1616                   string segment-name(from-index) "  "
1617                          segment-name(to-index) "  "
1618                          movement-count(from-index, to-index)
1619                       delimited by size into report-line
1620                   perform write-report-line
1621               end-if
1622           end-perform
1623       end-perform.
1624       move spaces to report-line.
1625       perform write-report-line.
1626       move "Segment sizes this month:" to report-line.
1627       perform write-report-line.
1628       perform varying segment-index from 1 by 1
1629               until segment-index > 7
1630           move spaces to report-line
1631           string "  " segment-name(segment-index) "  "
1632                  segment-total(segment-index)
1633               delimited by size into report-line
1634           perform write-report-line
1635       end-perform.
1636       move spaces to report-line.
1637       string "Customers moved: " customers-moved
1638              "  unchanged: " customers-unchanged
1639           delimited by size into report-line.
1640       perform write-report-totals.
1641
9900   copy 'processing-date-routine'.
9910   copy 'customer-xref-lookup'.
9920   copy 'parameter-card-reader'.
9930   copy 'report-writer-writer'.
