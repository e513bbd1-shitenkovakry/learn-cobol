0100   identification division.
0200   program-id. Sales-Analysis.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional invoice-line-file assign to dynamic
0330A          invoicelinename
0331           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  invoice-line-file.
0407   01  invoice-line-record pic x(80).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'report-writer-variables'.
0413   copy 'processing-date-variables'.
0414
0420   01 invoicelinename pic x(24).
0421   01 invoice-line-eof pic x value "N".
0422
0430   01 analysis-period pic 9(6).
0431   01 analysis-period-parts redefines analysis-period.
0432       05 analysis-year pic 9(4).
0433       05 analysis-month pic 99.
0434   01 scan-date pic 9(8).
0435   01 scan-date-parts redefines scan-date.
0436       05 scan-year pic 9(4).
0437       05 scan-month pic 99.
0438       05 scan-day pic 99.
0439   01 scan-first-month pic 99.
0440   01 scan-last-month pic 99.
0441   01 scan-bucket pic x.
0442   01 files-read pic 9(4) value 0.
0443   01 lines-read pic 9(6) value 0.
0444
0450   01 line-invoice pic x(8).
0451   01 line-order pic x(8).
0452   01 line-customer pic x(8).
0453   01 line-item pic x(8).
0454   01 line-qty-text pic x(8).
0455   01 line-net-text pic x(12).
0456   01 line-gross-text pic x(12).
0457   01 line-qty pic 9(5).
0458   01 line-net pic 9(7)v99.
0459   01 line-gross pic 9(7)v99.
0460   01 line-discount pic 9(7)v99.
0461
0470   01 customer-sales-table.
0471       05 cs-entry occurs 200 times.
0472           10 cs-customer pic x(8).
0473           10 cs-month-qty pic 9(7).
0474           10 cs-month-gross pic 9(9)v99.
0475           10 cs-month-discount pic 9(9)v99.
0476           10 cs-month-net pic 9(9)v99.
0477           10 cs-year-qty pic 9(7).
0478           10 cs-year-net pic 9(9)v99.
0479           10 cs-last-year-net pic 9(9)v99.
0480           10 cs-ranked pic x.
0481   01 cs-count pic 9(3) value 0.
0482   01 cs-index pic 9(3).
0483   01 cs-found-index pic 9(3).
0484
0490   01 item-sales-table.
0491       05 is-entry occurs 100 times.
0492           10 is-item pic x(8).
0493           10 is-month-qty pic 9(7).
0494           10 is-month-gross pic 9(9)v99.
0495           10 is-month-discount pic 9(9)v99.
0496           10 is-month-net pic 9(9)v99.
0497           10 is-year-qty pic 9(7).
0498           10 is-year-net pic 9(9)v99.
0499           10 is-last-year-net pic 9(9)v99.
0499A          10 is-ranked pic x.
0499B  01 is-count pic 9(3) value 0.
0499C  01 is-index pic 9(3).
0499D  01 is-found-index pic 9(3).
0499E
0499F  01 top-rank-limit pic 99 value 10.
0499G  01 rank-number pic 99.
0499H  01 rank-best-index pic 9(3).
0499I  01 rank-best-net pic 9(9)v99.
0499J
0499K  01 qty-edited pic 9(7).
0499L  01 gross-edited pic 9(8).99.
0499M  01 discount-edited pic 9(8).99.
0499N  01 net-edited pic 9(8).99.
0499O  01 year-net-edited pic 9(8).99.
0499P  01 last-year-edited pic 9(8).99.
0499Q  01 change-pct pic s9(5)v9.
0499R  01 change-pct-edited pic -9(4).9.
0499S  01 change-work-net pic 9(9)v99.
0499T  01 change-work-last pic 9(9)v99.
0499U  01 total-month-qty pic 9(8) value 0.
0499V  01 total-month-gross pic 9(9)v99 value 0.
0499W  01 total-month-discount pic 9(9)v99 value 0.
0499X  01 total-month-net pic 9(9)v99 value 0.
0499Y  01 total-year-net pic 9(9)v99 value 0.
0499Z  01 total-last-year-net pic 9(9)v99 value 0.
0499AA 01 table-overflow pic x value "N".
0499AB
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter analysis month (YYYYMM) or 0".
0711       accept analysis-period.
0712       if analysis-period = 0
0713           perform get-processing-date
0714           move processing-date(1:6) to analysis-period
0715       end-if.
0720       move analysis-year to scan-year.
0721       move analysis-month to scan-first-month.
0722       move analysis-month to scan-last-month.
0723       move "M" to scan-bucket.
0724       perform gather-period-sales.
0725       move 1 to scan-first-month.
0726       move "Y" to scan-bucket.
0727       perform gather-period-sales.
0728       compute scan-year = analysis-year - 1.
0729       move analysis-month to scan-first-month.
0730       move "L" to scan-bucket.
0731       perform gather-period-sales.
0740       move "Sales-Analysis" to report-program-name.
0741       move spaces to report-title.
0742       string "Invoiced sales by customer " analysis-period
0743           delimited by size into report-title.
0744       string "Customer  Qty MTD   Gross MTD    Disc MTD"
0745              "    Net MTD    Net YTD    Net LY Chg%"
0746           delimited by size into report-column-heading.
0747       perform write-report-header.
0750       perform write-customer-sales
0751           varying cs-index from 1 by 1
0752           until cs-index > cs-count.
0753       perform write-period-totals.
0760       perform write-item-section.
0770       perform write-top-customers.
0780       perform write-top-items.
0790       display "Sales analysis " analysis-period ": "
0791           files-read " invoice line files, "
0792           lines-read " lines".
0793       if table-overflow = "Y"
0794           display "Sales tables full, some lines not analysed"
0795       end-if.
0900   program-done.
0910       stop run.
0911
1000   gather-period-sales.
1001       move scan-first-month to scan-month.
1002       perform gather-one-month
1003           until scan-month > scan-last-month.
1004
1010   gather-one-month.
1011       move 1 to scan-day.
1012       perform gather-one-day
1013           until scan-day > 31.
1014       add 1 to scan-month.
1015
1020   gather-one-day.
1021       move spaces to invoicelinename.
1022       string "INVLINE" scan-date ".TXT"
1023           delimited by size into invoicelinename.
1024       move "N" to invoice-line-eof.
1025       open input invoice-line-file.
1026       read invoice-line-file
1027           at end move "Y" to invoice-line-eof
1028       end-read.
1029       if invoice-line-eof = "N" and scan-bucket = "M"
1030           add 1 to files-read
1031       end-if.
1032       perform add-invoice-line
1033           until invoice-line-eof = "Y".
1034       close invoice-line-file.
1035       add 1 to scan-day.
1036
1040   add-invoice-line.
1041       move spaces to line-gross-text.
1042       unstring invoice-line-record delimited by ","
1043           into line-invoice line-order line-customer
1044                line-item line-qty-text line-net-text
1045                line-gross-text.
1046       move line-qty-text to line-qty.
1047       move line-net-text to line-net.
1048       if line-gross-text = spaces
1049           move line-net to line-gross
1050       else
1051           move line-gross-text to line-gross
1052       end-if.
1053       compute line-discount = line-gross - line-net.
1054       if scan-bucket = "M"
1055           add 1 to lines-read
1056       end-if.
1057       perform add-customer-sales.
1058       perform add-item-sales.
1059       read invoice-line-file
1060           at end move "Y" to invoice-line-eof
1061       end-read.
1062
1100   add-customer-sales.
1101       move 0 to cs-found-index.
1102       perform varying cs-index from 1 by 1
1103               until cs-index > cs-count
1104                  or cs-found-index > 0
1105           if cs-customer(cs-index) = line-customer
1106               move cs-index to cs-found-index
1107           end-if
1108       end-perform.
1109       if cs-found-index = 0
1110           if cs-count = 200
1111               move "Y" to table-overflow
1112           else
1113               add 1 to cs-count
1114               move cs-count to cs-found-index
1115               initialize cs-entry(cs-count)
1116               move line-customer to cs-customer(cs-count)
1117           end-if
1118       end-if.
1119       if cs-found-index > 0
1120           if scan-bucket = "M"
1121               add line-qty to cs-month-qty(cs-found-index)
1122               add line-gross to cs-month-gross(cs-found-index)
1123               add line-discount
1124                   to cs-month-discount(cs-found-index)
1125               add line-net to cs-month-net(cs-found-index)
1126           end-if
1127           if scan-bucket = "Y"
1128               add line-qty to cs-year-qty(cs-found-index)
1129               add line-net to cs-year-net(cs-found-index)
1130           end-if
1131           if scan-bucket = "L"
1132               add line-net to cs-last-year-net(cs-found-index)
1133           end-if
1134       end-if.
1135
1140   add-item-sales.
1141       move 0 to is-found-index.
1142       perform varying is-index from 1 by 1
1143               until is-index > is-count
1144                  or is-found-index > 0
1145           if is-item(is-index) = line-item
1146               move is-index to is-found-index
1147           end-if
1148       end-perform.
1149       if is-found-index = 0
1150           if is-count = 100
1151               move "Y" to table-overflow
1152           else
1153               add 1 to is-count
1154               move is-count to is-found-index
1155               initialize is-entry(is-count)
1156               move line-item to is-item(is-count)
1157           end-if
1158       end-if.
1159       if is-found-index > 0
1160           if scan-bucket = "M"
1161               add line-qty to is-month-qty(is-found-index)
1162               add line-gross to is-month-gross(is-found-index)
1163               add line-discount
1164                   to is-month-discount(is-found-index)
1165               add line-net to is-month-net(is-found-index)
1166           end-if
1167           if scan-bucket = "Y"
1168               add line-qty to is-year-qty(is-found-index)
1169               add line-net to is-year-net(is-found-index)
1170           end-if
1171           if scan-bucket = "L"
1172               add line-net to is-last-year-net(is-found-index)
1173           end-if
1174       end-if.
1175
1200   compute-change-pct.
1201       if change-work-last = 0
1202           move 0 to change-pct
1203       else
1204           compute change-pct rounded =
1205               (change-work-net - change-work-last) * 100
1206               / change-work-last
1207       end-if.
1208       move change-pct to change-pct-edited.
1209
1210   write-customer-sales.
1211       move cs-month-qty(cs-index) to qty-edited.
1212       move cs-month-gross(cs-index) to gross-edited.
1213       move cs-month-discount(cs-index) to discount-edited.
1214       move cs-month-net(cs-index) to net-edited.
1215       move cs-year-net(cs-index) to year-net-edited.
1216       move cs-last-year-net(cs-index) to last-year-edited.
1217       move cs-month-net(cs-index) to change-work-net.
1218       move cs-last-year-net(cs-index) to change-work-last.
1219       perform compute-change-pct.
1220       move spaces to report-line.
1221       string cs-customer(cs-index) " " qty-edited " "
1222              gross-edited " " discount-edited " "
1223              net-edited " " year-net-edited " "
1224              last-year-edited " " change-pct-edited
1225           delimited by size into report-line.
1226       perform write-report-line.
1227       add cs-month-qty(cs-index) to total-month-qty.
1228       add cs-month-gross(cs-index) to total-month-gross.
1229       add cs-month-discount(cs-index) to total-month-discount.
1230       add cs-month-net(cs-index) to total-month-net.
1231       add cs-year-net(cs-index) to total-year-net.
1232       add cs-last-year-net(cs-index) to total-last-year-net.
1233
1240   write-period-totals.
1241       move total-month-gross to gross-edited.
1242       move total-month-discount to discount-edited.
1243       move total-month-net to net-edited.
1244       move total-year-net to year-net-edited.
1245       move total-last-year-net to last-year-edited.
1246       move total-month-net to change-work-net.
1247       move total-last-year-net to change-work-last.
1248       perform compute-change-pct.
1249       move spaces to report-line.
1250       string "TOTAL    " total-month-qty " "
1251              gross-edited " " discount-edited " "
1252              net-edited " " year-net-edited " "
1253              last-year-edited " " change-pct-edited
1254           delimited by size into report-line.
1255       perform write-report-line.
1256
1260   write-item-section.
1261       move spaces to report-title.
1262       string "Invoiced sales by item " analysis-period
1263           delimited by size into report-title.
1264       move spaces to report-column-heading.
1265       string "Item      Qty MTD   Gross MTD    Disc MTD"
1266              "    Net MTD    Net YTD    Net LY Chg%"
1267           delimited by size into report-column-heading.
1268       perform write-report-page-heading.
1269       perform varying is-index from 1 by 1
1270               until is-index > is-count
1271           move is-month-qty(is-index) to qty-edited
1272           move is-month-gross(is-index) to gross-edited
1273           move is-month-discount(is-index) to discount-edited
1274           move is-month-net(is-index) to net-edited
1275           move is-year-net(is-index) to year-net-edited
1276           move is-last-year-net(is-index) to last-year-edited
1277           move is-month-net(is-index) to change-work-net
1278           move is-last-year-net(is-index) to change-work-last
1279           perform compute-change-pct
1280           move spaces to report-line
1281           string is-item(is-index) " " qty-edited " "
1282                  gross-edited " " discount-edited " "
1283                  net-edited " " year-net-edited " "
1284                  last-year-edited " " change-pct-edited
1285               delimited by size into report-line
1286           perform write-report-line
1287       end-perform.
1288
1300   write-top-customers.
1301       move spaces to report-title.
1302       string "Top customers, invoiced net " analysis-period
1303           delimited by size into report-title.
1304       move "Rank Customer     Net MTD     Net YTD"
1305           to report-column-heading.
1306       perform write-report-page-heading.
1307       perform varying rank-number from 1 by 1
1308               until rank-number > top-rank-limit
1309                  or rank-number > cs-count
1310           move 0 to rank-best-index
1311           move 0 to rank-best-net
1312           perform varying cs-index from 1 by 1
1313                   until cs-index > cs-count
1314               if cs-ranked(cs-index) not = "Y"
1315                  and (rank-best-index = 0
1316                       or cs-month-net(cs-index) > rank-best-net)
1317                   move cs-index to rank-best-index
1318                   move cs-month-net(cs-index) to rank-best-net
1319               end-if
1320           end-perform
1321           move "Y" to cs-ranked(rank-best-index)
1322           move cs-month-net(rank-best-index) to net-edited
1323           move cs-year-net(rank-best-index) to year-net-edited
1324           move spaces to report-line
1325           string rank-number "   " cs-customer(rank-best-index)
1326                  " " net-edited " " year-net-edited
1327               delimited by size into report-line
1328           perform write-report-line
1329       end-perform.
1330
1340   write-top-items.
1341       move spaces to report-title.
1342       string "Top items, invoiced net " analysis-period
1343           delimited by size into report-title.
1344       move "Rank Item         Net MTD     Net YTD    Qty MTD"
1345           to report-column-heading.
1346       perform write-report-page-heading.
1347       perform varying rank-number from 1 by 1
1348               until rank-number > top-rank-limit
1349                  or rank-number > is-count
1350           move 0 to rank-best-index
1351           move 0 to rank-best-net
1352           perform varying is-index from 1 by 1
1353                   until is-index > is-count
1354               if is-ranked(is-index) not = "Y"
1355                  and (rank-best-index = 0
1356                       or is-month-net(is-index) > rank-best-net)
1357                   move is-index to rank-best-index
1358                   move is-month-net(is-index) to rank-best-net
1359               end-if
1360           end-perform
1361           move "Y" to is-ranked(rank-best-index)
1362           move is-month-net(rank-best-index) to net-edited
1363           move is-year-net(rank-best-index) to year-net-edited
1364           move is-month-qty(rank-best-index) to qty-edited
1365           move spaces to report-line
1366           string rank-number "   " is-item(rank-best-index)
1367                  " " net-edited " " year-net-edited " "
1368                  qty-edited
1369               delimited by size into report-line
1370           perform write-report-line
1371       end-perform.
1372       move spaces to report-line.
1373       move total-month-net to net-edited.
1374       string "Month net sales " net-edited
1375              "  customers " cs-count "  items " is-count
1376           delimited by size into report-line.
1377       perform write-report-totals.
1378
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
