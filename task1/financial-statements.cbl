0100   identification division.
0200   program-id. Financial-Statements.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional ledger-file assign to dynamic ledgerfilename
0331           organization is line sequential.
0332       select optional chart-file assign to dynamic
0332A          chartfilename
0333           organization is line sequential.
0334       select optional layout-file assign to dynamic
0334A          layoutfilename
0335           organization is line sequential.
0336       select optional openbal-file assign to dynamic
0336A          openbalfilename
0337           organization is line sequential.
0338       select optional report-file assign to dynamic reportfilename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  ledger-file.
0407   01  ledger-record pic x(100).
0408   fd  chart-file.
0409   01  chart-record pic x(60).
0409A  fd  layout-file.
0409B  01  layout-record pic x(60).
0409C  fd  openbal-file.
0409D  01  openbal-record pic x(60).
0409E  fd  report-file.
0409F  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'report-writer-variables'.
0413   copy 'processing-date-variables'.
0414
0420   01 ledgerfilename pic x(24).
0421   01 chartfilename pic x(20) value "COA.TXT".
0422   01 layoutfilename pic x(20) value "STMTLAYOUT.TXT".
0423   01 openbalfilename pic x(24).
0424   01 ledger-eof pic x.
0425   01 chart-eof pic x value "N".
0426   01 layout-eof pic x value "N".
0427   01 openbal-eof pic x.
0428   01 day-record-count pic 9(5).
0429
0430   01 report-month pic 9(6).
0431   01 report-year pic 9(4).
0432   01 report-month-number pic 99.
0433   01 statement-company pic x(2).
0434   01 company-text pic x(12).
0435
0440   01 scan-year pic 9(4).
0441   01 scan-month pic 99.
0442   01 scan-day pic 99.
0443   01 scan-date pic 9(8).
0444   01 scan-column pic x.
0445   01 days-in-month pic 99.
0446   01 leap-remainder pic 9(4).
0447   01 opening-day pic 99.
0448
0450   01 account-table.
0451       05 account-entry occurs 100 times.
0452           10 st-account pic x(8).
0453           10 st-description pic x(20).
0454           10 st-type pic x.
0455           10 st-normal-sign pic x.
0456           10 st-month pic s9(9)v99.
0457           10 st-year pic s9(9)v99.
0458           10 st-prior pic s9(9)v99.
0459           10 st-opening pic s9(9)v99.
0460           10 st-prior-opening pic s9(9)v99.
0461           10 st-placed pic x.
0462   01 account-count pic 9(3) value 0.
0463   01 account-index pic 9(3).
0464   01 account-found-index pic 9(3).
0465
0470   01 layout-table.
0471       05 layout-entry occurs 60 times.
0472           10 layout-statement pic x.
0473           10 layout-kind pic x.
0474           10 layout-selector pic x(8).
0475           10 layout-sign pic x.
0476           10 layout-caption pic x(34).
0477   01 layout-count pic 9(2) value 0.
0478   01 layout-index pic 9(2).
0479   01 current-statement pic x.
0480
0490   01 ledger-field-one pic x(10).
0491   01 ledger-field-two pic x(10).
0492   01 ledger-result-text pic x(10).
0493   01 ledger-rerun pic x.
0494   01 ledger-source pic x.
0495   01 ledger-currency pic x(3).
0496   01 ledger-original-text pic x(10).
0497   01 ledger-rate-text pic x(10).
0498   01 ledger-company pic x(2).
0499   01 ledger-account pic x(8).
0500   01 ledger-amount pic s9(7)v99.
0501   01 openbal-account pic x(8).
0502   01 openbal-date pic x(8).
0503   01 openbal-amount-text pic x(16).
0504   01 openbal-amount pic s9(11)v99.
0505
0510   01 line-month pic s9(11)v99.
0511   01 line-year pic s9(11)v99.
0512   01 line-prior pic s9(11)v99.
0513   01 section-month pic s9(11)v99.
0514   01 section-year pic s9(11)v99.
0515   01 section-prior pic s9(11)v99.
0516   01 statement-month pic s9(11)v99.
0517   01 statement-year pic s9(11)v99.
0518   01 statement-prior pic s9(11)v99.
0519   01 earnings-month pic s9(11)v99 value 0.
0520   01 earnings-year pic s9(11)v99 value 0.
0521   01 earnings-prior pic s9(11)v99 value 0.
0522   01 retained-year pic s9(11)v99 value 0.
0523   01 retained-prior pic s9(11)v99 value 0.
0524   01 balance-sheet-year pic s9(11)v99 value 0.
0525   01 balance-sheet-prior pic s9(11)v99 value 0.
0526   01 balance-sheet-lines pic 9(2) value 0.
0527   01 print-caption pic x(34).
0528   01 print-sign pic x.
0529   01 month-edited pic -(9)9.99.
0530   01 year-edited pic -(9)9.99.
0531   01 prior-edited pic -(9)9.99.
0532   01 difference-edited pic -(9)9.99.
0533   01 unplaced-count pic 9(3) value 0.
0534   01 unknown-count pic 9(3) value 0.
0535   01 ledger-lines-read pic 9(7) value 0.
0536
0600   procedure division.
0610
0700   program-begin.
0710       display "Enter statement month (YYYYMM) or 0".
0711       accept report-month.
0712       if report-month = 0
0713           perform get-processing-date
0714           move processing-date(1:6) to report-month
0715       end-if.
0716       display "Enter company code, blank for consolidated".
0717       move spaces to statement-company.
0718       accept statement-company.
0719       if statement-company = spaces
0720           move "consolidated" to company-text
0721       else
0722           move spaces to company-text
0723           string "company " statement-company
0724               delimited by size into company-text
0725       end-if.
0726       divide report-month by 100 giving report-year
0727           remainder report-month-number.
0730       perform load-chart-of-accounts.
0731       perform load-statement-layout.
0740       move report-year to scan-year.
0741       move "C" to scan-column.
0742       perform scan-year-to-date.
0743       perform load-opening-balances.
0744       subtract 1 from scan-year.
0745       move "P" to scan-column.
0746       perform scan-year-to-date.
0747       perform load-opening-balances.
0748       display ledger-lines-read " ledger lines read".
0750       perform total-earnings
0751           varying account-index from 1 by 1
0752           until account-index > account-count.
0760       move "Financial-Statements" to report-program-name.
0761       move spaces to report-title.
0762       string "Statements " report-month " " company-text
0763           delimited by size into report-title.
0764       move "Line" to report-column-heading.
0765       move "Month" to report-column-heading(44:5).
0766       move "Year to date" to report-column-heading(51:12).
0766A      move "Prior year" to report-column-heading(67:10).
0767       perform write-report-header.
0770       move space to current-statement.
0771       perform print-layout-line
0772           varying layout-index from 1 by 1
0773           until layout-index > layout-count.
0780       perform report-unplaced-accounts
0781           varying account-index from 1 by 1
0782           until account-index > account-count.
0790       perform prove-balance-sheet.
0900   program-done.
0910       stop run.
0911
0920   load-chart-of-accounts.
0921       move 0 to account-count.
0922       move "N" to chart-eof.
0923       open input chart-file.
0924       perform until chart-eof = "Y" or account-count = 100
0925           read chart-file
0926               at end move "Y" to chart-eof
0927               not at end
0928                   add 1 to account-count
0929                   move account-count to account-index
0930                   perform clear-account-entry
0931                   unstring chart-record delimited by ","
0932                       into st-account(account-count)
0933                            st-description(account-count)
0934                            st-type(account-count)
0935                            st-normal-sign(account-count)
0936           end-read
0937       end-perform.
0938       close chart-file.
0939       display account-count " chart accounts loaded".
0940
0950   clear-account-entry.
0951       move spaces to account-entry(account-index).
0952       move 0 to st-month(account-index).
0953       move 0 to st-year(account-index).
0954       move 0 to st-prior(account-index).
0955       move 0 to st-opening(account-index).
0956       move 0 to st-prior-opening(account-index).
0957       move "N" to st-placed(account-index).
0958
1000   load-statement-layout.
1001       move 0 to layout-count.
1002       move "N" to layout-eof.
1003       open input layout-file.
1004       perform until layout-eof = "Y" or layout-count = 60
1005           read layout-file
1006               at end move "Y" to layout-eof
1007               not at end
1008                   add 1 to layout-count
1009                   move spaces to layout-entry(layout-count)
1010                   unstring layout-record delimited by ","
1011                       into layout-statement(layout-count)
1012                            layout-kind(layout-count)
1013                            layout-selector(layout-count)
1014                            layout-sign(layout-count)
1015                            layout-caption(layout-count)
1016           end-read
1017       end-perform.
1018       close layout-file.
1019       if layout-count = 0
1020           perform load-default-layout
1021       end-if.
1022       display layout-count " statement layout lines".
1023
1100   load-default-layout.
1101       move "IH DIncome statement" to layout-record.
1102       perform add-default-layout-line.
1103       move "IGRCRevenue" to layout-record.
1104       perform add-default-layout-line.
1105       move "IGCDCost of sales" to layout-record.
1106       perform add-default-layout-line.
1107       move "IT CGross profit" to layout-record.
1108       perform add-default-layout-line.
1109       move "IGEDExpenses" to layout-record.
1110       perform add-default-layout-line.
1111       move "IT CNet income" to layout-record.
1112       perform add-default-layout-line.
1113       move "BH DBalance sheet" to layout-record.
1114       perform add-default-layout-line.
1115       move "BGADAssets" to layout-record.
1116       perform add-default-layout-line.
1117       move "BS DTotal assets" to layout-record.
1118       perform add-default-layout-line.
1119       move "BGLCLiabilities" to layout-record.
1120       perform add-default-layout-line.
1121       move "BGQCEquity" to layout-record.
1122       perform add-default-layout-line.
1123       move "BR CRetained earnings brought forward"
1124           to layout-record.
1125       perform add-default-layout-line.
1126       move "BE CCurrent-year earnings" to layout-record.
1127       perform add-default-layout-line.
1128       move "BS CTotal liabilities and equity" to layout-record.
1129       perform add-default-layout-line.
1130
1150   add-default-layout-line.
1151       add 1 to layout-count.
1152       move spaces to layout-entry(layout-count).
1153       move layout-record(1:1) to layout-statement(layout-count).
1154       move layout-record(2:1) to layout-kind(layout-count).
1155       if layout-record(3:1) not = space
1156           move layout-record(3:1) to layout-selector(layout-count)
1157       end-if.
1158       move layout-record(4:1) to layout-sign(layout-count).
1159       move layout-record(5:34) to layout-caption(layout-count).
1160
1200   scan-year-to-date.
1201       perform scan-one-month
1202           varying scan-month from 1 by 1
1203           until scan-month > report-month-number.
1204
1210   scan-one-month.
1211       perform find-days-in-month.
1212       perform scan-one-day
1213           varying scan-day from 1 by 1
1214           until scan-day > days-in-month.
1215
1220   find-days-in-month.
1221       move 31 to days-in-month.
1222       if scan-month = 4 or scan-month = 6
1223          or scan-month = 9 or scan-month = 11
1224           move 30 to days-in-month
1225       end-if.
1226       if scan-month = 2
1227           move 28 to days-in-month
1228           divide scan-year by 4 giving leap-remainder
1229               remainder leap-remainder
1230           if leap-remainder = 0
1231               move 29 to days-in-month
1232           end-if
1233       end-if.
1234
1300   scan-one-day.
1301       compute scan-date =
1302           (scan-year * 10000) + (scan-month * 100) + scan-day.
1303       move spaces to ledgerfilename.
1304       string "LEDGER" scan-date ".TXT"
1305           delimited by size into ledgerfilename.
1306       perform read-ledger-day.
1307       if day-record-count = 0
1308           move spaces to ledgerfilename
1309           string "ARCHLEDGER" scan-date ".TXT"
1310               delimited by size into ledgerfilename
1311           perform read-ledger-day
1312       end-if.
1313
1320   read-ledger-day.
1321       move 0 to day-record-count.
1322       move "N" to ledger-eof.
1323       open input ledger-file.
1324       perform until ledger-eof = "Y"
1325           read ledger-file
1326               at end move "Y" to ledger-eof
1327               not at end
1328                   add 1 to day-record-count
1329                   perform add-ledger-line
1330           end-read
1331       end-perform.
1332       close ledger-file.
1333
1400   add-ledger-line.
1401       unstring ledger-record delimited by ","
1402           into ledger-field-one ledger-field-two
1403                ledger-result-text ledger-rerun ledger-source
1404                ledger-currency ledger-original-text
1405                ledger-rate-text ledger-company ledger-account.
1406       if statement-company = spaces
1407          or statement-company = ledger-company
1408           add 1 to ledger-lines-read
1409           move ledger-result-text to ledger-amount
1410           perform find-statement-account
1411           if account-found-index > 0
1412               if scan-column = "C"
1413                   add ledger-amount
1414                       to st-year(account-found-index)
1415                   if scan-month = report-month-number
1416                       add ledger-amount
1417                           to st-month(account-found-index)
1418                   end-if
1419               else
1420                   add ledger-amount
1421                       to st-prior(account-found-index)
1422               end-if
1423           end-if
1424       end-if.
1425
1500   find-statement-account.
1501       move 0 to account-found-index.
1502       perform varying account-index from 1 by 1
1503               until account-index > account-count
1504                  or account-found-index > 0
1505           if st-account(account-index) = ledger-account
1506               move account-index to account-found-index
1507           end-if
1508       end-perform.
1509       if account-found-index = 0
1510           if account-count = 100
1511               display "Statement account table is full, account "
1512                   ledger-account " dropped"
1513           else
1514               add 1 to account-count
1515               add 1 to unknown-count
1516               move account-count to account-index
1517               perform clear-account-entry
1518               move ledger-account to st-account(account-index)
1519               move "not on chart" to st-description(account-index)
1520               move "?" to st-type(account-index)
1521               move account-index to account-found-index
1522           end-if
1523       end-if.
1524
1600   load-opening-balances.
1601       move 0 to day-record-count.
1602       perform find-opening-file
1603           varying opening-day from 1 by 1
1604           until opening-day > 15
1605              or day-record-count > 0.
1606
1610   find-opening-file.
1611       compute scan-date =
1612           (scan-year * 10000) + 100 + opening-day.
1613       move spaces to openbalfilename.
1614       string "OPENBAL" scan-date ".TXT"
1615           delimited by size into openbalfilename.
1616       move "N" to openbal-eof.
1617       open input openbal-file.
1618       perform until openbal-eof = "Y"
1619           read openbal-file
1620               at end move "Y" to openbal-eof
1621               not at end
1622                   add 1 to day-record-count
1623                   perform add-opening-balance
1624           end-read
1625       end-perform.
1626       close openbal-file.
1627
1630   add-opening-balance.
1631       unstring openbal-record delimited by ","
1632           into openbal-account openbal-date openbal-amount-text.
1633       move openbal-amount-text to openbal-amount.
1634       move openbal-account to ledger-account.
1635       perform find-statement-account.
1636       if account-found-index > 0
1637           if scan-column = "C"
1638               add openbal-amount to st-opening(account-found-index)
1639           else
1640               add openbal-amount
1641                   to st-prior-opening(account-found-index)
1642           end-if
1643       end-if.
1644
1700   total-earnings.
1701       if st-type(account-index) = "R"
1702          or st-type(account-index) = "C"
1703          or st-type(account-index) = "E"
1704           add st-month(account-index) to earnings-month
1705           add st-year(account-index) to earnings-year
1706           add st-prior(account-index) to earnings-prior
1707           add st-opening(account-index) to retained-year
1708           add st-prior-opening(account-index) to retained-prior
1709       else
1710           add st-opening(account-index) to st-year(account-index)
1711           add st-prior-opening(account-index)
1712               to st-prior(account-index)
1713       end-if.
1714
1800   print-layout-line.
1801       if layout-statement(layout-index) not = current-statement
1802           move layout-statement(layout-index) to current-statement
1803           move 0 to section-month section-year section-prior
1804           move 0 to statement-month statement-year
1805                     statement-prior
1806       end-if.
1807       move layout-caption(layout-index) to print-caption.
1808       move layout-sign(layout-index) to print-sign.
1809       if layout-kind(layout-index) = "H"
1810           move spaces to report-line
1811           perform write-report-line
1812           move print-caption to report-line
1813           perform write-report-line
1814       end-if.
1815       if layout-kind(layout-index) = "G"
1816          or layout-kind(layout-index) = "A"
1817           perform print-account-group
1818       end-if.
1819       if layout-kind(layout-index) = "E"
1820           move earnings-month to line-month
1821           move earnings-year to line-year
1822           move earnings-prior to line-prior
1823           perform add-line-to-totals
1824           perform print-amount-line
1825       end-if.
1826       if layout-kind(layout-index) = "R"
1827           move 0 to line-month
1828           move retained-year to line-year
1829           move retained-prior to line-prior
1830           perform add-line-to-totals
1831           perform print-amount-line
1832       end-if.
1833       if layout-kind(layout-index) = "S"
1834           move section-month to line-month
1835           move section-year to line-year
1836           move section-prior to line-prior
1837           perform print-amount-line
1838           move 0 to section-month section-year section-prior
1839       end-if.
1840       if layout-kind(layout-index) = "T"
1841           move statement-month to line-month
1842           move statement-year to line-year
1843           move statement-prior to line-prior
1844           perform print-amount-line
1845       end-if.
1846
1900   print-account-group.
1901       move 0 to line-month line-year line-prior.
1902       perform print-group-account
1903           varying account-index from 1 by 1
1904           until account-index > account-count.
1905       perform add-line-to-totals.
1906       perform print-amount-line.
1907
1910   print-group-account.
1911       if (layout-kind(layout-index) = "G"
1912           and st-type(account-index)
1913               = layout-selector(layout-index)(1:1))
1914          or (layout-kind(layout-index) = "A"
1915           and st-account(account-index)
1916               = layout-selector(layout-index))
1917           move "Y" to st-placed(account-index)
1918           add st-month(account-index) to line-month
1919           add st-year(account-index) to line-year
1920           add st-prior(account-index) to line-prior
1921           if layout-kind(layout-index) = "G"
1922               perform print-account-detail
1923           end-if
1924       end-if.
1925
1950   print-account-detail.
1951       if print-sign = "C"
1952           compute month-edited = 0 - st-month(account-index)
1953           compute year-edited = 0 - st-year(account-index)
1954           compute prior-edited = 0 - st-prior(account-index)
1955       else
1956           move st-month(account-index) to month-edited
1957           move st-year(account-index) to year-edited
1958           move st-prior(account-index) to prior-edited
1959       end-if.
1960       move spaces to report-line.
1961       string "  " st-account(account-index) " "
1962              st-description(account-index) "    "
1963              month-edited " " year-edited " " prior-edited
1964           delimited by size into report-line.
1965       perform write-report-line.
1966
2000   add-line-to-totals.
2001       add line-month to section-month.
2002       add line-year to section-year.
2003       add line-prior to section-prior.
2004       add line-month to statement-month.
2005       add line-year to statement-year.
2006       add line-prior to statement-prior.
2007       if current-statement = "B"
2008           add line-year to balance-sheet-year
2009           add line-prior to balance-sheet-prior
2010           add 1 to balance-sheet-lines
2011       end-if.
2012
2100   print-amount-line.
2101       if print-sign = "C"
2102           compute month-edited = 0 - line-month
2103           compute year-edited = 0 - line-year
2104           compute prior-edited = 0 - line-prior
2105       else
2106           move line-month to month-edited
2107           move line-year to year-edited
2108           move line-prior to prior-edited
2109       end-if.
2110       move spaces to report-line.
2111       string print-caption " "
2112              month-edited " " year-edited " " prior-edited
2113           delimited by size into report-line.
2114       perform write-report-line.
2115
2200   report-unplaced-accounts.
2201       if st-placed(account-index) = "N"
2202          and (st-year(account-index) not = 0
2203               or st-prior(account-index) not = 0
2204               or st-opening(account-index) not = 0)
2205           add 1 to unplaced-count
2205A          if st-type(account-index) not = "R"
2205B             and st-type(account-index) not = "C"
2205C             and st-type(account-index) not = "E"
2205D              add st-year(account-index) to balance-sheet-year
2205E              add st-prior(account-index) to balance-sheet-prior
2205F          end-if
2206           move st-year(account-index) to year-edited
2207           move spaces to report-line
2208           string "  *** account " st-account(account-index)
2209                  " type " st-type(account-index)
2210                  " is not on the layout " year-edited
2211               delimited by size into report-line
2212           perform write-report-line
2213       end-if.
2214
2300   prove-balance-sheet.
2301       move spaces to report-line.
2302       if balance-sheet-lines = 0
2303           string "No balance sheet lines on the layout"
2304               delimited by size into report-line
2305       else
2306           if balance-sheet-year = 0 and balance-sheet-prior = 0
2307               string "Balance sheet BALANCES, accounts not "
2308                      "placed: " unplaced-count
2309                   delimited by size into report-line
2310           else
2311               move balance-sheet-year to year-edited
2312               move balance-sheet-prior to prior-edited
2313               string "BALANCE SHEET OUT OF BALANCE by "
2314                      year-edited " prior year " prior-edited
2315                   delimited by size into report-line
2316               move 8 to return-code
2317           end-if
2318       end-if.
2319       perform write-report-totals.
2320       display "Statements for " report-month " " company-text.
2321       if balance-sheet-year = 0 and balance-sheet-prior = 0
2322           display "Balance sheet balances"
2323       else
2324           display "BALANCE SHEET OUT OF BALANCE"
2325       end-if.
2326       if unplaced-count > 0 or unknown-count > 0
2327           display "Accounts not placed on the layout: "
2328               unplaced-count "  not on chart: " unknown-count
2329           if return-code < 4
2330               move 4 to return-code
2331           end-if
2332       end-if.
2333
9900   copy 'report-writer-writer'.
9910   copy 'processing-date-routine'.
