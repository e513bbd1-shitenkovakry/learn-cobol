0100   identification division.
0200   program-id. Reconciliation-Signoff.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional signoff-file assign to dynamic
0330A          signofffilename
0331           organization is line sequential.
0332       select optional operator-file assign to dynamic
0332A          operatorfilename
0333           organization is line sequential.
0334       select optional chart-file assign to dynamic
0334A          chartfilename
0335           organization is line sequential.
0336       select optional openbal-file assign to dynamic
0336A          openbalfilename
0337           organization is line sequential.
0338       select optional ledger-file assign to dynamic ledgerfilename
0339           organization is line sequential.
0340       select optional run-control-file assign to dynamic
0340A          runcontrolfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  signoff-file.
0407   01  signoff-record pic x(140).
0408   fd  operator-file.
0409   01  operator-record pic x(60).
0409A  fd  chart-file.
0409B  01  chart-record pic x(60).
0409C  fd  openbal-file.
0409D  01  openbal-record pic x(60).
0409E  fd  ledger-file.
0409F  01  ledger-record pic x(100).
0409G  fd  run-control-file.
0409H  01  run-control-record pic x(40).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412A  copy 'run-control-variables'.
0413
0420   01 signofffilename pic x(20) value "RECONSIGN.TXT".
0421   01 operatorfilename pic x(20) value "OPERMAST.TXT".
0422   01 chartfilename pic x(20) value "COA.TXT".
0423   01 openbalfilename pic x(24).
0424   01 ledgerfilename pic x(24).
0425   01 signoff-eof pic x value "N".
0426   01 operator-eof pic x value "N".
0427   01 chart-eof pic x value "N".
0428   01 openbal-eof pic x.
0429   01 ledger-eof pic x.
0430   01 day-record-count pic 9(5).
0431
0440   01 operator-id pic x(8).
0441   01 operator-name pic x(20).
0442   01 work-password pic x(8).
0443   01 operator-found pic x value "N".
0444   01 signon-attempts pic 9 value 0.
0445   01 oper-id-text pic x(8).
0446   01 oper-name-text pic x(20).
0447   01 oper-password-text pic x(8).
0448   01 oper-expiry-text pic x(10).
0449   01 oper-failures-text pic x(2).
0450   01 oper-locked-text pic x.
0451
0460   01 account-table.
0461       05 account-entry occurs 100 times.
0462           10 bs-account pic x(8).
0463           10 bs-description pic x(20).
0464           10 bs-type pic x.
0465           10 bs-balance pic s9(11)v99.
0466   01 account-count pic 9(3) value 0.
0467   01 account-index pic 9(3).
0468   01 account-found-index pic 9(3).
0469   01 chart-account pic x(8).
0470   01 chart-description pic x(20).
0471   01 chart-type pic x.
0472
0480   01 signoff-table.
0481       05 signoff-entry occurs 3600 times.
0482           10 so-account pic x(8).
0483           10 so-period pic 9(6).
0484           10 so-ledger-balance pic s9(11)v99.
0485           10 so-support-balance pic s9(11)v99.
0486           10 so-difference pic s9(11)v99.
0487           10 so-preparer pic x(8).
0488           10 so-prepared-date pic 9(8).
0489           10 so-reviewer pic x(8).
0490           10 so-reviewed-date pic 9(8).
0491           10 so-explanation pic x(40).
0492   01 signoff-count pic 9(4) value 0.
0493   01 signoff-index pic 9(4).
0494   01 signoff-found-index pic 9(4).
0495   01 so-period-text pic x(6).
0496   01 so-ledger-text pic x(16).
0497   01 so-support-text pic x(16).
0498   01 so-difference-text pic x(16).
0499   01 so-prepared-text pic x(8).
0500   01 so-reviewed-text pic x(8).
0501   01 signoff-changed pic x value "N".
0501A  01 last-closed-year pic 9(4) value 0.
0501B  01 signoffs-dropped pic 9(4) value 0.
0502
0510   01 recon-month pic 9(6).
0511   01 recon-year pic 9(4).
0512   01 recon-month-number pic 99.
0513   01 scan-month pic 99.
0514   01 scan-day pic 99.
0515   01 scan-date pic 9(8).
0516   01 opening-day pic 99.
0517   01 days-in-month pic 99.
0518   01 leap-remainder pic 9(4).
0519
0520   01 openbal-account pic x(8).
0521   01 openbal-date pic x(8).
0522   01 openbal-amount-text pic x(16).
0523   01 openbal-amount pic s9(11)v99.
0524   01 ledger-field-one pic x(10).
0525   01 ledger-field-two pic x(10).
0526   01 ledger-result-text pic x(10).
0527   01 ledger-rerun pic x.
0528   01 ledger-source pic x.
0529   01 ledger-currency pic x(3).
0530   01 ledger-original-text pic x(10).
0531   01 ledger-rate-text pic x(10).
0532   01 ledger-company pic x(2).
0533   01 ledger-account pic x(8).
0534   01 ledger-amount pic s9(7)v99.
0535
0540   01 panel-account pic x(8).
0541   01 panel-action pic x.
0542   01 panel-done pic x value "N".
0543   01 support-balance pic s9(11)v99.
0544   01 balance-edited pic -9(11).99.
0545   01 support-edited pic -9(11).99.
0546   01 difference-edited pic -9(11).99.
0547   01 prepared-count pic 9(3) value 0.
0548   01 reviewed-count pic 9(3) value 0.
0549   01 refused-count pic 9(3) value 0.
0550
0600   procedure division.
0610
0700   program-begin.
0710       perform get-processing-date.
0711       perform operator-sign-on.
0720       display "Enter reconciliation month (YYYYMM) or 0".
0721       accept recon-month.
0722       if recon-month = 0
0723           move processing-date(1:6) to recon-month
0724       end-if.
0725       divide recon-month by 100 giving recon-year
0726           remainder recon-month-number.
0730       perform load-balance-sheet-accounts.
0731       perform load-opening-balances.
0732       perform scan-one-month
0733           varying scan-month from 1 by 1
0734           until scan-month > recon-month-number.
0740       perform load-signoff-table.
0741       perform find-last-closed-year.
0750       perform signoff-one-account
0751           until panel-done = "Y".
0760       if signoff-changed = "Y"
0761           perform save-signoff-table
0762       end-if.
0770       display "Prepared: " prepared-count
0771           "  reviewed: " reviewed-count
0772           "  refused: " refused-count.
0780       if refused-count > 0
0781           move 4 to return-code
0782       end-if.
0900   program-done.
0910       stop run.
0911
0920   operator-sign-on.
0921       perform sign-on-attempt
0922           until operator-found = "Y"
0923              or signon-attempts = 3.
0924       if operator-found = "N"
0925           display "Sign-on failed after 3 attempts"
0926           move 16 to return-code
0927           stop run
0928       end-if.
0929       display "Signed on: " operator-name.
0930
0940   sign-on-attempt.
0941       add 1 to signon-attempts.
0942       display "Enter operator id".
0943       move spaces to operator-id.
0944       accept operator-id.
0945       display "Enter password".
0946       move spaces to work-password.
0947       accept work-password.
0948       move "N" to operator-eof.
0949       open input operator-file.
0950       perform until operator-eof = "Y" or operator-found = "Y"
0951           read operator-file
0952               at end move "Y" to operator-eof
0953               not at end
0954                   perform check-operator-record
0955           end-read
0956       end-perform.
0957       close operator-file.
0958       if operator-found = "N"
0959           display "Operator " operator-id
0960               " not signed on, check id and password"
0961       end-if.
0962
0970   check-operator-record.
0971       move spaces to oper-id-text oper-name-text oper-password-text
0972                      oper-expiry-text oper-failures-text
0973                      oper-locked-text.
0974       unstring operator-record delimited by ","
0975           into oper-id-text oper-name-text oper-password-text
0976                oper-expiry-text oper-failures-text
0977                oper-locked-text.
0978       if oper-id-text = operator-id
0979          and oper-locked-text not = "L"
0980          and oper-password-text not = spaces
0981          and oper-password-text = work-password
0982           move "Y" to operator-found
0983           move oper-name-text to operator-name
0984       end-if.
0985
1000   load-balance-sheet-accounts.
1001       open input chart-file.
1002       perform until chart-eof = "Y"
1003           read chart-file
1004               at end move "Y" to chart-eof
1005               not at end
1006                   move spaces to chart-type
1007                   unstring chart-record delimited by ","
1008                       into chart-account chart-description
1009                            chart-type
1010                   if chart-type = "A" or chart-type = "L"
1011                      or chart-type = "Q"
1012                       perform add-balance-sheet-account
1013                   end-if
1014           end-read
1015       end-perform.
1016       close chart-file.
1017       display account-count " balance sheet accounts".
1018
1020   add-balance-sheet-account.
1021       if account-count = 100
1022           display "More than 100 balance sheet accounts,"
1023               " run stopped"
1024           move 16 to return-code
1025           stop run
1026       end-if.
1027       add 1 to account-count.
1028       move chart-account to bs-account(account-count).
1029       move chart-description to bs-description(account-count).
1030       move chart-type to bs-type(account-count).
1031       move 0 to bs-balance(account-count).
1032
1100   find-account.
1101       move 0 to account-found-index.
1102       perform varying account-index from 1 by 1
1103               until account-index > account-count
1104                  or account-found-index > 0
1105           if bs-account(account-index) = ledger-account
1106               move account-index to account-found-index
1107           end-if
1108       end-perform.
1109
1200   load-opening-balances.
1201       move 0 to day-record-count.
1202       perform find-opening-file
1203           varying opening-day from 1 by 1
1204           until opening-day > 15
1205              or day-record-count > 0.
1206
1210   find-opening-file.
1211       compute scan-date =
1212           (recon-year * 10000) + 100 + opening-day.
1213       move spaces to openbalfilename.
1214       string "OPENBAL" scan-date ".TXT"
1215           delimited by size into openbalfilename.
1216       move "N" to openbal-eof.
1217       open input openbal-file.
1218       perform until openbal-eof = "Y"
1219           read openbal-file
1220               at end move "Y" to openbal-eof
1221               not at end
1222                   add 1 to day-record-count
1223                   unstring openbal-record delimited by ","
1224                       into openbal-account openbal-date
1225                            openbal-amount-text
1226                   move openbal-amount-text to openbal-amount
1227                   move openbal-account to ledger-account
1228                   perform find-account
1229                   if account-found-index > 0
1230                       add openbal-amount
1231                           to bs-balance(account-found-index)
1232                   end-if
1233           end-read
1234       end-perform.
1235       close openbal-file.
1236
1300   scan-one-month.
1301       perform find-days-in-month.
1302       perform scan-one-day
1303           varying scan-day from 1 by 1
1304           until scan-day > days-in-month.
1305
1310   find-days-in-month.
1311       move 31 to days-in-month.
1312       if scan-month = 4 or scan-month = 6
1313          or scan-month = 9 or scan-month = 11
1314           move 30 to days-in-month
1315       end-if.
1316       if scan-month = 2
1317           move 28 to days-in-month
1318           divide recon-year by 4 giving leap-remainder
1319               remainder leap-remainder
1320           if leap-remainder = 0
1321               move 29 to days-in-month
1322           end-if
1323       end-if.
1324
1400   scan-one-day.
1401       compute scan-date =
1402           (recon-year * 10000) + (scan-month * 100) + scan-day.
1403       move spaces to ledgerfilename.
1404       string "LEDGER" scan-date ".TXT"
1405           delimited by size into ledgerfilename.
1406       perform read-ledger-day.
1407       if day-record-count = 0
1408           move spaces to ledgerfilename
1409           string "ARCHLEDGER" scan-date ".TXT"
1410               delimited by size into ledgerfilename
1411           perform read-ledger-day
1412       end-if.
1413
1420   read-ledger-day.
1421       move 0 to day-record-count.
1422       move "N" to ledger-eof.
1423       open input ledger-file.
1424       perform until ledger-eof = "Y"
1425           read ledger-file
1426               at end move "Y" to ledger-eof
1427               not at end
1428                   add 1 to day-record-count
1429                   unstring ledger-record delimited by ","
1430                       into ledger-field-one ledger-field-two
1431                            ledger-result-text ledger-rerun
1432                            ledger-source ledger-currency
1433                            ledger-original-text ledger-rate-text
1434                            ledger-company ledger-account
1435                   perform find-account
1436                   if account-found-index > 0
1437                       move ledger-result-text to ledger-amount
1438                       add ledger-amount
1439                           to bs-balance(account-found-index)
1440                   end-if
1441           end-read
1442       end-perform.
1443       close ledger-file.
1444
1500   load-signoff-table.
1501       open input signoff-file.
1502       perform until signoff-eof = "Y"
1503           read signoff-file
1504               at end move "Y" to signoff-eof
1505               not at end
1506                   perform add-signoff-entry
1507           end-read
1508       end-perform.
1509       close signoff-file.
1510       display signoff-count " sign-off records loaded".
1511
1520   add-signoff-entry.
1521       if signoff-count = 3600
1522           display "More than 3600 sign-off records, run stopped"
1523           move 16 to return-code
1524           stop run
1525       end-if.
1526       add 1 to signoff-count.
1527       move spaces to signoff-entry(signoff-count).
1528       move spaces to so-period-text so-ledger-text so-support-text
1529                      so-difference-text so-prepared-text
1530                      so-reviewed-text.
1531       unstring signoff-record delimited by ","
1532           into so-account(signoff-count) so-period-text
1533                so-ledger-text so-support-text so-difference-text
1534                so-preparer(signoff-count) so-prepared-text
1535                so-reviewer(signoff-count) so-reviewed-text
1536                so-explanation(signoff-count).
1537       move so-period-text to so-period(signoff-count).
1538       move so-ledger-text to so-ledger-balance(signoff-count).
1539       move so-support-text to so-support-balance(signoff-count).
1540       move so-difference-text to so-difference(signoff-count).
1541       move 0 to so-prepared-date(signoff-count).
1542       if so-prepared-text is numeric
1543           move so-prepared-text to so-prepared-date(signoff-count)
1544       end-if.
1545       move 0 to so-reviewed-date(signoff-count).
1546       if so-reviewed-text is numeric
1547           move so-reviewed-text to so-reviewed-date(signoff-count)
1548       end-if.
1549
1560   find-last-closed-year.
1561       move 0 to last-closed-year.
1562       move "N" to run-control-eof.
1563       open input run-control-file.
1564       perform until run-control-eof = "Y"
1565           read run-control-file
1566               at end move "Y" to run-control-eof
1567               not at end
1568                   unstring run-control-record
1569                       delimited by ","
1570                       into run-control-record-program
1571                            run-control-record-date
1572                   if run-control-record-program
1573                          = "Year-End-Close"
1574                      and run-control-record-date(1:4)
1575                          > last-closed-year
1576                       move run-control-record-date(1:4)
1577                           to last-closed-year
1578                   end-if
1579           end-read
1580       end-perform.
1581       close run-control-file.
1582
1600   find-signoff-entry.
1601       move 0 to signoff-found-index.
1602       perform varying signoff-index from 1 by 1
1603               until signoff-index > signoff-count
1604                  or signoff-found-index > 0
1605           if so-account(signoff-index) = panel-account
1606              and so-period(signoff-index) = recon-month
1607               move signoff-index to signoff-found-index
1608           end-if
1609       end-perform.
1610
1700   signoff-one-account.
1701       display "Enter account, blank to finish".
1702       move spaces to panel-account.
1703       accept panel-account.
1704       if panel-account = spaces
1705           move "Y" to panel-done
1706       else
1707           move panel-account to ledger-account
1708           perform find-account
1709           if account-found-index = 0
1710               display "Account " panel-account
1711                   " is not a balance sheet account"
1712           else
1713               move bs-balance(account-found-index)
1714                   to balance-edited
1715               display bs-account(account-found-index) " "
1716                   bs-description(account-found-index)
1717                   " ledger balance " balance-edited
1718               perform find-signoff-entry
1719               display "Enter P to prepare or R to review"
1720               move space to panel-action
1721               accept panel-action
1722               if panel-action = "P"
1723                   perform prepare-reconciliation
1724               else
1725                   if panel-action = "R"
1726                       perform review-reconciliation
1727                   else
1728                       display "Action must be P or R"
1729                   end-if
1730               end-if
1731           end-if
1732       end-if.
1733
1800   prepare-reconciliation.
1801       if signoff-found-index > 0
1802          and so-reviewer(signoff-found-index) not = spaces
1803           display "Already reviewed by "
1804               so-reviewer(signoff-found-index)
1805               ", preparing again clears the review"
1806       end-if.
1807       display "Enter supporting balance".
1808       move 0 to support-balance.
1809       accept support-balance.
1810       if signoff-found-index = 0
1811           if signoff-count = 3600
1812               display "More than 3600 sign-off records,"
1813                   " run stopped"
1814               move 16 to return-code
1815               stop run
1816           end-if
1817           add 1 to signoff-count
1818           move signoff-count to signoff-found-index
1819           move panel-account to so-account(signoff-found-index)
1820           move recon-month to so-period(signoff-found-index)
1821       end-if.
1822       move bs-balance(account-found-index)
1823           to so-ledger-balance(signoff-found-index).
1824       move support-balance
1825           to so-support-balance(signoff-found-index).
1826       compute so-difference(signoff-found-index) =
1827           bs-balance(account-found-index) - support-balance.
1828       move spaces to so-explanation(signoff-found-index).
1829       if so-difference(signoff-found-index) not = 0
1830           move so-difference(signoff-found-index)
1831               to difference-edited
1832           display "Unexplained difference " difference-edited
1833           display "Enter explanation"
1834           accept so-explanation(signoff-found-index)
1835       end-if.
1836       move operator-id to so-preparer(signoff-found-index).
1837       move processing-date
1838           to so-prepared-date(signoff-found-index).
1839       move spaces to so-reviewer(signoff-found-index).
1840       move 0 to so-reviewed-date(signoff-found-index).
1841       move "Y" to signoff-changed.
1842       add 1 to prepared-count.
1843       display "Reconciliation prepared by " operator-id.
1844
1900   review-reconciliation.
1901       if signoff-found-index = 0
1902           display "Account " panel-account
1903               " has not been prepared for " recon-month
1904           add 1 to refused-count
1905       else
1906           if so-preparer(signoff-found-index) = operator-id
1907               display "Reviewer must be a different operator"
1908                   " from the preparer"
1909               add 1 to refused-count
1910           else
1911               if so-ledger-balance(signoff-found-index)
1912                      not = bs-balance(account-found-index)
1913                   display "Ledger balance has changed since"
1914                       " preparation, prepare it again"
1915                   add 1 to refused-count
1916               else
1917                   perform record-review
1918               end-if
1919           end-if
1920       end-if.
1921
1950   record-review.
1951       move so-support-balance(signoff-found-index)
1952           to support-edited.
1953       move so-difference(signoff-found-index)
1954           to difference-edited.
1955       display "Prepared by " so-preparer(signoff-found-index)
1956           " on " so-prepared-date(signoff-found-index).
1957       display "Supporting " support-edited
1958           "  difference " difference-edited.
1959       if so-explanation(signoff-found-index) not = spaces
1960           display "Explanation: "
1961               so-explanation(signoff-found-index)
1962       end-if.
1963       move operator-id to so-reviewer(signoff-found-index).
1964       move processing-date
1965           to so-reviewed-date(signoff-found-index).
1966       move "Y" to signoff-changed.
1967       add 1 to reviewed-count.
1968       display "Reconciliation reviewed by " operator-id.
1969
2000   save-signoff-table.
2001       open output signoff-file.
2002       perform save-one-signoff-entry
2003           varying signoff-index from 1 by 1
2004           until signoff-index > signoff-count.
2005       close signoff-file.
2005A      if signoffs-dropped > 0
2005B          display signoffs-dropped " sign-off records before "
2005C              last-closed-year " dropped"
2005D      end-if.
2006
2010   write-signoff-entry.
2011       move so-ledger-balance(signoff-index) to balance-edited.
2012       move so-support-balance(signoff-index) to support-edited.
2013       move so-difference(signoff-index) to difference-edited.
2014       move spaces to signoff-record.
2015       string so-account(signoff-index) ","
2016              so-period(signoff-index) ","
2017              balance-edited ","
2018              support-edited ","
2019              difference-edited ","
2020              so-preparer(signoff-index) ","
2021              so-prepared-date(signoff-index) ","
2022              so-reviewer(signoff-index) ","
2023              so-reviewed-date(signoff-index) ","
2024              so-explanation(signoff-index)
2025           delimited by size into signoff-record.
2026       write signoff-record.
2027
2030   save-one-signoff-entry.
2031       if so-period(signoff-index) < last-closed-year * 100
2032           add 1 to signoffs-dropped
2033       else
2034           perform write-signoff-entry
2035       end-if.
2036
9900   copy 'processing-date-routine'.
