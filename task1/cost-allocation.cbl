0100   identification division.
0200   program-id. Cost-Allocation.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional rule-file assign to dynamic rulefilename
0331           organization is line sequential.
0332       select optional chart-file assign to dynamic
0332A          chartfilename
0333           organization is line sequential.
0334       select optional allocation-run-file assign to dynamic
0334A          allocationrunname
0335           organization is line sequential.
0336       select optional month-ledger-file assign to dynamic
0336A          monthledgername
0337           organization is line sequential.
0338       select optional ledger-file assign to dynamic ledgerfilename
0339           organization is line sequential.
0340       select optional report-file assign to dynamic reportfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0392       select optional audit-file assign to dynamic
0392A          auditfilename
0392B          organization is line sequential.
0392C      select optional audit-control-file assign to dynamic
0392D          auditcontrolname
0392E          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  rule-file.
0407   01  rule-record pic x(80).
0408   fd  chart-file.
0409   01  chart-record pic x(60).
0409A  fd  allocation-run-file.
0409B  01  allocation-run-record pic x(60).
0409C  fd  month-ledger-file.
0409D  01  month-ledger-record pic x(100).
0409E  fd  ledger-file.
0409F  01  ledger-record pic x(100).
0409G  fd  report-file.
0409H  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409Z  fd  audit-file.
0409Z1 01  audit-record pic x(100).
0409Z2 fd  audit-control-file.
0409Z3 01  audit-control-record pic x(40).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0413   copy 'audit-trail-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 rulefilename pic x(20) value "ALLOCRULE.TXT".
0421   01 chartfilename pic x(20) value "COA.TXT".
0422   01 allocationrunname pic x(20) value "ALLOCRUN.TXT".
0423   01 monthledgername pic x(24).
0424   01 ledgerfilename pic x(24).
0425   01 rule-eof pic x value "N".
0426   01 chart-eof pic x value "N".
0427   01 allocation-run-eof pic x value "N".
0428   01 month-ledger-eof pic x.
0429   01 day-record-count pic 9(5).
0430   01 array-size pic 9(2) value 0.
0431   01 run-control-rerun pic x value "N".
0432
0440   01 chart-table.
0441       05 chart-entry occurs 50 times.
0442           10 chart-account pic x(8).
0443           10 chart-description pic x(20).
0444           10 chart-type pic x.
0445           10 chart-normal-sign pic x.
0446   01 chart-count pic 9(2) value 0.
0447   01 chart-index pic 9(2).
0448   01 revenue-account pic x.
0449
0450   01 rule-table.
0451       05 rule-entry occurs 20 times.
0452           10 rule-id pic x(6).
0453           10 rule-source-account pic x(8).
0454           10 rule-source-company pic x(2).
0455           10 rule-driver pic x.
0456           10 rule-target-account pic x(8).
0457           10 rule-description pic x(30).
0458           10 rule-pool pic s9(9)v99.
0459           10 rule-done pic x.
0460   01 rule-count pic 9(2) value 0.
0461   01 rule-index pic 9(2).
0462   01 rule-found-index pic 9(2).
0463
0470   01 target-table.
0471       05 target-entry occurs 100 times.
0472           10 target-rule pic x(6).
0473           10 target-company pic x(2).
0474           10 target-value pic s9(9)v99.
0475           10 target-share pic 9(3)v99.
0476           10 target-amount pic s9(9)v99.
0477   01 target-count pic 9(3) value 0.
0478   01 target-index pic 9(3).
0479   01 last-target-index pic 9(3).
0480
0490   01 sales-table.
0491       05 sales-entry occurs 20 times.
0492           10 sales-company pic x(2).
0493           10 sales-amount pic s9(9)v99.
0494   01 sales-count pic 9(2) value 0.
0495   01 sales-index pic 9(2).
0496   01 sales-found-index pic 9(2).
0497
0500   01 record-type pic x.
0501   01 field-one pic x(8).
0502   01 field-two pic x(8).
0503   01 field-three pic x(8).
0504   01 field-four pic x(8).
0505   01 field-five pic x(8).
0506   01 field-six pic x(30).
0507   01 value-text pic x(14).
0508   01 run-month-text pic x(6).
0509   01 run-rule-text pic x(6).
0510
0520   01 run-month pic 9(6).
0521   01 run-year pic 9(4).
0522   01 run-month-number pic 99.
0523   01 scan-day pic 99.
0524   01 scan-date pic 9(8).
0525   01 days-in-month pic 99.
0526   01 leap-remainder pic 9(4).
0527
0530   01 ledger-first-text pic x(10).
0531   01 ledger-second-text pic x(10).
0532   01 ledger-result-text pic x(10).
0533   01 ledger-rerun pic x.
0534   01 ledger-source pic x.
0535   01 ledger-currency pic x(3).
0536   01 ledger-original-text pic x(10).
0537   01 ledger-rate-text pic x(10).
0538   01 ledger-company pic x(2).
0539   01 ledger-account-text pic x(8).
0540   01 ledger-line-amount pic s9(7)v99.
0541
0550   01 entry-source pic x value "L".
0551   01 posting-sequence pic 9(6) value 0.
0552   01 ledger-account pic x(8).
0553   01 posting-company pic x(2).
0554   01 ledger-amount pic s9(7)v99.
0555   01 ledger-amount-edited pic -9(6).99.
0556   01 zero-edited pic -9(6).99.
0557
0560   01 driver-total pic s9(11)v99.
0561   01 allocated-so-far pic s9(9)v99.
0562   01 rules-posted pic 9(2) value 0.
0563   01 rules-skipped pic 9(2) value 0.
0564   01 rules-failed pic 9(2) value 0.
0565   01 total-allocated pic s9(11)v99 value 0.
0566   01 rule-status-text pic x(30).
0567   01 pool-edited pic -(8)9.99.
0568   01 value-edited pic -(8)9.99.
0569   01 share-edited pic zz9.99.
0570   01 amount-edited pic -(8)9.99.
0571   01 total-edited pic -(10)9.99.
0572   01 audit-opened pic x value "N".
0573
0600   procedure division.
0610
0700   program-begin.
0701       move "Cost-Allocation" to audit-program-name.
0702       perform get-processing-date.
0703       move processing-date(1:6) to run-month.
0704       divide run-month by 100 giving run-year
0705           remainder run-month-number.
0706       move processing-date to period-check-date.
0707       move "Cost-Allocation" to period-program-name.
0708       move "F" to period-poster-class.
0709       perform check-posting-period.
0710       if period-post-allowed = "N"
0711           move 8 to return-code
0712           stop run
0713       end-if.
0714       string "LEDGER" processing-date ".TXT"
0715           delimited by size into ledgerfilename.
0720       perform load-chart-of-accounts.
0721       perform load-allocation-rules.
0722       perform load-allocation-runs.
0730       perform find-days-in-month.
0731       perform scan-one-day
0732           varying scan-day from 1 by 1
0733           until scan-day > days-in-month.
0740       move "Cost-Allocation" to report-program-name.
0741       move spaces to report-title.
0742       string "Cost allocation " run-month
0743           delimited by size into report-title.
0744       move "Rule   Company  Driver value  Share %        Amount"
0745           to report-column-heading.
0746       perform write-report-header.
0750       perform allocate-one-rule
0751           varying rule-index from 1 by 1
0752           until rule-index > rule-count.
0760       if audit-opened = "Y"
0761           perform close-audit-for-run
0762       end-if.
0770       move total-allocated to total-edited.
0771       move spaces to report-line.
0772       string "Rules posted " rules-posted
0773              "  already done " rules-skipped
0774              "  failed " rules-failed
0775              "  allocated " total-edited
0776           delimited by size into report-line.
0777       perform write-report-totals.
0780       display "Allocation rules posted: " rules-posted
0781           "  already done: " rules-skipped
0782           "  failed: " rules-failed.
0783       display "Total allocated: " total-edited.
0784       if rules-failed > 0
0785           move 4 to return-code
0786       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-chart-of-accounts.
0921       move 0 to chart-count.
0922       move "N" to chart-eof.
0923       open input chart-file.
0924       perform until chart-eof = "Y" or chart-count = 50
0925           read chart-file
0926               at end move "Y" to chart-eof
0927               not at end
0928                   add 1 to chart-count
0929                   unstring chart-record delimited by ","
0930                       into chart-account(chart-count)
0931                            chart-description(chart-count)
0932                            chart-type(chart-count)
0933                            chart-normal-sign(chart-count)
0934           end-read
0935       end-perform.
0936       close chart-file.
0937       display chart-count " chart accounts loaded".
0938
1000   load-allocation-rules.
1001       move 0 to rule-count.
1002       move 0 to target-count.
1003       move "N" to rule-eof.
1004       open input rule-file.
1005       perform until rule-eof = "Y"
1006           read rule-file
1007               at end move "Y" to rule-eof
1008               not at end
1009                   perform note-rule-record
1010           end-read
1011       end-perform.
1012       close rule-file.
1013       display rule-count " allocation rules, " target-count
1014           " targets loaded".
1015
1020   note-rule-record.
1021       move spaces to field-one field-two field-three field-four
1022                      field-five field-six.
1023       unstring rule-record delimited by ","
1024           into record-type field-one field-two field-three
1025                field-four field-five field-six.
1026       if record-type = "R"
1027           if rule-count = 20
1028               display "More than 20 allocation rules, run stopped"
1029               move 16 to return-code
1030               stop run
1031           end-if
1032           add 1 to rule-count
1033           move field-one to rule-id(rule-count)
1034           move field-two to rule-source-account(rule-count)
1035           move field-three to rule-source-company(rule-count)
1036           move field-four to rule-driver(rule-count)
1037           move field-five to rule-target-account(rule-count)
1038           move field-six to rule-description(rule-count)
1039           move 0 to rule-pool(rule-count)
1040           move "N" to rule-done(rule-count)
1041       end-if.
1042       if record-type = "T"
1043           if target-count = 100
1044               display "More than 100 allocation targets,"
1044A                  " run stopped"
1045               move 16 to return-code
1046               stop run
1047           end-if
1048           add 1 to target-count
1049           move field-one to target-rule(target-count)
1050           move field-two to target-company(target-count)
1051           move field-three to value-text
1052           move value-text to target-value(target-count)
1053           move 0 to target-share(target-count)
1054           move 0 to target-amount(target-count)
1055       end-if.
1056
1100   load-allocation-runs.
1101       move "N" to allocation-run-eof.
1102       open input allocation-run-file.
1103       perform until allocation-run-eof = "Y"
1104           read allocation-run-file
1105               at end move "Y" to allocation-run-eof
1106               not at end
1107                   unstring allocation-run-record delimited by ","
1108                       into run-month-text run-rule-text
1109                   if run-month-text = run-month
1110                       perform mark-rule-done
1111                   end-if
1112           end-read
1113       end-perform.
1114       close allocation-run-file.
1115
1120   mark-rule-done.
1121       perform varying rule-index from 1 by 1
1122               until rule-index > rule-count
1123           if rule-id(rule-index) = run-rule-text
1124               move "Y" to rule-done(rule-index)
1125           end-if
1126       end-perform.
1127
1200   find-days-in-month.
1201       move 31 to days-in-month.
1202       if run-month-number = 4 or run-month-number = 6
1203          or run-month-number = 9 or run-month-number = 11
1204           move 30 to days-in-month
1205       end-if.
1206       if run-month-number = 2
1207           move 28 to days-in-month
1208           divide run-year by 4 giving leap-remainder
1209               remainder leap-remainder
1210           if leap-remainder = 0
1211               move 29 to days-in-month
1212           end-if
1213       end-if.
1214
1300   scan-one-day.
1301       compute scan-date = (run-month * 100) + scan-day.
1302       move spaces to monthledgername.
1303       string "LEDGER" scan-date ".TXT"
1304           delimited by size into monthledgername.
1305       perform read-ledger-day.
1306       if day-record-count = 0
1307           move spaces to monthledgername
1308           string "ARCHLEDGER" scan-date ".TXT"
1309               delimited by size into monthledgername
1310           perform read-ledger-day
1311       end-if.
1312
1320   read-ledger-day.
1321       move 0 to day-record-count.
1322       move "N" to month-ledger-eof.
1323       open input month-ledger-file.
1324       perform until month-ledger-eof = "Y"
1325           read month-ledger-file
1326               at end move "Y" to month-ledger-eof
1327               not at end
1328                   add 1 to day-record-count
1329                   perform note-ledger-line
1330           end-read
1331       end-perform.
1332       close month-ledger-file.
1333
1400   note-ledger-line.
1401       unstring month-ledger-record delimited by ","
1402           into ledger-first-text ledger-second-text
1403                ledger-result-text ledger-rerun ledger-source
1404                ledger-currency ledger-original-text
1405                ledger-rate-text ledger-company ledger-account-text.
1406       if ledger-source not = entry-source
1407           move ledger-result-text to ledger-line-amount
1408           perform varying rule-index from 1 by 1
1409                   until rule-index > rule-count
1410               if rule-source-account(rule-index)
1411                      = ledger-account-text
1412                  and rule-source-company(rule-index)
1413                      = ledger-company
1414                   add ledger-line-amount to rule-pool(rule-index)
1415               end-if
1416           end-perform
1417           move "N" to revenue-account
1418           perform varying chart-index from 1 by 1
1419                   until chart-index > chart-count
1420               if chart-account(chart-index) = ledger-account-text
1421                  and chart-type(chart-index) = "R"
1422                   move "Y" to revenue-account
1423               end-if
1424           end-perform
1425           if revenue-account = "Y"
1426               perform add-company-sales
1427           end-if
1428       end-if.
1429
1450   add-company-sales.
1451       move 0 to sales-found-index.
1452       perform varying sales-index from 1 by 1
1453               until sales-index > sales-count
1454                  or sales-found-index > 0
1455           if sales-company(sales-index) = ledger-company
1456               move sales-index to sales-found-index
1457           end-if
1458       end-perform.
1459       if sales-found-index = 0 and sales-count < 20
1460           add 1 to sales-count
1461           move ledger-company to sales-company(sales-count)
1462           move 0 to sales-amount(sales-count)
1463           move sales-count to sales-found-index
1464       end-if.
1465       if sales-found-index > 0
1466           subtract ledger-line-amount
1467               from sales-amount(sales-found-index)
1468       end-if.
1469
1500   allocate-one-rule.
1501       move spaces to rule-status-text.
1502       move rule-pool(rule-index) to pool-edited.
1503       if rule-done(rule-index) = "Y"
1504           add 1 to rules-skipped
1505           move "already allocated this month" to rule-status-text
1506       else
1507           perform work-out-driver-shares
1508           if rule-driver(rule-index) not = "F"
1509              and rule-driver(rule-index) not = "H"
1510              and rule-driver(rule-index) not = "S"
1511               move "driver must be F, H or S" to rule-status-text
1512           end-if
1513           if driver-total not > 0
1514               move "no driver values" to rule-status-text
1515           end-if
1516           if rule-pool(rule-index) not > 0
1517               move "nothing in the pool" to rule-status-text
1518           end-if
1519           if rule-status-text = spaces
1520               perform post-rule-allocation
1521           else
1522               add 1 to rules-failed
1523           end-if
1524       end-if.
1525       move spaces to report-line.
1526       string rule-id(rule-index) " "
1527              rule-description(rule-index) " "
1528              rule-source-account(rule-index) "/"
1529              rule-source-company(rule-index) " driver "
1530              rule-driver(rule-index) " pool "
1531              pool-edited
1532           delimited by size into report-line.
1533       perform write-report-line.
1534       if rule-status-text = spaces
1535           perform report-rule-target
1536               varying target-index from 1 by 1
1537               until target-index > target-count
1538       else
1539           move spaces to report-line
1540           string "       *** " rule-status-text
1541               delimited by size into report-line
1542           perform write-report-line
1543       end-if.
1544
1600   work-out-driver-shares.
1601       move 0 to driver-total.
1602       move 0 to last-target-index.
1603       perform varying target-index from 1 by 1
1604               until target-index > target-count
1605           if target-rule(target-index) = rule-id(rule-index)
1606               if rule-driver(rule-index) = "S"
1607                   perform find-target-sales
1608               end-if
1609               if target-value(target-index) > 0
1610                   add target-value(target-index) to driver-total
1611                   move target-index to last-target-index
1612               end-if
1613           end-if
1614       end-perform.
1615
1620   find-target-sales.
1621       move 0 to target-value(target-index).
1622       perform varying sales-index from 1 by 1
1623               until sales-index > sales-count
1624           if sales-company(sales-index)
1625                  = target-company(target-index)
1626               move sales-amount(sales-index)
1627                   to target-value(target-index)
1628           end-if
1629       end-perform.
1630
1700   post-rule-allocation.
1701       if audit-opened = "N"
1702           perform open-audit-for-run
1703           move "Y" to audit-opened
1704       end-if.
1705       move 0 to allocated-so-far.
1706       open extend ledger-file.
1707       perform allocate-one-target
1708           varying target-index from 1 by 1
1709           until target-index > target-count.
1710       close ledger-file.
1711       open extend allocation-run-file.
1712       move spaces to allocation-run-record.
1713       string run-month ","
1714              rule-id(rule-index) ","
1715              processing-date ","
1716              pool-edited
1717           delimited by size into allocation-run-record.
1718       write allocation-run-record.
1719       close allocation-run-file.
1720       add 1 to rules-posted.
1721       add allocated-so-far to total-allocated.
1722       perform varying rule-found-index from rule-index by 1
1723               until rule-found-index > rule-count
1724           if rule-source-account(rule-found-index)
1725                  = rule-source-account(rule-index)
1726              and rule-source-company(rule-found-index)
1727                  = rule-source-company(rule-index)
1728              and rule-found-index > rule-index
1729               subtract allocated-so-far
1730                   from rule-pool(rule-found-index)
1731           end-if
1732       end-perform.
1733
1800   allocate-one-target.
1801       if target-rule(target-index) = rule-id(rule-index)
1802          and target-value(target-index) > 0
1803           compute target-share(target-index) rounded =
1804               target-value(target-index) * 100 / driver-total
1805           if target-index = last-target-index
1806               compute target-amount(target-index) =
1807                   rule-pool(rule-index) - allocated-so-far
1808           else
1809               compute target-amount(target-index) rounded =
1810                   rule-pool(rule-index)
1811                   * target-value(target-index) / driver-total
1812           end-if
1813           add target-amount(target-index) to allocated-so-far
1814           if target-amount(target-index) not = 0
1815               move rule-target-account(rule-index)
1815A                  to ledger-account
1816               move target-company(target-index) to posting-company
1817               move target-amount(target-index) to ledger-amount
1818               perform write-allocation-ledger-record
1819               move rule-source-account(rule-index)
1819A                  to ledger-account
1820               move rule-source-company(rule-index)
1821                   to posting-company
1822               compute ledger-amount =
1823                   0 - target-amount(target-index)
1824               perform write-allocation-ledger-record
1825           end-if
1826       end-if.
1827
1900   write-allocation-ledger-record.
1901       move ledger-amount to audit-result.
1902       perform write-held-audit-entry.
1903       move audit-sequence to posting-sequence.
1904       move ledger-amount to ledger-amount-edited.
1905       move 0 to zero-edited.
1906       move spaces to ledger-record.
1907       string ledger-amount-edited ","
1908              zero-edited ","
1909              ledger-amount-edited ","
1910              "N,"
1911              entry-source ","
1912              "LOC,"
1913              ledger-amount-edited ","
1914              "001.000000,"
1915              posting-company ","
1916              ledger-account ","
1917              posting-sequence ","
1918              rule-id(rule-index)
1919           delimited by size into ledger-record.
1920       write ledger-record.
1921
2000   report-rule-target.
2001       if target-rule(target-index) = rule-id(rule-index)
2002           move target-value(target-index) to value-edited
2003           move target-share(target-index) to share-edited
2004           move target-amount(target-index) to amount-edited
2005           move spaces to report-line
2006           string "       "
2007                  target-company(target-index) "   "
2008                  value-edited "   "
2009                  share-edited "  "
2010                  amount-edited " to "
2011                  rule-target-account(rule-index)
2012               delimited by size into report-line
2013           perform write-report-line
2014       end-if.
2015
9900   copy 'processing-date-routine'.
9920   copy 'audit-trail-writer'.
9930   copy 'report-writer-writer'.
9940   copy 'period-control-checker'.
