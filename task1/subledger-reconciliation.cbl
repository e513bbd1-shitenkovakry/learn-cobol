0100   identification division.
0200   program-id. Subledger-Reconciliation.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional ledger-file assign to dynamic ledgerfilename
0331           organization is line sequential.
0332       select optional openbal-file assign to dynamic
0332A          openbalfilename
0333           organization is line sequential.
0334       select optional open-item-file assign to dynamic
0334A          openitemfilename
0335           organization is line sequential.
0336       select optional supplier-invoice-file assign to dynamic
0336A          supplierinvoicename
0337           organization is line sequential.
0338       select optional cost-layer-file assign to dynamic
0338A          costlayerfilename
0339           organization is line sequential.
0340       select optional cost-detail-file assign to dynamic
0340A          costdetailname
0341           organization is line sequential.
0342       select optional parameter-card-file assign to dynamic
0342A          parmcardfilename
0343           organization is line sequential.
0344       select optional alerts-file assign to dynamic
0344A          alertsfilename
0345           organization is line sequential.
0346       select optional report-file assign to dynamic reportfilename
0347           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  ledger-file.
0407   01  ledger-record pic x(100).
0408   fd  openbal-file.
0409   01  openbal-record pic x(60).
0409A  fd  open-item-file.
0409B  01  open-item-record pic x(80).
0409C  fd  supplier-invoice-file.
0409D  01  supplier-invoice-record pic x(100).
0409E  fd  cost-layer-file.
0409F  01  cost-layer-record pic x(60).
0409G  fd  cost-detail-file.
0409H  01  cost-detail-record pic x(80).
0409I  fd  parameter-card-file.
0409J  01  parameter-card-record pic x(60).
0409K  fd  alerts-file.
0409L  01  alert-record pic x(140).
0409M  fd  report-file.
0409N  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414   copy 'parameter-card-variables'.
0415   copy 'alert-writer-variables'.
0416   copy 'supplier-invoice-variables'.
0417
0420   01 ledgerfilename pic x(24).
0421   01 openbalfilename pic x(24).
0422   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0423   01 costlayerfilename pic x(20) value "COSTLAYER.TXT".
0424   01 costdetailname pic x(24).
0425   01 ledger-eof pic x.
0426   01 openbal-eof pic x.
0427   01 open-item-eof pic x.
0428   01 layer-eof pic x.
0429   01 cost-detail-eof pic x.
0430   01 day-record-count pic 9(5).
0431
0440   01 recon-month pic 9(6).
0441   01 recon-year pic 9(4).
0442   01 recon-month-number pic 99.
0443   01 period-end-date pic 9(8).
0444   01 scan-month pic 99.
0445   01 scan-day pic 99.
0446   01 scan-date pic 9(8).
0447   01 days-in-month pic 99.
0448   01 leap-remainder pic 9(4).
0449   01 opening-day pic 99.
0450
0460   01 tolerance pic 9(7)v99 value 1.00.
0461   01 receivables-account pic x(8) value "*".
0462   01 payables-account pic x(8) value "*".
0463   01 inventory-account pic x(8) value "INVENTRY".
0464
0470   01 open-item-table.
0471       05 open-item-entry occurs 500 times.
0472           10 item-account pic x(8).
0473           10 item-date pic x(8).
0474           10 item-original pic s9(6)v99.
0475           10 item-remaining pic s9(6)v99.
0476           10 item-status pic x.
0477   01 open-item-count pic 9(3) value 0.
0478   01 open-item-index pic 9(3).
0479   01 item-original-text pic x(12).
0480   01 item-remaining-text pic x(12).
0481   01 item-code-text pic x(5).
0482
0490   01 month-entry-table.
0491       05 month-entry occurs 500 times.
0492           10 me-subledger pic x.
0493           10 me-date pic 9(8).
0494           10 me-account pic x(8).
0495           10 me-amount pic s9(7)v99.
0496           10 me-source pic x.
0497           10 me-sequence pic x(6).
0498           10 me-reference pic x(12).
0498A          10 me-matched pic x.
0499   01 month-entry-count pic 9(3) value 0.
0500   01 month-entry-index pic 9(3).
0501
0510   01 subledger-table.
0511       05 subledger-entry occurs 3 times.
0512           10 sl-code pic x.
0513           10 sl-name pic x(12).
0514           10 sl-subledger-total pic s9(11)v99.
0515           10 sl-ledger-total pic s9(11)v99.
0516           10 sl-difference pic s9(11)v99.
0517           10 sl-unmatched pic 9(4).
0518   01 subledger-index pic 9.
0519   01 subledger-found-index pic 9.
0520
0530   01 ledger-field-one pic x(10).
0531   01 ledger-field-two pic x(10).
0532   01 ledger-result-text pic x(10).
0533   01 ledger-rerun pic x.
0534   01 ledger-source pic x.
0535   01 ledger-currency pic x(3).
0536   01 ledger-original-text pic x(10).
0537   01 ledger-rate-text pic x(10).
0538   01 ledger-company pic x(2).
0539   01 ledger-account pic x(8).
0540   01 ledger-sequence pic x(6).
0541   01 ledger-reference pic x(12).
0542   01 ledger-amount pic s9(7)v99.
0543   01 openbal-account pic x(8).
0544   01 openbal-date pic x(8).
0545   01 openbal-amount-text pic x(16).
0546   01 openbal-amount pic s9(11)v99.
0548
0550   01 layer-item-text pic x(8).
0551   01 layer-location-text pic x(4).
0552   01 layer-date-text pic x(10).
0553   01 layer-qty-text pic x(8).
0554   01 layer-cost-text pic x(10).
0555   01 layer-qty pic s9(5).
0556   01 layer-cost pic 9(4)v99.
0557   01 detail-date-text pic x(8).
0558   01 detail-reference pic x(12).
0559   01 detail-item-text pic x(8).
0560   01 detail-location-text pic x(4).
0561   01 detail-qty-text pic x(10).
0562   01 detail-value-text pic x(14).
0563   01 detail-value pic s9(9)v99.
0564
0570   01 entry-matched pic x.
0571   01 difference-abs pic 9(11)v99.
0572   01 over-tolerance-count pic 9 value 0.
0573   01 subledger-edited pic -(10)9.99.
0574   01 ledger-edited pic -(10)9.99.
0575   01 difference-edited pic -(10)9.99.
0576   01 amount-edited pic -(6)9.99.
0577   01 tolerance-edited pic z(6)9.99.
0578   01 recon-status-text pic x(14).
0579
0600   procedure division.
0610
0700   program-begin.
0710       display "Enter reconciliation month (YYYYMM) or 0".
0711       accept recon-month.
0712       if recon-month = 0
0713           perform get-processing-date
0714           move processing-date(1:6) to recon-month
0715       end-if.
0716       divide recon-month by 100 giving recon-year
0717           remainder recon-month-number.
0718       move recon-month-number to scan-month.
0719       perform find-days-in-month.
0720       compute period-end-date =
0721           (recon-month * 100) + days-in-month.
0730       move "RECONPARM.TXT" to parmcardfilename.
0731       perform load-parameter-card.
0732       move "TOLERANCE" to parm-keyword.
0733       perform get-parameter-value.
0734       if parm-found = "Y"
0735           move parm-value to tolerance
0736       end-if.
0737       move "ARACCT" to parm-keyword.
0738       perform get-parameter-value.
0739       if parm-found = "Y"
0740           move parm-value to receivables-account
0741       end-if.
0742       move "APACCT" to parm-keyword.
0743       perform get-parameter-value.
0744       if parm-found = "Y"
0745           move parm-value to payables-account
0746       end-if.
0747       move "INVACCT" to parm-keyword.
0748       perform get-parameter-value.
0749       if parm-found = "Y"
0750           move parm-value to inventory-account
0751       end-if.
0760       move "A" to sl-code(1).
0761       move "Receivables" to sl-name(1).
0762       move "P" to sl-code(2).
0763       move "Payables" to sl-name(2).
0764       move "I" to sl-code(3).
0765       move "Inventory" to sl-name(3).
0766       perform clear-subledger-totals
0767           varying subledger-index from 1 by 1
0768           until subledger-index > 3.
0770       perform total-receivables.
0771       perform total-payables.
0772       perform total-inventory.
0780       perform load-opening-balances.
0781       perform scan-one-month
0782           varying scan-month from 1 by 1
0783           until scan-month > recon-month-number.
0790       perform match-month-entry
0791           varying month-entry-index from 1 by 1
0792           until month-entry-index > month-entry-count.
0800       perform write-reconciliation-report.
0900   program-done.
0910       stop run.
0911
0920   clear-subledger-totals.
0921       move 0 to sl-subledger-total(subledger-index).
0922       move 0 to sl-ledger-total(subledger-index).
0923       move 0 to sl-difference(subledger-index).
0924       move 0 to sl-unmatched(subledger-index).
0925
1000   total-receivables.
1001       move 0 to open-item-count.
1002       move "N" to open-item-eof.
1003       open input open-item-file.
1004       perform until open-item-eof = "Y"
1005           read open-item-file
1006               at end move "Y" to open-item-eof
1007               not at end
1008                   perform add-open-item
1009           end-read
1010       end-perform.
1011       close open-item-file.
1012       display open-item-count " open item records read".
1013
1020   add-open-item.
1021       if open-item-count = 500
1022           display "More than 500 open item records, run stopped"
1023           move 16 to return-code
1024           stop run
1025       end-if.
1026       add 1 to open-item-count.
1027       move spaces to open-item-entry(open-item-count).
1028       unstring open-item-record delimited by ","
1029           into item-account(open-item-count)
1030                item-date(open-item-count)
1031                item-original-text
1032                item-remaining-text
1033                item-code-text
1034                item-status(open-item-count).
1035       move item-original-text to item-original(open-item-count).
1036       move item-remaining-text to item-remaining(open-item-count).
1037       if item-status(open-item-count) not = "S"
1038          and item-status(open-item-count) not = "W"
1039          and item-date(open-item-count) <= period-end-date
1040           add item-remaining(open-item-count)
1041               to sl-subledger-total(1)
1042       end-if.
1043
1100   total-payables.
1101       perform load-supplier-invoices.
1102       display supp-inv-count " supplier invoice lines read".
1103       perform varying supp-inv-index from 1 by 1
1104               until supp-inv-index > supp-inv-count
1105           if (si-status(supp-inv-index) = "E"
1106               or si-status(supp-inv-index) = "X"
1107               or si-status(supp-inv-index) = "M")
1108              and si-invoice-date(supp-inv-index) <= period-end-date
1109               compute sl-subledger-total(2) =
1110                   sl-subledger-total(2)
1111                   + (si-qty(supp-inv-index)
1112                      * si-price(supp-inv-index))
1113           end-if
1114       end-perform.
1115
1200   total-inventory.
1201       move "N" to layer-eof.
1202       open input cost-layer-file.
1203       perform until layer-eof = "Y"
1204           read cost-layer-file
1205               at end move "Y" to layer-eof
1206               not at end
1207                   unstring cost-layer-record delimited by ","
1208                       into layer-item-text layer-location-text
1209                            layer-date-text layer-qty-text
1210                            layer-cost-text
1211                   move layer-qty-text to layer-qty
1212                   move layer-cost-text to layer-cost
1213                   if layer-qty > 0
1214                       compute sl-subledger-total(3) =
1215                           sl-subledger-total(3)
1216                           + (layer-qty * layer-cost)
1217                   end-if
1218           end-read
1219       end-perform.
1220       close cost-layer-file.
1221
1300   load-opening-balances.
1301       move 0 to day-record-count.
1302       perform find-opening-file
1303           varying opening-day from 1 by 1
1304           until opening-day > 15
1305              or day-record-count > 0.
1306
1310   find-opening-file.
1311       compute scan-date =
1312           (recon-year * 10000) + 100 + opening-day.
1313       move spaces to openbalfilename.
1314       string "OPENBAL" scan-date ".TXT"
1315           delimited by size into openbalfilename.
1316       move "N" to openbal-eof.
1317       open input openbal-file.
1318       perform until openbal-eof = "Y"
1319           read openbal-file
1320               at end move "Y" to openbal-eof
1321               not at end
1322                   add 1 to day-record-count
1323                   unstring openbal-record delimited by ","
1324                       into openbal-account openbal-date
1325                            openbal-amount-text
1326                   move openbal-amount-text to openbal-amount
1327                   move openbal-account to ledger-account
1328                   perform find-control-account
1329                   if subledger-found-index > 0
1330                       add openbal-amount
1331                           to sl-ledger-total(subledger-found-index)
1332                   end-if
1333           end-read
1334       end-perform.
1335       close openbal-file.
1336
1400   scan-one-month.
1401       perform find-days-in-month.
1402       perform scan-one-day
1403           varying scan-day from 1 by 1
1404           until scan-day > days-in-month.
1405
1410   find-days-in-month.
1411       move 31 to days-in-month.
1412       if scan-month = 4 or scan-month = 6
1413          or scan-month = 9 or scan-month = 11
1414           move 30 to days-in-month
1415       end-if.
1416       if scan-month = 2
1417           move 28 to days-in-month
1418           divide recon-year by 4 giving leap-remainder
1419               remainder leap-remainder
1420           if leap-remainder = 0
1421               move 29 to days-in-month
1422           end-if
1423       end-if.
1424
1500   scan-one-day.
1501       compute scan-date =
1502           (recon-year * 10000) + (scan-month * 100) + scan-day.
1503       move spaces to ledgerfilename.
1504       string "LEDGER" scan-date ".TXT"
1505           delimited by size into ledgerfilename.
1506       perform read-ledger-day.
1507       if day-record-count = 0
1508           move spaces to ledgerfilename
1509           string "ARCHLEDGER" scan-date ".TXT"
1510               delimited by size into ledgerfilename
1511           perform read-ledger-day
1512       end-if.
1513
1520   read-ledger-day.
1521       move 0 to day-record-count.
1522       move "N" to ledger-eof.
1523       open input ledger-file.
1524       perform until ledger-eof = "Y"
1525           read ledger-file
1526               at end move "Y" to ledger-eof
1527               not at end
1528                   add 1 to day-record-count
1529                   perform add-ledger-line
1530           end-read
1531       end-perform.
1532       close ledger-file.
1533
1600   add-ledger-line.
1601       move spaces to ledger-sequence ledger-reference.
1602       unstring ledger-record delimited by ","
1603           into ledger-field-one ledger-field-two
1604                ledger-result-text ledger-rerun ledger-source
1605                ledger-currency ledger-original-text
1606                ledger-rate-text ledger-company ledger-account
1607                ledger-sequence ledger-reference.
1608       perform find-control-account.
1609       if subledger-found-index > 0
1610           move ledger-result-text to ledger-amount
1611           add ledger-amount
1611A              to sl-ledger-total(subledger-found-index)
1612           if scan-month = recon-month-number
1613               perform hold-month-entry
1614           end-if
1615       end-if.
1616
1700   find-control-account.
1701       move 0 to subledger-found-index.
1702       if ledger-account = inventory-account
1703           move 3 to subledger-found-index
1704       end-if.
1705       if subledger-found-index = 0
1706           if receivables-account = "*"
1707               perform varying open-item-index from 1 by 1
1708                       until open-item-index > open-item-count
1709                          or subledger-found-index > 0
1710                   if item-account(open-item-index) = ledger-account
1711                       move 1 to subledger-found-index
1712                   end-if
1713               end-perform
1714           else
1715               if ledger-account = receivables-account
1716                   move 1 to subledger-found-index
1717               end-if
1718           end-if
1719       end-if.
1720       if subledger-found-index = 0
1721           if payables-account = "*"
1722               perform varying supp-inv-index from 1 by 1
1723                       until supp-inv-index > supp-inv-count
1724                          or subledger-found-index > 0
1725                   if si-supplier(supp-inv-index) = ledger-account
1726                       move 2 to subledger-found-index
1727                   end-if
1728               end-perform
1729           else
1730               if ledger-account = payables-account
1731                   move 2 to subledger-found-index
1732               end-if
1733           end-if
1734       end-if.
1735
1800   hold-month-entry.
1801       if month-entry-count = 500
1802           display "More than 500 control account entries in "
1803               recon-month ", run stopped"
1804           move 16 to return-code
1805           stop run
1806       end-if.
1807       add 1 to month-entry-count.
1808       move sl-code(subledger-found-index)
1809           to me-subledger(month-entry-count).
1810       move scan-date to me-date(month-entry-count).
1811       move ledger-account to me-account(month-entry-count).
1812       move ledger-amount to me-amount(month-entry-count).
1813       move ledger-source to me-source(month-entry-count).
1814       move ledger-sequence to me-sequence(month-entry-count).
1815       move ledger-reference to me-reference(month-entry-count).
1816
1900   match-month-entry.
1901       move "N" to entry-matched.
1902       if me-subledger(month-entry-index) = "A"
1903           perform match-receivables-entry
1904       end-if.
1905       if me-subledger(month-entry-index) = "P"
1906           perform match-payables-entry
1907       end-if.
1908       if me-subledger(month-entry-index) = "I"
1909           perform match-inventory-entry
1910       end-if.
1911       move entry-matched to me-matched(month-entry-index).
1914
2000   match-receivables-entry.
2001       perform varying open-item-index from 1 by 1
2002               until open-item-index > open-item-count
2003                  or entry-matched = "Y"
2004           if item-account(open-item-index)
2005                  = me-account(month-entry-index)
2006               if item-original(open-item-index)
2007                      = me-amount(month-entry-index)
2008                   move "Y" to entry-matched
2009               end-if
2010               if me-amount(month-entry-index) < 0
2011                  and (item-remaining(open-item-index)
2012                          not = item-original(open-item-index)
2013                       or item-status(open-item-index) = "S"
2014                       or item-status(open-item-index) = "W")
2015                   move "Y" to entry-matched
2016               end-if
2017           end-if
2018       end-perform.
2019
2100   match-payables-entry.
2101       perform varying supp-inv-index from 1 by 1
2102               until supp-inv-index > supp-inv-count
2103                  or entry-matched = "Y"
2104           if si-supplier(supp-inv-index)
2105                  = me-account(month-entry-index)
2106               if me-amount(month-entry-index) < 0
2107                  and si-status(supp-inv-index) = "P"
2108                  and si-check(supp-inv-index)
2109                      = me-reference(month-entry-index)
2110                   move "Y" to entry-matched
2111               end-if
2112               if me-amount(month-entry-index) > 0
2113                  and si-status(supp-inv-index) not = "P"
2114                  and si-status(supp-inv-index) not = "D"
2115                   move "Y" to entry-matched
2116               end-if
2117           end-if
2118       end-perform.
2119
2200   match-inventory-entry.
2201       move spaces to costdetailname.
2202       string "COGSDTL" me-date(month-entry-index) ".TXT"
2203           delimited by size into costdetailname.
2204       move "N" to cost-detail-eof.
2205       open input cost-detail-file.
2206       perform until cost-detail-eof = "Y"
2207           read cost-detail-file
2208               at end move "Y" to cost-detail-eof
2209               not at end
2210                   unstring cost-detail-record delimited by ","
2211                       into detail-date-text detail-reference
2212                            detail-item-text detail-location-text
2213                            detail-qty-text detail-value-text
2214                   move detail-value-text to detail-value
2215                   if me-amount(month-entry-index)
2216                          = 0 - detail-value
2217                       move "Y" to entry-matched
2218                   end-if
2219           end-read
2220       end-perform.
2221       close cost-detail-file.
2222
2300   write-reconciliation-report.
2301       move "Subledger-Reconciliation" to report-program-name.
2302       move spaces to report-title.
2303       string "Subledger reconciliation " recon-month
2304           delimited by size into report-title.
2305       move "Subledger" to report-column-heading.
2306       move "Subledger total" to report-column-heading(13:15).
2307       move "Ledger balance" to report-column-heading(31:14).
2307A      move "Difference" to report-column-heading(52:10).
2307B      move "Status" to report-column-heading(63:6).
2308       perform write-report-header.
2309       perform report-one-subledger
2310           varying subledger-index from 1 by 1
2311           until subledger-index > 3.
2320       move tolerance to tolerance-edited.
2321       move spaces to report-line.
2322       string "Period end " period-end-date
2323              "  tolerance " tolerance-edited
2324              "  over tolerance " over-tolerance-count
2325           delimited by size into report-line.
2326       perform write-report-totals.
2327       display "Subledgers over tolerance: " over-tolerance-count.
2328       if over-tolerance-count > 0
2329           move 4 to return-code
2330       end-if.
2331
2400   report-one-subledger.
2401       if sl-code(subledger-index) = "P"
2402           compute sl-ledger-total(subledger-index) =
2403               0 - sl-ledger-total(subledger-index)
2404       end-if.
2405       compute sl-difference(subledger-index) =
2406           sl-subledger-total(subledger-index)
2407           - sl-ledger-total(subledger-index).
2408       move sl-difference(subledger-index) to difference-abs.
2409       if sl-difference(subledger-index) = 0
2410           move "AGREED" to recon-status-text
2411       else
2412           if difference-abs > tolerance
2413               move "OVER TOLERANCE" to recon-status-text
2414               add 1 to over-tolerance-count
2415           else
2416               move "WITHIN TOL" to recon-status-text
2417           end-if
2418       end-if.
2419       move sl-subledger-total(subledger-index) to subledger-edited.
2420       move sl-ledger-total(subledger-index) to ledger-edited.
2421       move sl-difference(subledger-index) to difference-edited.
2422       move spaces to report-line.
2423       string sl-name(subledger-index) " "
2424              subledger-edited "   " ledger-edited "   "
2425              difference-edited " " recon-status-text
2426           delimited by size into report-line.
2427       perform write-report-line.
2428       display sl-name(subledger-index) " difference "
2429           difference-edited " " recon-status-text.
2430       if sl-difference(subledger-index) not = 0
2431           perform report-unmatched-entry
2432               varying month-entry-index from 1 by 1
2433               until month-entry-index > month-entry-count
2434           move spaces to report-line
2435           string "  unmatched entries this month: "
2436                  sl-unmatched(subledger-index)
2437               delimited by size into report-line
2438           perform write-report-line
2439       end-if.
2440       if recon-status-text = "OVER TOLERANCE"
2441           perform raise-difference-alert
2442       end-if.
2443
2500   report-unmatched-entry.
2501       if me-subledger(month-entry-index) = sl-code(subledger-index)
2502          and me-matched(month-entry-index) = "N"
2506           add 1 to sl-unmatched(subledger-index)
2507           move me-amount(month-entry-index) to amount-edited
2508           move spaces to report-line
2509           string "  " me-date(month-entry-index) " "
2510                  me-account(month-entry-index) " "
2511                  amount-edited " source "
2512                  me-source(month-entry-index) " seq "
2513                  me-sequence(month-entry-index) " "
2514                  me-reference(month-entry-index)
2515                  " no subledger record"
2516               delimited by size into report-line
2517           perform write-report-line
2518       end-if.
2519
2600   raise-difference-alert.
2601       move "Subledger-Recon" to alert-source.
2602       move "E" to alert-severity.
2603       move spaces to alert-text.
2604       string sl-name(subledger-index) delimited by space
2605              " out by " delimited by size
2606              difference-edited delimited by size
2607              " at " period-end-date delimited by size
2608           into alert-text.
2609       perform write-alert-record.
2610
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'parameter-card-reader'.
9930   copy 'alert-writer'.
9940   copy 'supplier-invoice-file'.
