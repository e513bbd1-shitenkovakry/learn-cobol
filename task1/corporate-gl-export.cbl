0100   identification division.
0200   program-id. Corporate-GL-Export.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional mapping-file assign to dynamic
0330A          mappingfilename
0331           organization is line sequential.
0332       select optional ledger-file assign to dynamic ledgerfilename
0333           organization is line sequential.
0334       select export-file assign to dynamic exportfilename
0335           organization is line sequential.
0336       select optional outbound-queue-file assign to dynamic
0336A          outboundqueuename
0337           organization is line sequential.
0338       select optional parameter-card-file assign to dynamic
0338A          parmcardfilename
0339           organization is line sequential.
0340       select optional report-file assign to dynamic reportfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  mapping-file.
0407   01  mapping-record pic x(60).
0408   fd  ledger-file.
0409   01  ledger-record pic x(100).
0409A  fd  export-file.
0409B  01  export-record pic x(80).
0409C  fd  outbound-queue-file.
0409D  01  outbound-queue-record pic x(40).
0409E  fd  parameter-card-file.
0409F  01  parameter-card-record pic x(60).
0409G  fd  report-file.
0409H  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 mappingfilename pic x(20) value "GLMAP.TXT".
0421   01 ledgerfilename pic x(24).
0422   01 exportfilename pic x(24).
0423   01 outboundqueuename pic x(20) value "XMITQ.TXT".
0424   01 mapping-eof pic x value "N".
0425   01 ledger-eof pic x.
0426   01 day-record-count pic 9(5).
0427   01 entity-code pic x(6) value "SUB001".
0428
0430   01 mapping-table.
0431       05 mapping-entry occurs 300 times.
0432           10 map-account pic x(8).
0433           10 map-branch pic x(2).
0434           10 map-parent-account pic x(10).
0435           10 map-cost-center pic x(8).
0436   01 mapping-count pic 9(3) value 0.
0437   01 mapping-index pic 9(3).
0438   01 mapping-found-index pic 9(3).
0439
0440   01 summary-table.
0441       05 summary-entry occurs 300 times.
0442           10 sum-parent-account pic x(10).
0443           10 sum-cost-center pic x(8).
0444           10 sum-debit pic 9(11)v99.
0445           10 sum-credit pic 9(11)v99.
0446           10 sum-lines pic 9(6).
0447   01 summary-count pic 9(3) value 0.
0448   01 summary-index pic 9(3).
0449   01 summary-found-index pic 9(3).
0450
0451   01 unmapped-table.
0452       05 unmapped-entry occurs 100 times.
0453           10 unm-account pic x(8).
0454           10 unm-branch pic x(2).
0455           10 unm-amount pic s9(11)v99.
0456           10 unm-lines pic 9(6).
0457   01 unmapped-count pic 9(3) value 0.
0458   01 unmapped-index pic 9(3).
0459   01 unmapped-found-index pic 9(3).
0460
0461   01 export-month pic 9(6).
0462   01 export-year pic 9(4).
0463   01 export-month-number pic 99.
0464   01 scan-day pic 99.
0465   01 scan-date pic 9(8).
0466   01 days-in-month pic 99.
0467   01 leap-remainder pic 9(4).
0468
0470   01 ledger-first-text pic x(10).
0471   01 ledger-second-text pic x(10).
0472   01 ledger-result-text pic x(10).
0473   01 ledger-rerun pic x.
0474   01 ledger-source pic x.
0475   01 ledger-currency pic x(3).
0476   01 ledger-original-text pic x(10).
0477   01 ledger-rate-text pic x(10).
0478   01 ledger-company pic x(2).
0479   01 ledger-account pic x(8).
0480   01 ledger-amount pic s9(7)v99.
0481   01 ledger-lines-read pic 9(7) value 0.
0482
0490   01 export-header.
0491       05 eh-record-type pic x(3) value "HDR".
0492       05 eh-entity pic x(6).
0493       05 eh-period pic 9(6).
0494       05 eh-created-date pic 9(8).
0495       05 eh-currency pic x(3) value "LOC".
0496       05 eh-source pic x(20) value "CORPORATE GL EXPORT".
0497       05 filler pic x(34) value spaces.
0498   01 export-detail.
0499       05 ed-record-type pic x(3) value "DTL".
0500       05 ed-entity pic x(6).
0501       05 ed-period pic 9(6).
0502       05 ed-parent-account pic x(10).
0503       05 ed-cost-center pic x(8).
0504       05 ed-debit pic 9(11)v99.
0505       05 ed-credit pic 9(11)v99.
0506       05 ed-lines pic 9(6).
0507       05 filler pic x(15) value spaces.
0508   01 export-trailer.
0509       05 et-record-type pic x(3) value "TRL".
0510       05 et-entity pic x(6).
0511       05 et-period pic 9(6).
0512       05 et-detail-count pic 9(6).
0513       05 et-total-debit pic 9(13)v99.
0514       05 et-total-credit pic 9(13)v99.
0515       05 et-ledger-lines pic 9(7).
0516       05 filler pic x(22) value spaces.
0517
0520   01 total-debit pic 9(13)v99 value 0.
0521   01 total-credit pic 9(13)v99 value 0.
0522   01 debit-edited pic z(10)9.99.
0523   01 credit-edited pic z(10)9.99.
0524   01 amount-edited pic -(10)9.99.
0525   01 total-debit-edited pic z(12)9.99.
0526   01 total-credit-edited pic z(12)9.99.
0527
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0710       display "Enter export month (YYYYMM) or 0".
0711       accept export-month.
0712       if export-month = 0
0713           move processing-date(1:6) to export-month
0714       end-if.
0715       divide export-month by 100 giving export-year
0716           remainder export-month-number.
0720       move "GLEXPPARM.TXT" to parmcardfilename.
0721       perform load-parameter-card.
0722       move "ENTITY" to parm-keyword.
0723       perform get-parameter-value.
0724       if parm-found = "Y"
0725           move parm-value to entity-code
0726       end-if.
0730       perform load-mapping-table.
0731       perform find-days-in-month.
0732       perform scan-one-day
0733           varying scan-day from 1 by 1
0734           until scan-day > days-in-month.
0740       move "Corporate-GL-Export" to report-program-name.
0741       move spaces to report-title.
0742       string "Corporate GL export " export-month
0743           delimited by size into report-title.
0750       if unmapped-count > 0
0751           perform report-unmapped-accounts
0752           display unmapped-count
0753               " account/branch codes have no mapping,"
0754               " export refused"
0755           move 8 to return-code
0756           stop run
0757       end-if.
0760       perform write-export-file.
0770       move "Parent acct Cost ctr          Debit          Credit"
0771           to report-column-heading.
0772       move "Lines" to report-column-heading(56:5).
0773       perform write-report-header.
0774       perform report-one-summary
0775           varying summary-index from 1 by 1
0776           until summary-index > summary-count.
0777       move total-debit to total-debit-edited.
0778       move total-credit to total-credit-edited.
0779       move spaces to report-line.
0780       string "Records " summary-count
0781              "  debits " total-debit-edited
0782              "  credits " total-credit-edited
0783              "  file " exportfilename
0784           delimited by size into report-line.
0785       perform write-report-totals.
0786       display exportfilename " written, " summary-count
0787           " records, debits " total-debit-edited.
0900   program-done.
0910       stop run.
0911
1000   load-mapping-table.
1001       open input mapping-file.
1002       perform until mapping-eof = "Y"
1003           read mapping-file
1004               at end move "Y" to mapping-eof
1005               not at end
1006                   if mapping-record not = spaces
1007                       perform add-mapping-entry
1008                   end-if
1009           end-read
1010       end-perform.
1011       close mapping-file.
1012       display mapping-count " account mappings loaded".
1013
1020   add-mapping-entry.
1021       if mapping-count = 300
1022           display "More than 300 account mappings, run stopped"
1023           move 16 to return-code
1024           stop run
1025       end-if.
1026       add 1 to mapping-count.
1027       move spaces to mapping-entry(mapping-count).
1028       unstring mapping-record delimited by ","
1029           into map-account(mapping-count)
1030                map-branch(mapping-count)
1031                map-parent-account(mapping-count)
1032                map-cost-center(mapping-count).
1033
1100   find-days-in-month.
1101       move 31 to days-in-month.
1102       if export-month-number = 4 or export-month-number = 6
1103          or export-month-number = 9 or export-month-number = 11
1104           move 30 to days-in-month
1105       end-if.
1106       if export-month-number = 2
1107           move 28 to days-in-month
1108           divide export-year by 4 giving leap-remainder
1109               remainder leap-remainder
1110           if leap-remainder = 0
1111               move 29 to days-in-month
1112           end-if
1113       end-if.
1114
1200   scan-one-day.
1201       compute scan-date = (export-month * 100) + scan-day.
1202       move spaces to ledgerfilename.
1203       string "LEDGER" scan-date ".TXT"
1204           delimited by size into ledgerfilename.
1205       perform read-ledger-day.
1206       if day-record-count = 0
1207           move spaces to ledgerfilename
1208           string "ARCHLEDGER" scan-date ".TXT"
1209               delimited by size into ledgerfilename
1210           perform read-ledger-day
1211       end-if.
1212
1220   read-ledger-day.
1221       move 0 to day-record-count.
1222       move "N" to ledger-eof.
1223       open input ledger-file.
1224       perform until ledger-eof = "Y"
1225           read ledger-file
1226               at end move "Y" to ledger-eof
1227               not at end
1228                   add 1 to day-record-count
1229                   perform map-ledger-line
1230           end-read
1231       end-perform.
1232       close ledger-file.
1233
1300   map-ledger-line.
1301       unstring ledger-record delimited by ","
1302           into ledger-first-text ledger-second-text
1303                ledger-result-text ledger-rerun ledger-source
1304                ledger-currency ledger-original-text
1305                ledger-rate-text ledger-company ledger-account.
1306       move ledger-result-text to ledger-amount.
1307       add 1 to ledger-lines-read.
1308       perform find-mapping.
1309       if mapping-found-index = 0
1310           perform note-unmapped-line
1311       else
1312           perform add-to-summary
1313       end-if.
1314
1320   find-mapping.
1321       move 0 to mapping-found-index.
1322       perform varying mapping-index from 1 by 1
1323               until mapping-index > mapping-count
1324                  or mapping-found-index > 0
1325           if map-account(mapping-index) = ledger-account
1326              and map-branch(mapping-index) = ledger-company
1327               move mapping-index to mapping-found-index
1328           end-if
1329       end-perform.
1330       perform varying mapping-index from 1 by 1
1331               until mapping-index > mapping-count
1332                  or mapping-found-index > 0
1333           if map-account(mapping-index) = ledger-account
1334              and map-branch(mapping-index) = "**"
1335               move mapping-index to mapping-found-index
1336           end-if
1337       end-perform.
1338
1400   note-unmapped-line.
1401       move 0 to unmapped-found-index.
1402       perform varying unmapped-index from 1 by 1
1403               until unmapped-index > unmapped-count
1404                  or unmapped-found-index > 0
1405           if unm-account(unmapped-index) = ledger-account
1406              and unm-branch(unmapped-index) = ledger-company
1407               move unmapped-index to unmapped-found-index
1408           end-if
1409       end-perform.
1410       if unmapped-found-index = 0
1411           if unmapped-count = 100
1412               display "More than 100 unmapped accounts,"
1413                   " run stopped"
1414               move 16 to return-code
1415               stop run
1416           end-if
1417           add 1 to unmapped-count
1418           move unmapped-count to unmapped-found-index
1419           move ledger-account to unm-account(unmapped-count)
1420           move ledger-company to unm-branch(unmapped-count)
1421           move 0 to unm-amount(unmapped-count)
1422           move 0 to unm-lines(unmapped-count)
1423       end-if.
1424       add ledger-amount to unm-amount(unmapped-found-index).
1425       add 1 to unm-lines(unmapped-found-index).
1426
1500   add-to-summary.
1501       move 0 to summary-found-index.
1502       perform varying summary-index from 1 by 1
1503               until summary-index > summary-count
1504                  or summary-found-index > 0
1505           if sum-parent-account(summary-index)
1506                  = map-parent-account(mapping-found-index)
1507              and sum-cost-center(summary-index)
1508                  = map-cost-center(mapping-found-index)
1509               move summary-index to summary-found-index
1510           end-if
1511       end-perform.
1512       if summary-found-index = 0
1513           if summary-count = 300
1514               display "More than 300 parent account/cost centre"
1515                   " records, run stopped"
1516               move 16 to return-code
1517               stop run
1518           end-if
1519           add 1 to summary-count
1520           move summary-count to summary-found-index
1521           move map-parent-account(mapping-found-index)
1522               to sum-parent-account(summary-count)
1523           move map-cost-center(mapping-found-index)
1524               to sum-cost-center(summary-count)
1525           move 0 to sum-debit(summary-count)
1526           move 0 to sum-credit(summary-count)
1527           move 0 to sum-lines(summary-count)
1528       end-if.
1529       if ledger-amount > 0
1530           add ledger-amount to sum-debit(summary-found-index)
1531       else
1532           subtract ledger-amount
1533               from sum-credit(summary-found-index)
1534       end-if.
1535       add 1 to sum-lines(summary-found-index).
1536
1600   report-unmapped-accounts.
1601       move "Account  Branch         Amount  Lines"
1602           to report-column-heading.
1603       perform write-report-header.
1604       perform varying unmapped-index from 1 by 1
1605               until unmapped-index > unmapped-count
1606           move unm-amount(unmapped-index) to amount-edited
1607           move spaces to report-line
1608           string unm-account(unmapped-index) " "
1609                  unm-branch(unmapped-index) "    "
1610                  amount-edited "  "
1611                  unm-lines(unmapped-index) "  NO MAPPING"
1612               delimited by size into report-line
1613           perform write-report-line
1614           display "No mapping: " unm-account(unmapped-index)
1615               " branch " unm-branch(unmapped-index)
1616       end-perform.
1617       move spaces to report-line.
1618       string "Unmapped account/branch codes " unmapped-count
1619              ", export refused"
1620           delimited by size into report-line.
1621       perform write-report-totals.
1622
1700   write-export-file.
1700A      move spaces to exportfilename.
1701       string "CORPGL" export-month ".TXT"
1702           delimited by size into exportfilename.
1703       open output export-file.
1704       move entity-code to eh-entity.
1705       move export-month to eh-period.
1706       move processing-date to eh-created-date.
1707       write export-record from export-header.
1708       perform write-export-detail
1709           varying summary-index from 1 by 1
1710           until summary-index > summary-count.
1711       move entity-code to et-entity.
1712       move export-month to et-period.
1713       move summary-count to et-detail-count.
1714       move total-debit to et-total-debit.
1715       move total-credit to et-total-credit.
1716       move ledger-lines-read to et-ledger-lines.
1717       write export-record from export-trailer.
1718       close export-file.
1719       open extend outbound-queue-file.
1720       move exportfilename to outbound-queue-record.
1721       write outbound-queue-record.
1722       close outbound-queue-file.
1723       display exportfilename " queued for transmission".
1724
1730   write-export-detail.
1731       move entity-code to ed-entity.
1732       move export-month to ed-period.
1733       move sum-parent-account(summary-index) to ed-parent-account.
1734       move sum-cost-center(summary-index) to ed-cost-center.
1735       move sum-debit(summary-index) to ed-debit.
1736       move sum-credit(summary-index) to ed-credit.
1737       move sum-lines(summary-index) to ed-lines.
1738       write export-record from export-detail.
1739       add sum-debit(summary-index) to total-debit.
1740       add sum-credit(summary-index) to total-credit.
1741
1800   report-one-summary.
1801       move sum-debit(summary-index) to debit-edited.
1802       move sum-credit(summary-index) to credit-edited.
1803       move spaces to report-line.
1804       string sum-parent-account(summary-index) "  "
1805              sum-cost-center(summary-index) "  "
1806              debit-edited "  "
1807              credit-edited "  "
1808              sum-lines(summary-index)
1809           delimited by size into report-line.
1810       perform write-report-line.
1811
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'report-writer-writer'.
