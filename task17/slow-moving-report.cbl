010    identification division.
020    program-id. Slow-Moving-Report.
030    environment division.
031    input-output section.
032    file-control.
033        select optional inventory-file assign to dynamic
033A           inventoryfilename
034            organization is line sequential.
035        select optional cost-layer-file assign to dynamic
035A           costlayerfilename
036            organization is line sequential.
037        select optional usage-file assign to dynamic
037A           usagefilename
038            organization is line sequential.
039        select optional receipt-history-file assign to dynamic
039A           receipthistoryname
039B           organization is line sequential.
039C       select optional provision-file assign to dynamic
039D           provisionfilename
039E           organization is line sequential.
039F       select optional ledger-file assign to dynamic
039G           ledgerfilename
039H           organization is line sequential.
039I       select optional parameter-card-file assign to dynamic
039J           parmcardfilename
039K           organization is line sequential.
039L       select optional report-file assign to dynamic
039M           reportfilename
039N           organization is line sequential.
039O       select optional calendar-file assign to dynamic
039P           calendarfilename
039Q           organization is line sequential.
039QP1     select optional period-control-file assign to dynamic
039QP2         periodcontrolname
039QP3         organization is line sequential.
039QP4     select optional period-log-file assign to dynamic
039QP5         periodlogname
039QP6         organization is line sequential.
039R       select optional audit-file assign to dynamic
039S           auditfilename
039T           organization is line sequential.
039U       select optional audit-control-file assign to dynamic
039V           auditcontrolname
039W           organization is line sequential.
040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044    fd  cost-layer-file.
045    01  cost-layer-record pic x(60).
046    fd  usage-file.
047    01  usage-record pic x(40).
048    fd  receipt-history-file.
049    01  receipt-history-record pic x(120).
050    fd  provision-file.
050A   01  provision-record pic x(40).
050B   fd  ledger-file.
050C   01  ledger-record pic x(100).
050D   fd  parameter-card-file.
050E   01  parameter-card-record pic x(60).
050F   fd  report-file.
050G   01  report-line pic x(200).
050H   fd  calendar-file.
050I   01  calendar-record pic x(20).
050I1  fd  period-control-file.
050I2  01  period-control-record pic x(40).
050I3  fd  period-log-file.
050I4  01  period-log-record pic x(80).
050J   fd  audit-file.
050K   01  audit-record pic x(100).
050L   fd  audit-control-file.
050M   01  audit-control-record pic x(40).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060AP      copy 'period-control-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
060D       copy 'audit-trail-variables'.
061        01 array-size pic 9(2) value 0.
062        01 run-control-rerun pic x value "N".
063        01 inventoryfilename pic x(20).
064        01 costlayerfilename pic x(20) value "COSTLAYER.TXT".
065        01 usagefilename pic x(20) value "USAGEHIST.TXT".
066        01 receipthistoryname pic x(20) value "RCPTHIST.TXT".
067        01 provisionfilename pic x(20) value "PROVBAL.TXT".
068        01 ledgerfilename pic x(20).
069        01 input-eof pic x value "N".
070        01 parm-number-text pic x(7) justified right.
071        01 parm-number pic 9(7).
072
073        01 usage-months pic 9(2) value 12.
074        01 slow-days pic 9(4) value 90.
075        01 slow-supply-days pic 9(4) value 180.
076        01 obsolete-days pic 9(4) value 365.
077        01 active-pct pic 9(3) value 0.
078        01 slow-pct pic 9(3) value 25.
079        01 obsolete-pct pic 9(3) value 100.
080        01 post-provision pic x value "N".
081        01 expense-account pic x(8) value "OBSOLEXP".
082        01 provision-account pic x(8) value "INVPROV".
083
084        01 item-number-text pic x(8).
085        01 on-hand-text pic x(8).
086        01 reorder-point-text pic x(8).
087        01 reorder-qty-text pic x(8).
088        01 unit-cost-text pic x(10).
089        01 supplier-text pic x(8).
090        01 location-text pic x(4).
091        01 item-number pic 9(5).
092        01 item-on-hand pic s9(5).
093        01 item-unit-cost pic 9(4)v99.
094
095        01 stock-table.
096            05 stock-entry occurs 100 times.
097                10 stock-item pic 9(5).
098                10 stock-on-hand pic s9(7).
099                10 stock-master-value pic s9(9)v99.
0100               10 stock-layered-qty pic s9(7).
0101               10 stock-layered-value pic s9(9)v99.
0102               10 stock-usage-qty pic 9(9).
0103               10 stock-last-move pic 9(8).
0104       01 stock-count pic 9(3) value 0.
0105       01 stock-index pic 9(3).
0106       01 stock-found-index pic 9(3).
0107
0108       01 layer-item-text pic x(8).
0109       01 layer-location pic x(4).
0110       01 layer-date-text pic x(10).
0111       01 layer-qty-text pic x(8).
0112       01 layer-cost-text pic x(10).
0113       01 layer-date pic 9(8).
0114       01 layer-qty pic s9(5).
0115       01 layer-cost pic 9(4)v99.
0116
0117       01 usage-item-text pic x(8).
0118       01 usage-month-text pic x(8).
0119       01 usage-qty-text pic x(10).
0120       01 usage-month pic 9(6).
0121       01 usage-qty pic 9(7).
0122       01 usage-year pic 9(4).
0123       01 usage-month-number pic 9(2).
0124       01 next-month-date pic 9(8).
0125       01 month-end-date pic 9(8).
0126
0127       01 rh-po pic x(8).
0128       01 rh-item-text pic x(8).
0129       01 rh-supplier pic x(8).
0130       01 rh-po-date pic x(8).
0131       01 rh-expected pic x(8).
0132       01 rh-receipt-text pic x(8).
0133       01 rh-receipt-date pic 9(8).
0134
0135       01 processing-month pic 9(6).
0136       01 window-start-month pic 9(6).
0137       01 month-serial pic 9(6).
0138       01 window-year pic 9(4).
0139       01 window-month pic 9(2).
0140
0141       01 stock-value pic s9(9)v99.
0142       01 annual-usage pic 9(9)v99.
0143       01 turnover pic 9(3)v9.
0144       01 days-of-supply pic 9(4).
0145       01 days-since-move pic 9(4).
0146       01 stock-class pic x(8).
0147       01 provision-pct pic 9(3).
0148       01 provision-value pic s9(9)v99.
0149       01 on-hand-edited pic -(5)9.
0150       01 usage-edited pic z(6)9.
0151       01 turnover-edited pic zz9.9.
0152       01 supply-edited pic z(3)9.
0153       01 last-move-text pic x(8).
0154       01 value-edited pic z(6)9.99.
0155       01 pct-edited pic zz9.
0156       01 provision-edited pic z(6)9.99.
0157
0158       01 active-count pic 9(4) value 0.
0159       01 slow-count pic 9(4) value 0.
0160       01 obsolete-count pic 9(4) value 0.
0161       01 stock-total-value pic s9(11)v99 value 0.
0162       01 provision-total pic s9(9)v99 value 0.
0163       01 prior-provision pic s9(9)v99 value 0.
0164       01 provision-change pic s9(9)v99 value 0.
0165       01 provision-date-text pic x(8).
0166       01 provision-amount-text pic x(14).
0167       01 total-value-edited pic z(10)9.99.
0168       01 total-provision-edited pic z(8)9.99.
0169       01 change-edited pic -9(8).99.
0170
0171       01 ledger-account pic x(8).
0172       01 ledger-amount pic s9(6)v99.
0173       01 ledger-amount-edited pic -9(6).99.
0174       01 zero-edited pic -9(6).99.
0175       01 posting-sequence pic 9(6) value 0.
0176
0200   procedure division.
0201
0210   program-begin.
0211       move "Slow-Moving-Report" to audit-program-name.
0212       perform get-processing-date.
0213       string "LEDGER" processing-date ".TXT"
0214           delimited by size into ledgerfilename.
0215       perform load-slow-moving-parameters.
0216       perform set-usage-window.
0217       perform load-stock-by-item.
0218       perform load-cost-layers.
0219       perform load-usage-history.
0220       perform load-receipt-history.
0221       move "Slow-Moving-Report" to report-program-name.
0222       move spaces to report-title.
0223       string "Slow and obsolete stock "
0224              window-start-month "-" processing-month
0225           delimited by size into report-title.
0226       move "Item  Onhand   Usage  Turn  DOS Last mvd      Value"
0227           to report-column-heading.
0228       move " Class    Pct  Provision"
0229           to report-column-heading(52:24).
0230       perform write-report-header.
0231       perform classify-one-item
0232           varying stock-index from 1 by 1
0233           until stock-index > stock-count.
0234       move stock-total-value to total-value-edited.
0235       move provision-total to total-provision-edited.
0236       move spaces to report-line.
0237       string "Active " active-count
0238              "  slow " slow-count
0239              "  obsolete " obsolete-count
0240              "  value " total-value-edited
0241              "  provision " total-provision-edited
0242           delimited by size into report-line.
0243       perform write-report-totals.
0244       display "Slow-moving items: " slow-count
0245           "  obsolete items: " obsolete-count.
0246       display "Suggested provision: " total-provision-edited.
0246A      if post-provision = "Y"
0246B          move processing-date to period-check-date
0246C          move "Slow-Moving-Report" to period-program-name
0246D          move "F" to period-poster-class
0246E          perform check-posting-period
0246F          if period-post-allowed = "N"
0246G              display "Provision change not posted"
0246H              move "N" to post-provision
0246I          end-if
0246J      end-if.
0247       if post-provision = "Y"
0248           perform post-provision-change
0249       end-if.
0250       if slow-count > 0 or obsolete-count > 0
0251           move 4 to return-code
0252       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-slow-moving-parameters.
0401       move "SLOWPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "INVFILE" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           move parm-value to inventoryfilename
0407       else
0408           display "Enter inventory master file name"
0409           accept inventoryfilename
0410       end-if.
0411       move "USAGEMONTHS" to parm-keyword.
0412       perform get-parameter-value.
0413       if parm-found = "Y"
0414           perform convert-parm-number
0415           move parm-number to usage-months
0416       end-if.
0417       if usage-months = 0
0418           move 12 to usage-months
0419       end-if.
0420       move "SLOWDAYS" to parm-keyword.
0421       perform get-parameter-value.
0422       if parm-found = "Y"
0423           perform convert-parm-number
0424           move parm-number to slow-days
0425       end-if.
0426       move "SLOWSUPPLYDAYS" to parm-keyword.
0427       perform get-parameter-value.
0428       if parm-found = "Y"
0429           perform convert-parm-number
0430           move parm-number to slow-supply-days
0431       end-if.
0432       move "OBSOLETEDAYS" to parm-keyword.
0433       perform get-parameter-value.
0434       if parm-found = "Y"
0435           perform convert-parm-number
0436           move parm-number to obsolete-days
0437       end-if.
0438       move "ACTIVEPCT" to parm-keyword.
0439       perform get-parameter-value.
0440       if parm-found = "Y"
0441           perform convert-parm-number
0442           move parm-number to active-pct
0443       end-if.
0444       move "SLOWPCT" to parm-keyword.
0445       perform get-parameter-value.
0446       if parm-found = "Y"
0447           perform convert-parm-number
0448           move parm-number to slow-pct
0449       end-if.
0450       move "OBSOLETEPCT" to parm-keyword.
0451       perform get-parameter-value.
0452       if parm-found = "Y"
0453           perform convert-parm-number
0454           move parm-number to obsolete-pct
0455       end-if.
0456       move "POST" to parm-keyword.
0457       perform get-parameter-value.
0458       if parm-found = "Y"
0459           move parm-value(1:1) to post-provision
0460       end-if.
0461       move "EXPENSEACCT" to parm-keyword.
0462       perform get-parameter-value.
0463       if parm-found = "Y"
0464           move parm-value to expense-account
0465       end-if.
0466       move "PROVACCT" to parm-keyword.
0467       perform get-parameter-value.
0468       if parm-found = "Y"
0469           move parm-value to provision-account
0470       end-if.
0480
0490   convert-parm-number.
0491       unstring parm-value delimited by " "
0492           into parm-number-text.
0493       inspect parm-number-text replacing leading space by "0".
0494       move parm-number-text to parm-number.
0495
0500   set-usage-window.
0501       move processing-date(1:6) to processing-month.
0502       divide processing-month by 100 giving window-year
0503           remainder window-month.
0503A      compute month-serial = (window-year * 12)
0503B          + window-month - usage-months.
0504       divide month-serial by 12 giving window-year
0505           remainder window-month.
0506       add 1 to window-month.
0507       compute window-start-month =
0508           (window-year * 100) + window-month.
0510
0600   load-stock-by-item.
0601       move 0 to stock-count.
0602       move "N" to input-eof.
0603       open input inventory-file.
0604       perform until input-eof = "Y"
0605           read inventory-file
0606               at end move "Y" to input-eof
0607               not at end
0608                   move spaces to unit-cost-text
0609                   unstring inventory-record delimited by ","
0610                       into item-number-text on-hand-text
0611                            reorder-point-text reorder-qty-text
0612                            unit-cost-text supplier-text
0613                            location-text
0614                   move item-number-text to item-number
0615                   move on-hand-text to item-on-hand
0616                   if unit-cost-text = spaces
0617                       move 0 to item-unit-cost
0618                   else
0619                       move unit-cost-text to item-unit-cost
0620                   end-if
0621                   perform add-master-stock
0622           end-read
0623       end-perform.
0624       close inventory-file.
0625       display stock-count " items loaded from master".
0630
0700   add-master-stock.
0701       perform find-stock-item.
0702       if stock-found-index = 0
0703           if stock-count = 100
0704               display "More than 100 items on master, run stopped"
0705               move 16 to return-code
0706               stop run
0707           end-if
0708           add 1 to stock-count
0709           move stock-count to stock-found-index
0710           move item-number to stock-item(stock-count)
0711           move 0 to stock-on-hand(stock-count)
0712           move 0 to stock-master-value(stock-count)
0713           move 0 to stock-layered-qty(stock-count)
0714           move 0 to stock-layered-value(stock-count)
0715           move 0 to stock-usage-qty(stock-count)
0716           move 0 to stock-last-move(stock-count)
0717       end-if.
0718       add item-on-hand to stock-on-hand(stock-found-index).
0719       compute stock-master-value(stock-found-index) =
0720           stock-master-value(stock-found-index)
0721           + (item-on-hand * item-unit-cost).
0730
0800   find-stock-item.
0801       move 0 to stock-found-index.
0802       perform varying stock-index from 1 by 1
0803               until stock-index > stock-count
0804                  or stock-found-index > 0
0805           if stock-item(stock-index) = item-number
0806               move stock-index to stock-found-index
0807           end-if
0808       end-perform.
0810
0900   load-cost-layers.
0901       move "N" to input-eof.
0902       open input cost-layer-file.
0903       perform until input-eof = "Y"
0904           read cost-layer-file
0905               at end move "Y" to input-eof
0906               not at end
0907                   unstring cost-layer-record delimited by ","
0908                       into layer-item-text layer-location
0909                            layer-date-text layer-qty-text
0910                            layer-cost-text
0911                   move layer-item-text to item-number
0912                   move layer-date-text to layer-date
0913                   move layer-qty-text to layer-qty
0914                   move layer-cost-text to layer-cost
0915                   perform find-stock-item
0916                   if stock-found-index > 0 and layer-qty > 0
0917                       perform add-layer-to-stock
0918                   end-if
0919           end-read
0920       end-perform.
0921       close cost-layer-file.
0930
1000   add-layer-to-stock.
1001       add layer-qty to stock-layered-qty(stock-found-index).
1002       compute stock-layered-value(stock-found-index) =
1003           stock-layered-value(stock-found-index)
1004           + (layer-qty * layer-cost).
1005       if layer-date > stock-last-move(stock-found-index)
1006          and layer-date not > processing-date
1007           move layer-date to stock-last-move(stock-found-index)
1008       end-if.
1010
1100   load-usage-history.
1101       move "N" to input-eof.
1102       open input usage-file.
1103       perform until input-eof = "Y"
1104           read usage-file
1105               at end move "Y" to input-eof
1106               not at end
1107                   unstring usage-record delimited by ","
1108                       into usage-item-text usage-month-text
1109                            usage-qty-text
1110                   move usage-item-text to item-number
1111                   move usage-month-text to usage-month
1112                   move usage-qty-text to usage-qty
1113                   perform find-stock-item
1114                   if stock-found-index > 0 and usage-qty > 0
1115                       perform add-usage-to-stock
1116                   end-if
1117           end-read
1118       end-perform.
1119       close usage-file.
1120
1200   add-usage-to-stock.
1201       if usage-month >= window-start-month
1202          and usage-month <= processing-month
1203           add usage-qty to stock-usage-qty(stock-found-index)
1204       end-if.
1205       divide usage-month by 100 giving usage-year
1206           remainder usage-month-number.
1207       if usage-month-number = 12
1208           compute next-month-date = ((usage-year + 1) * 10000)
1209               + 101
1210       else
1211           compute next-month-date = (usage-year * 10000)
1212               + ((usage-month-number + 1) * 100) + 1
1213       end-if.
1214       compute month-end-date = function date-of-integer(
1215           function integer-of-date(next-month-date) - 1).
1216       if month-end-date > processing-date
1217           move processing-date to month-end-date
1218       end-if.
1219       if month-end-date > stock-last-move(stock-found-index)
1220           move month-end-date to stock-last-move(stock-found-index)
1221       end-if.
1230
1300   load-receipt-history.
1301       move "N" to input-eof.
1302       open input receipt-history-file.
1303       perform until input-eof = "Y"
1304           read receipt-history-file
1305               at end move "Y" to input-eof
1306               not at end
1307                   unstring receipt-history-record delimited by ","
1308                       into rh-po rh-item-text rh-supplier
1309                            rh-po-date rh-expected rh-receipt-text
1310                   move rh-item-text to item-number
1311                   move rh-receipt-text to rh-receipt-date
1312                   perform find-stock-item
1313                   if stock-found-index > 0
1314                      and rh-receipt-date
1315                          > stock-last-move(stock-found-index)
1316                      and rh-receipt-date not > processing-date
1317                       move rh-receipt-date
1318                           to stock-last-move(stock-found-index)
1319                   end-if
1320           end-read
1321       end-perform.
1322       close receipt-history-file.
1330
1400   classify-one-item.
1401       if stock-layered-qty(stock-index) > 0
1402           move stock-layered-value(stock-index) to stock-value
1403       else
1404           move stock-master-value(stock-index) to stock-value
1405       end-if.
1406       if stock-on-hand(stock-index) > 0
1407           perform measure-item-movement
1408           perform assign-stock-class
1409           compute provision-value rounded =
1410               stock-value * provision-pct / 100
1411           add stock-value to stock-total-value
1412           add provision-value to provision-total
1413           perform write-stock-line
1414       end-if.
1420
1500   measure-item-movement.
1501       compute annual-usage =
1502           stock-usage-qty(stock-index) * 12 / usage-months.
1503       compute turnover rounded =
1504           annual-usage / stock-on-hand(stock-index)
1505           on size error move 999.9 to turnover
1506       end-compute.
1507       if stock-usage-qty(stock-index) = 0
1508           move 9999 to days-of-supply
1509       else
1510           compute days-of-supply rounded =
1511               stock-on-hand(stock-index) * 365 / annual-usage
1512               on size error move 9999 to days-of-supply
1513           end-compute
1514       end-if.
1515       if stock-last-move(stock-index) = 0
1516           move 9999 to days-since-move
1517           move "NONE" to last-move-text
1518       else
1519           compute days-since-move =
1520               function integer-of-date(processing-date)
1521               - function integer-of-date(
1522                   stock-last-move(stock-index))
1523               on size error move 9999 to days-since-move
1524           end-compute
1525           move stock-last-move(stock-index) to last-move-text
1526       end-if.
1530
1600   assign-stock-class.
1601       if days-since-move >= obsolete-days
1602           move "OBSOLETE" to stock-class
1603           move obsolete-pct to provision-pct
1604           add 1 to obsolete-count
1605       else
1606           if days-since-move >= slow-days
1607              or days-of-supply > slow-supply-days
1608               move "SLOW" to stock-class
1609               move slow-pct to provision-pct
1610               add 1 to slow-count
1611           else
1612               move "ACTIVE" to stock-class
1613               move active-pct to provision-pct
1614               add 1 to active-count
1615           end-if
1616       end-if.
1630
1700   write-stock-line.
1701       move stock-on-hand(stock-index) to on-hand-edited.
1702       move stock-usage-qty(stock-index) to usage-edited.
1703       move turnover to turnover-edited.
1704       move days-of-supply to supply-edited.
1705       move stock-value to value-edited.
1706       move provision-pct to pct-edited.
1707       move provision-value to provision-edited.
1708       move spaces to report-line.
1709       string stock-item(stock-index) " "
1710              on-hand-edited " "
1711              usage-edited " "
1712              turnover-edited " "
1713              supply-edited " "
1714              last-move-text " "
1715              value-edited " "
1716              stock-class " "
1717              pct-edited " "
1718              provision-edited
1719           delimited by size into report-line.
1720       perform write-report-line.
1730
1800   post-provision-change.
1801       perform load-prior-provision.
1802       compute provision-change = provision-total - prior-provision.
1803       move provision-change to change-edited.
1804       if provision-change = 0
1805           display "Provision unchanged, nothing posted"
1806       else
1807           perform open-audit-for-run
1808           move expense-account to ledger-account
1809           move provision-change to ledger-amount
1810           perform post-provision-to-ledger
1811           move provision-account to ledger-account
1812           compute ledger-amount = 0 - provision-change
1813           perform post-provision-to-ledger
1814           perform close-audit-for-run
1815           move provision-total to change-edited
1816           open output provision-file
1817           move spaces to provision-record
1818           string processing-date "," change-edited
1819               delimited by size into provision-record
1820           write provision-record
1821           close provision-file
1822           move provision-change to change-edited
1823           display "Provision change posted: " change-edited
1824       end-if.
1830
1900   load-prior-provision.
1901       move "N" to input-eof.
1902       open input provision-file.
1903       perform until input-eof = "Y"
1904           read provision-file
1905               at end move "Y" to input-eof
1906               not at end
1907                   unstring provision-record delimited by ","
1908                       into provision-date-text
1909                            provision-amount-text
1910                   move provision-amount-text to prior-provision
1911           end-read
1912       end-perform.
1913       close provision-file.
1920
2000   post-provision-to-ledger.
2001       move ledger-amount to audit-result.
2002       perform write-held-audit-entry.
2003       move audit-sequence to posting-sequence.
2004       move ledger-amount to ledger-amount-edited.
2005       move 0 to zero-edited.
2006       open extend ledger-file.
2007       move spaces to ledger-record.
2008       string ledger-amount-edited ","
2009              zero-edited ","
2010              ledger-amount-edited ","
2011              "N,P,LOC,"
2012              ledger-amount-edited ","
2013              "001.000000,"
2014              "01,"
2015              ledger-account ","
2016              posting-sequence ","
2017              "OBSPROV"
2018           delimited by size into ledger-record.
2019       write ledger-record.
2020       close ledger-file.
2030
9850   copy 'parameter-card-reader'.
9880   copy 'audit-trail-writer'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
9900P  copy 'period-control-checker'.
