010    identification division.
020    program-id. Supplier-Scorecard.
030    environment division.
031    input-output section.
032    file-control.
033        select optional supplier-invoice-file assign to dynamic
033A           supplierinvoicename
034            organization is line sequential.
035        select optional supplier-file assign to dynamic
035A           supplierfilename
036            organization is line sequential.
037        select optional open-po-file assign to dynamic
037A           openpofilename
038            organization is line sequential.
039        select optional receipt-history-file assign to dynamic
039A           receipthistoryname
039B           organization is line sequential.
039C       select optional inventory-file assign to dynamic
039D           inventoryfilename
039E           organization is line sequential.
039F       select optional measured-lead-file assign to dynamic
039G           measuredleadname
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
040    data division.
041    file section.
042    fd  supplier-invoice-file.
043    01  supplier-invoice-record pic x(100).
044    fd  supplier-file.
045    01  supplier-record pic x(120).
046    fd  open-po-file.
047    01  open-po-record pic x(80).
048    fd  receipt-history-file.
049    01  receipt-history-record pic x(120).
050    fd  inventory-file.
050A   01  inventory-record pic x(100).
050B   fd  measured-lead-file.
050C   01  measured-lead-record pic x(40).
050D   fd  parameter-card-file.
050E   01  parameter-card-record pic x(60).
050F   fd  report-file.
050G   01  report-line pic x(200).
050H   fd  calendar-file.
050I   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
060D       copy 'supplier-invoice-variables'.
060E       copy 'open-payables-variables'.
061        01 openpofilename pic x(20) value "OPENPO.TXT".
062        01 receipthistoryname pic x(20) value "RCPTHIST.TXT".
063        01 inventoryfilename pic x(20).
064        01 measuredleadname pic x(20) value "SUPPLEAD.TXT".
065        01 input-eof pic x value "N".
066        01 parm-number-text pic x(7) justified right.
067        01 parm-number pic 9(7).
068        01 score-month pic 9(6).
069        01 on-time-target pic 9(3) value 95.
070        01 fill-rate-target pic 9(3) value 95.
071        01 price-variance-limit pic 9(3) value 2.
072
080        01 score-table.
081            05 score-entry occurs 50 times.
082                10 sc-receipts pic 9(4).
083                10 sc-on-time pic 9(4).
084                10 sc-lead-total pic 9(7).
085                10 sc-ordered pic 9(7).
086                10 sc-received pic 9(7).
087                10 sc-expected-value pic 9(8)v99.
088                10 sc-variance pic s9(7)v99.
089        01 score-index pic 9(2).
090
0100       01 rh-po-text pic x(10).
0101       01 rh-item-text pic x(8).
0102       01 rh-supplier pic x(8).
0103       01 rh-order-date pic x(8).
0104       01 rh-expected pic x(8).
0105       01 rh-receipt-date pic x(8).
0106       01 rh-qty-text pic x(8).
0107       01 rh-lead-text pic x(6).
0108       01 rh-lead-days pic 9(3).
0109
0110       01 po-number-text pic x(10).
0111       01 po-item-text pic x(8).
0112       01 po-ordered-text pic x(8).
0113       01 po-received-text pic x(8).
0114       01 po-status-text pic x.
0115       01 po-date-text pic x(8).
0116       01 po-supplier-text pic x(8).
0117       01 po-expected-text pic x(8).
0118       01 po-ordered-qty pic 9(5).
0119       01 po-received-qty pic 9(5).
0120
0130       01 item-table.
0131           05 item-entry occurs 100 times.
0132               10 item-number pic 9(5).
0133               10 item-unit-cost pic 9(4)v99.
0134       01 item-count pic 9(3) value 0.
0135       01 item-index pic 9(3).
0136       01 item-number-text pic x(8).
0137       01 on-hand-text pic x(8).
0138       01 reorder-point-text pic x(8).
0139       01 reorder-qty-text pic x(8).
0140       01 unit-cost-text pic x(10).
0141       01 item-cost-found pic 9(4)v99.
0142
0150       01 lead-table.
0151           05 lead-entry occurs 50 times.
0152               10 ml-supplier pic x(8).
0153               10 ml-month pic 9(6).
0154               10 ml-lead-days pic 9(3).
0155               10 ml-receipts pic 9(4).
0156       01 lead-count pic 9(2) value 0.
0157       01 lead-index pic 9(2).
0158       01 lead-found-index pic 9(2).
0159       01 ml-month-text pic x(8).
0160       01 ml-lead-text pic x(6).
0161       01 ml-receipts-text pic x(6).
0162
0170       01 on-time-pct pic 9(3)v9.
0171       01 fill-rate-pct pic 9(3)v9.
0172       01 average-lead pic 9(3)v9.
0173       01 variance-pct pic s9(3)v9.
0174       01 variance-abs pic 9(3)v9.
0175       01 on-time-edited pic zz9.9.
0176       01 fill-rate-edited pic zz9.9.
0177       01 average-lead-edited pic zz9.9.
0178       01 variance-edited pic -(6)9.99.
0179       01 variance-pct-edited pic -zz9.9.
0180       01 score-flag pic x(5).
0181       01 suppliers-scored pic 9(2) value 0.
0182       01 suppliers-flagged pic 9(2) value 0.
0183       01 line-value pic s9(7)v99.
0184
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter inventory master file name".
0212       accept inventoryfilename.
0213       perform get-processing-date.
0214       move processing-date(1:6) to score-month.
0215       perform load-scorecard-parameters.
0216       display "Supplier scorecard for " score-month.
0217       perform load-supplier-terms.
0218       perform load-supplier-invoices.
0219       perform load-inventory-costs.
0220       perform clear-score-table.
0221       perform score-receipt-history.
0222       perform score-open-orders.
0223       perform score-invoice-prices.
0224       perform write-scorecard-report.
0225       perform update-measured-lead-times.
0226       display "Suppliers scored: " suppliers-scored
0227           "  below target: " suppliers-flagged.
0228       if suppliers-flagged > 0
0229           move 4 to return-code
0230       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-scorecard-parameters.
0401       move "SCOREPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "MONTH" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           if parm-number > 190000
0408               move parm-number to score-month
0409           end-if
0410       end-if.
0411       move "ONTIME" to parm-keyword.
0412       perform get-parameter-value.
0413       if parm-found = "Y"
0414           perform convert-parm-number
0415           move parm-number to on-time-target
0416       end-if.
0417       move "FILLRATE" to parm-keyword.
0418       perform get-parameter-value.
0419       if parm-found = "Y"
0420           perform convert-parm-number
0421           move parm-number to fill-rate-target
0422       end-if.
0423       move "PRICEVAR" to parm-keyword.
0424       perform get-parameter-value.
0425       if parm-found = "Y"
0426           perform convert-parm-number
0427           move parm-number to price-variance-limit
0428       end-if.
0429       display "Targets: on time " on-time-target
0430           "%, fill rate " fill-rate-target
0431           "%, price variance within " price-variance-limit "%".
0440
0450   convert-parm-number.
0451       unstring parm-value delimited by " "
0452           into parm-number-text.
0453       inspect parm-number-text replacing leading space by "0".
0454       move parm-number-text to parm-number.
0460
0500   load-inventory-costs.
0501       move 0 to item-count.
0502       move "N" to input-eof.
0503       open input inventory-file.
0504       perform until input-eof = "Y" or item-count = 100
0505           read inventory-file
0506               at end move "Y" to input-eof
0507               not at end
0508                   add 1 to item-count
0509                   move spaces to unit-cost-text
0510                   unstring inventory-record delimited by ","
0511                       into item-number-text on-hand-text
0512                            reorder-point-text
0513                            reorder-qty-text unit-cost-text
0514                   move item-number-text
0515                       to item-number(item-count)
0516                   if unit-cost-text = spaces
0517                       move 0 to item-unit-cost(item-count)
0518                   else
0519                       move unit-cost-text
0520                           to item-unit-cost(item-count)
0521                   end-if
0522           end-read
0523       end-perform.
0524       close inventory-file.
0525       display item-count " item costs loaded".
0530
0600   clear-score-table.
0601       perform varying score-index from 1 by 1
0602               until score-index > 50
0603           move 0 to sc-receipts(score-index)
0604           move 0 to sc-on-time(score-index)
0605           move 0 to sc-lead-total(score-index)
0606           move 0 to sc-ordered(score-index)
0607           move 0 to sc-received(score-index)
0608           move 0 to sc-expected-value(score-index)
0609           move 0 to sc-variance(score-index)
0610       end-perform.
0620
0700   score-receipt-history.
0701       move "N" to input-eof.
0702       open input receipt-history-file.
0703       perform until input-eof = "Y"
0704           read receipt-history-file
0705               at end move "Y" to input-eof
0706               not at end
0707                   perform score-one-receipt
0708           end-read
0709       end-perform.
0710       close receipt-history-file.
0720
0800   score-one-receipt.
0801       move spaces to rh-expected.
0802       move spaces to rh-lead-text.
0803       unstring receipt-history-record delimited by ","
0804           into rh-po-text rh-item-text rh-supplier
0805                rh-order-date rh-expected rh-receipt-date
0806                rh-qty-text rh-lead-text.
0807       if rh-receipt-date(1:6) = score-month
0808           move rh-supplier to st-supplier-wanted
0809           perform find-supplier-terms
0810           if st-found-index > 0
0811               add 1 to sc-receipts(st-found-index)
0812               if rh-expected = spaces
0813                  or rh-receipt-date <= rh-expected
0814                   add 1 to sc-on-time(st-found-index)
0815               end-if
0816               move rh-lead-text to rh-lead-days
0817               add rh-lead-days to sc-lead-total(st-found-index)
0818           end-if
0819       end-if.
0820
0900   score-open-orders.
0901       move "N" to input-eof.
0902       open input open-po-file.
0903       perform until input-eof = "Y"
0904           read open-po-file
0905               at end move "Y" to input-eof
0906               not at end
0907                   perform score-one-order-line
0908           end-read
0909       end-perform.
0910       close open-po-file.
0920
1000   score-one-order-line.
1001       move spaces to po-supplier-text.
1002       move spaces to po-expected-text.
1003       unstring open-po-record delimited by ","
1004           into po-number-text po-item-text
1005                po-ordered-text po-received-text
1006                po-status-text po-date-text
1007                po-supplier-text po-expected-text.
1008       if po-expected-text(1:6) = score-month
1008A         and po-status-text not = "X"
1009           move po-supplier-text to st-supplier-wanted
1010           perform find-supplier-terms
1011           if st-found-index > 0
1012               move po-ordered-text to po-ordered-qty
1013               move po-received-text to po-received-qty
1014               add po-ordered-qty to sc-ordered(st-found-index)
1015               add po-received-qty to sc-received(st-found-index)
1016           end-if
1017       end-if.
1020
1100   score-invoice-prices.
1101       perform varying supp-inv-index from 1 by 1
1102               until supp-inv-index > supp-inv-count
1103           if (si-status(supp-inv-index) = "M"
1104               or si-status(supp-inv-index) = "P")
1105              and si-invoice-date(supp-inv-index)(1:6)
1106                  = score-month
1107               perform score-one-invoice-price
1108           end-if
1109       end-perform.
1120
1200   score-one-invoice-price.
1201       move si-supplier(supp-inv-index) to st-supplier-wanted.
1202       perform find-supplier-terms.
1203       move 0 to item-cost-found.
1204       perform varying item-index from 1 by 1
1205               until item-index > item-count
1206                  or item-cost-found > 0
1207           if item-number(item-index) = si-item(supp-inv-index)
1208               move item-unit-cost(item-index) to item-cost-found
1209           end-if
1210       end-perform.
1211       if st-found-index > 0 and item-cost-found > 0
1212           compute line-value =
1213               item-cost-found * si-qty(supp-inv-index)
1214           add line-value to sc-expected-value(st-found-index)
1215           compute line-value =
1216               (si-price(supp-inv-index) - item-cost-found)
1217               * si-qty(supp-inv-index)
1218           add line-value to sc-variance(st-found-index)
1219       end-if.
1220
1300   write-scorecard-report.
1301       move "Supplier-Scorecard" to report-program-name.
1302       move spaces to report-title.
1303       string "Supplier performance scorecard " score-month
1304           delimited by size into report-title.
1305       move "Supplier Rcpt OnTime  Fill AvgLd Lead"
1306           to report-column-heading(1:37).
1307       move "   Price var  Var%  Flag"
1308           to report-column-heading(38:24).
1309       perform write-report-header.
1310       perform score-one-supplier
1311           varying st-index from 1 by 1
1312           until st-index > st-count.
1313       move spaces to report-line.
1314       string "Suppliers scored: " suppliers-scored
1315              "  below target: " suppliers-flagged
1316           delimited by size into report-line.
1317       perform write-report-totals.
1320
1400   score-one-supplier.
1401       if sc-receipts(st-index) > 0
1402          or sc-ordered(st-index) > 0
1403          or sc-expected-value(st-index) > 0
1404           add 1 to suppliers-scored
1405           move spaces to score-flag
1406           move 0 to on-time-pct
1407           move 0 to average-lead
1408           move 100 to fill-rate-pct
1409           move 0 to variance-pct
1410           if sc-receipts(st-index) > 0
1411               compute on-time-pct rounded =
1412                   sc-on-time(st-index) * 100
1413                   / sc-receipts(st-index)
1414               compute average-lead rounded =
1415                   sc-lead-total(st-index) / sc-receipts(st-index)
1416               if on-time-pct < on-time-target
1417                   move "BELOW" to score-flag
1418               end-if
1419           end-if
1420           if sc-ordered(st-index) > 0
1421               compute fill-rate-pct rounded =
1422                   sc-received(st-index) * 100
1423                   / sc-ordered(st-index)
1424               if fill-rate-pct < fill-rate-target
1425                   move "BELOW" to score-flag
1426               end-if
1427           end-if
1428           if sc-expected-value(st-index) > 0
1429               compute variance-pct rounded =
1430                   sc-variance(st-index) * 100
1431                   / sc-expected-value(st-index)
1432               move variance-pct to variance-abs
1433               if variance-abs > price-variance-limit
1434                   move "BELOW" to score-flag
1435               end-if
1436           end-if
1437           if score-flag = "BELOW"
1438               add 1 to suppliers-flagged
1439           end-if
1440           perform write-score-line
1441       end-if.
1450
1500   write-score-line.
1501       move on-time-pct to on-time-edited.
1502       move fill-rate-pct to fill-rate-edited.
1503       move average-lead to average-lead-edited.
1504       move sc-variance(st-index) to variance-edited.
1505       move variance-pct to variance-pct-edited.
1506       move spaces to report-line.
1507       string st-supplier(st-index) " "
1508              sc-receipts(st-index) " "
1509              on-time-edited " "
1510              fill-rate-edited " "
1511              average-lead-edited "  "
1512              st-lead-days(st-index) " "
1513              variance-edited " "
1514              variance-pct-edited " "
1515              score-flag
1516           delimited by size into report-line.
1517       perform write-report-line.
1520
1600   update-measured-lead-times.
1601       perform load-measured-lead-times.
1602       perform varying st-index from 1 by 1
1603               until st-index > st-count
1604           if sc-receipts(st-index) > 0
1605               perform store-measured-lead-time
1606           end-if
1607       end-perform.
1608       open output measured-lead-file.
1609       perform varying lead-index from 1 by 1
1610               until lead-index > lead-count
1611           move spaces to measured-lead-record
1612           string ml-supplier(lead-index) ","
1613                  ml-month(lead-index) ","
1614                  ml-lead-days(lead-index) ","
1615                  ml-receipts(lead-index)
1616               delimited by size into measured-lead-record
1617           write measured-lead-record
1618       end-perform.
1619       close measured-lead-file.
1620       display lead-count " measured lead times on file".
1630
1700   load-measured-lead-times.
1701       move 0 to lead-count.
1702       move "N" to input-eof.
1703       open input measured-lead-file.
1704       perform until input-eof = "Y" or lead-count = 50
1705           read measured-lead-file
1706               at end move "Y" to input-eof
1707               not at end
1708                   add 1 to lead-count
1709                   unstring measured-lead-record delimited by ","
1710                       into ml-supplier(lead-count)
1711                            ml-month-text ml-lead-text
1712                            ml-receipts-text
1713                   move ml-month-text to ml-month(lead-count)
1714                   move ml-lead-text to ml-lead-days(lead-count)
1715                   move ml-receipts-text
1716                       to ml-receipts(lead-count)
1717           end-read
1718       end-perform.
1719       close measured-lead-file.
1720
1800   store-measured-lead-time.
1801       move 0 to lead-found-index.
1802       perform varying lead-index from 1 by 1
1803               until lead-index > lead-count
1804                  or lead-found-index > 0
1805           if ml-supplier(lead-index) = st-supplier(st-index)
1806               move lead-index to lead-found-index
1807           end-if
1808       end-perform.
1809       if lead-found-index = 0
1810           if lead-count = 50
1811               display "More than 50 measured lead times,"
1812                   " run stopped"
1813               move 16 to return-code
1814               stop run
1815           end-if
1816           add 1 to lead-count
1817           move lead-count to lead-found-index
1818           move st-supplier(st-index)
1819               to ml-supplier(lead-found-index)
1820       end-if.
1821       move score-month to ml-month(lead-found-index).
1822       compute ml-lead-days(lead-found-index) rounded =
1823           sc-lead-total(st-index) / sc-receipts(st-index).
1824       move sc-receipts(st-index) to ml-receipts(lead-found-index).
1830
9800   copy 'supplier-invoice-file'.
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
9930   copy 'open-payables-builder'.
