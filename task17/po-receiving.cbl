037        select optional number-control-file assign to dynamic
037A           numbercontrolname
037B           organization is line sequential.
037C       select optional receipt-history-file assign to dynamic
037D           receipthistoryname
037E           organization is line sequential.
037F       select optional calendar-file assign to dynamic
037G           calendarfilename
037H           organization is line sequential.
037HP1     select optional period-control-file assign to dynamic
037HP2         periodcontrolname
037HP3         organization is line sequential.
037HP4     select optional period-log-file assign to dynamic
037HP5         periodlogname
037HP6         organization is line sequential.
037I       select optional inventory-file assign to dynamic
037J           inventoryfilename
037K           organization is line sequential.
037L       select optional ledger-file assign to dynamic
037M           ledgerfilename
037N           organization is line sequential.
037O       select optional parameter-card-file assign to dynamic
037P           parmcardfilename
037Q           organization is line sequential.
037R       select optional audit-file assign to dynamic
037S           auditfilename
037T           organization is line sequential.
037U       select optional audit-control-file assign to dynamic
037V           auditcontrolname
037W           organization is line sequential.
040    data division.
041    file section.
042    fd  open-po-file.
043    01  open-po-record pic x(80).
044
045    fd  transaction-file.
046    01  transaction-record pic x(80).
046A   fd  number-control-file.
046B   01  number-control-record pic x(50).
046C   fd  receipt-history-file.
046D   01  receipt-history-record pic x(120).
046E   fd  calendar-file.
046F   01  calendar-record pic x(20).
046F1  fd  period-control-file.
046F2  01  period-control-record pic x(40).
046F3  fd  period-log-file.
046F4  01  period-log-record pic x(80).
046G   fd  inventory-file.
046H   01  inventory-record pic x(100).
046I   fd  ledger-file.
046J   01  ledger-record pic x(100).
046K   fd  parameter-card-file.
046L   01  parameter-card-record pic x(60).
046M   fd  audit-file.
046N   01  audit-record pic x(100).
046O   fd  audit-control-file.
046P   01  audit-control-record pic x(40).
047
060    working-storage section.
0601       copy 'check-digit-variables'.
0601A      copy 'processing-date-variables'.
0601AP     copy 'period-control-variables'.
0601B      copy 'parameter-card-variables'.
0601C      copy 'audit-trail-variables'.
0601D      01 array-size pic 9(2) value 0.
0601E      01 run-control-rerun pic x value "N".
061        01 openpofilename pic x(20) value "OPENPO.TXT".
061A       01 numbercontrolname pic x(20) value "NUMCTL.TXT".
061B       01 number-control-eof pic x.
077                10 po-date pic x(8).
077A               10 po-supplier pic x(8).
077B               10 po-expected pic x(8).
077C               10 po-unit-cost pic 9(4)v99.
078        01 po-count pic 9(3) value 0.
079        01 po-index pic 9(3).
080        01 found-index pic 9(3).
082        01 po-item-text pic x(8).
083        01 po-ordered-text pic x(8).
084        01 po-received-text pic x(8).
084A       01 po-cost-text pic x(10).
084B       01 po-cost-edited pic 9(4).99.
085
090        01 work-po-number pic 9(8).
091        01 receive-qty pic 9(5).
092        01 outstanding-qty pic 9(5).
093        01 receipts-written pic 9(4) value 0.
094        01 file-changed pic x value "N".
094A       01 receipthistoryname pic x(20) value "RCPTHIST.TXT".
094B       01 receipt-date pic 9(8).
094D       01 inventoryfilename pic x(20).
094E       01 inventory-eof pic x value "N".
094F       01 ledgerfilename pic x(20).
094G       01 ppv-account pic x(8) value "PPVAR".
094H       01 accrual-account pic x(8) value "GRNI".
094H1      01 receipt-lot pic x(12).
094H2      01 receipt-expiry-text pic x(8).
094H3      01 lot-entry-valid pic x.
094I
094J       01 item-table.
094K           05 item-entry occurs 100 times.
094L               10 item-number pic 9(5).
094M               10 item-unit-cost pic 9(4)v99.
094N       01 item-count pic 9(3) value 0.
094O       01 item-index pic 9(3).
094P       01 item-number-text pic x(8).
094Q       01 on-hand-text pic x(8).
094R       01 reorder-point-text pic x(8).
094S       01 reorder-qty-text pic x(8).
094T       01 unit-cost-text pic x(10).
094U       01 item-cost-found pic 9(4)v99.
094V
094W       01 receipt-po-value pic 9(8)v99.
094X       01 receipt-standard-value pic 9(8)v99.
094Y       01 receipt-variance pic s9(7)v99.
094Z       01 standard-cost-edited pic 9(4).99.
094ZA      01 variance-edited pic -9(7).99.
095A       01 ledger-account pic x(8).
095B       01 ledger-amount pic s9(6)v99.
095C       01 ledger-amount-edited pic -9(6).99.
095D       01 zero-edited pic -9(6).99.
095E       01 posting-sequence pic 9(6) value 0.
095F       01 variance-total pic s9(8)v99 value 0.
095G       01 variance-total-edited pic -9(8).99.
094C       01 receipt-lead-days pic 9(3).
095
0100   procedure division.
0110
0120   program-begin.
0121       display "Enter receiving transaction file name".
0122       accept transactionfilename.
0123       display "Enter inventory master file name".
0124       accept inventoryfilename.
0129       perform get-processing-date.
0129A      perform load-po-check-flag.
0129B      perform load-variance-accounts.
0129C      perform load-inventory-costs.
0129D      string "LEDGER" processing-date ".TXT"
0129E          delimited by size into ledgerfilename.
0129E1     move processing-date to period-check-date.
0129E2     move "PO-Receiving" to period-program-name.
0129E3     perform check-posting-period.
0129E4     if period-post-allowed = "N"
0129E5         move 8 to return-code
0129E6         stop run
0129E7     end-if.
0129F      move "PO-Receiving" to audit-program-name.
0129G      perform open-audit-for-run.
0130       perform load-open-po-table.
0131       open extend transaction-file.
0140       perform receiving-cycle
0141           until receiving-pick = "X".
0150       close transaction-file.
0150A      perform close-audit-for-run.
0151       if file-changed = "Y"
0152           perform save-open-po-table
0153       end-if.
0160       display "Receipt transactions written: "
0161           receipts-written.
0162       move variance-total to variance-total-edited.
0163       display "Purchase price variance posted: "
0164           variance-total-edited.
0200   program-done.
0210       stop run.
0220
0308                   add 1 to po-count
0308A                  move spaces to po-supplier(po-count)
0308B                  move spaces to po-expected(po-count)
0308C                  move spaces to po-cost-text
0309                   unstring open-po-record delimited by ","
0310                       into po-number-text po-item-text
0311                            po-ordered-text po-received-text
0313                            po-date(po-count)
0313A                          po-supplier(po-count)
0313B                          po-expected(po-count)
0313C                          po-cost-text
0314                   move po-number-text to po-number(po-count)
0315                   move po-item-text to po-item(po-count)
0316                   move po-ordered-text to po-ordered(po-count)
0317                   move po-received-text
0318                       to po-received(po-count)
0318A                  move po-cost-text to po-unit-cost(po-count)
0319           end-read
0320       end-perform.
0321       close open-po-file.
0508               display "PO " work-po-number
0509                   " is already fully received"
0510           else
0510A              if po-status(found-index) = "X"
0510B                  display "PO " work-po-number
0510C                      " is cancelled, receipt rejected"
0510D              else
0511                   perform confirm-received-quantity
0511A              end-if
0512           end-if
0513       end-if.
0520
0613               display "Receipt exceeds outstanding quantity,"
0614                   " rejected"
0615           else
0615A              perform get-receipt-lot
0615B              if lot-entry-valid = "Y"
0616                   perform post-po-receipt
0616A              end-if
0617           end-if
0618       end-if.
0620
0708       end-if.
0709       move spaces to transaction-record.
0710       string po-item(found-index) ",R," receive-qty
0710A             ",,,," po-number(found-index) ","
0710B             receipt-lot "," receipt-expiry-text
0711           delimited by size into transaction-record.
0712       write transaction-record.
0713       add 1 to receipts-written.
0713A      perform write-receipt-history.
0714       move "Y" to file-changed.
0720
0800   find-po-in-table.
1002       perform varying po-index from 1 by 1
1003               until po-index > po-count
1004           move spaces to open-po-record
1004A          move po-unit-cost(po-index) to po-cost-edited
1005           string po-number(po-index) ","
1006                  po-item(po-index) ","
1007                  po-ordered(po-index) ","
1009                  po-status(po-index) ","
1010                  po-date(po-index) ","
1010A                 po-supplier(po-index) ","
1010B                 po-expected(po-index) ","
1010C                 po-cost-edited
1011               delimited by size into open-po-record
1012           write open-po-record
1013       end-perform.
1014       close open-po-file.
1020
1100   write-receipt-history.
1101       move processing-date to receipt-date.
1101A      perform price-receipt-variance.
1102       perform count-receipt-lead-days.
1103       move receipt-date to processing-date.
1104       open extend receipt-history-file.
1105       move spaces to receipt-history-record.
1106       string po-number(found-index) ","
1107              po-item(found-index) ","
1108              po-supplier(found-index) ","
1109              po-date(found-index) ","
1110              po-expected(found-index) ","
1111              receipt-date ","
1112              receive-qty ","
1113              receipt-lead-days ","
1113A             po-cost-edited ","
1113B             standard-cost-edited ","
1113C             variance-edited
1114           delimited by size into receipt-history-record.
1115       write receipt-history-record.
1116       close receipt-history-file.
1120
1200   count-receipt-lead-days.
1201       move 0 to receipt-lead-days.
1202       if po-date(found-index) is numeric
1203          and po-date(found-index) < receipt-date
1204           move po-date(found-index) to processing-date
1205           perform until processing-date >= receipt-date
1206                  or receipt-lead-days = 999
1207               perform get-next-business-day
1208               add 1 to receipt-lead-days
1209           end-perform
1210       end-if.
1220
1300   load-variance-accounts.
1301       move "PPVPARM.TXT" to parmcardfilename.
1302       perform load-parameter-card.
1303       move "PPVACCT" to parm-keyword.
1304       perform get-parameter-value.
1305       if parm-found = "Y"
1306           move parm-value to ppv-account
1307       end-if.
1308       move "ACCRUALACCT" to parm-keyword.
1309       perform get-parameter-value.
1310       if parm-found = "Y"
1311           move parm-value to accrual-account
1312       end-if.
1320
1400   load-inventory-costs.
1401       move 0 to item-count.
1402       move "N" to inventory-eof.
1403       open input inventory-file.
1404       perform until inventory-eof = "Y" or item-count = 100
1405           read inventory-file
1406               at end move "Y" to inventory-eof
1407               not at end
1408                   add 1 to item-count
1409                   move spaces to unit-cost-text
1410                   unstring inventory-record delimited by ","
1411                       into item-number-text on-hand-text
1412                            reorder-point-text
1413                            reorder-qty-text unit-cost-text
1414                   move item-number-text
1415                       to item-number(item-count)
1416                   if unit-cost-text = spaces
1417                       move 0 to item-unit-cost(item-count)
1418                   else
1419                       move unit-cost-text
1420                           to item-unit-cost(item-count)
1421                   end-if
1422           end-read
1423       end-perform.
1424       close inventory-file.
1425       display item-count " item costs loaded".
1430
1500   price-receipt-variance.
1501       move 0 to item-cost-found.
1502       perform varying item-index from 1 by 1
1503               until item-index > item-count
1504                  or item-cost-found > 0
1505           if item-number(item-index) = po-item(found-index)
1506               move item-unit-cost(item-index) to item-cost-found
1507           end-if
1508       end-perform.
1509       move po-unit-cost(found-index) to po-cost-edited.
1510       move item-cost-found to standard-cost-edited.
1511       move 0 to receipt-variance.
1512       if po-unit-cost(found-index) = 0 or item-cost-found = 0
1513           display "No PO price or standard cost for item "
1514               po-item(found-index) ", variance not posted"
1515       else
1516           compute receipt-po-value =
1517               receive-qty * po-unit-cost(found-index)
1518           compute receipt-standard-value =
1519               receive-qty * item-cost-found
1520           compute receipt-variance =
1521               receipt-po-value - receipt-standard-value
1522           if receipt-variance not = 0
1523               move ppv-account to ledger-account
1524               move receipt-variance to ledger-amount
1525               perform post-variance-to-ledger
1526               move accrual-account to ledger-account
1527               compute ledger-amount = 0 - receipt-variance
1528               perform post-variance-to-ledger
1529               add receipt-variance to variance-total
1530           end-if
1531       end-if.
1532       move receipt-variance to variance-edited.
1540
1600   post-variance-to-ledger.
1601       move ledger-amount to audit-result.
1602       perform write-held-audit-entry.
1603       move audit-sequence to posting-sequence.
1604       move ledger-amount to ledger-amount-edited.
1605       move 0 to zero-edited.
1606       open extend ledger-file.
1607       move spaces to ledger-record.
1608       string ledger-amount-edited ","
1609              zero-edited ","
1610              ledger-amount-edited ","
1611              "N,P,LOC,"
1612              ledger-amount-edited ","
1613              "001.000000,"
1614              "01,"
1615              ledger-account ","
1616              posting-sequence ","
1617              po-number(found-index)
1618           delimited by size into ledger-record.
1619       write ledger-record.
1620       close ledger-file.
1621
1700   get-receipt-lot.
1701       move "Y" to lot-entry-valid.
1702       move spaces to receipt-lot.
1703       move spaces to receipt-expiry-text.
1704       display "Enter lot number (blank if not lot controlled)".
1705       accept receipt-lot.
1706       if receipt-lot not = spaces
1707           display "Enter expiry date (YYYYMMDD, blank = none)"
1708           accept receipt-expiry-text
1709           if receipt-expiry-text not = spaces
1710              and (receipt-expiry-text is not numeric
1711                   or receipt-expiry-text not > processing-date)
1712               display "Expiry date " receipt-expiry-text
1713                   " is not a future date, receipt rejected"
1714               move "N" to lot-entry-valid
1715           end-if
1716       end-if.
1720
9850   copy 'parameter-card-reader'.
9880   copy 'audit-trail-writer'.
9900   copy 'check-digit-routine'.
9910   copy 'processing-date-routine'.
9910P  copy 'period-control-checker'.
