033        select optional open-po-file assign to dynamic
033A           openpofilename
034            organization is line sequential.
035        select optional supplier-invoice-file assign to dynamic
035A           supplierinvoicename
036            organization is line sequential.
037        select optional ledger-file assign to dynamic
037A           ledgerfilename
039F       select optional calendar-file assign to dynamic
039G           calendarfilename
039H           organization is line sequential.
039HP1     select optional period-control-file assign to dynamic
039HP2         periodcontrolname
039HP3         organization is line sequential.
039HP4     select optional period-log-file assign to dynamic
039HP5         periodlogname
039HP6         organization is line sequential.
039I       select optional number-control-file assign to dynamic
039J           numbercontrolname
039K           organization is line sequential.
039U       select optional run-lock-file assign to dynamic
039V           runlockfilename
039W           organization is line sequential.
039X       select optional supplier-file assign to dynamic
039Y           supplierfilename
039Z           organization is line sequential.
039ZA      select optional transfer-file assign to dynamic
039ZB          transferfilename
039ZC          organization is line sequential.
039ZD      select optional transfer-sequence-file assign to dynamic
039ZE          transfersequencename
039ZF          organization is line sequential.
039ZG      select optional outbound-queue-file assign to dynamic
039ZH          outboundqueuename
039ZI          organization is line sequential.
039ZJ      select optional remittance-file assign to dynamic
039ZK          remittancename
039ZL          organization is line sequential.
040    data division.
041    file section.
042    fd  open-po-file.
043    01  open-po-record pic x(80).
044    fd  supplier-invoice-file.
045    01  supplier-invoice-record pic x(100).
046    fd  ledger-file.
047    01  ledger-record pic x(100).
048    fd  check-register-file.
050A   01  report-line pic x(200).
050B   fd  calendar-file.
050C   01  calendar-record pic x(20).
050C1  fd  period-control-file.
050C2  01  period-control-record pic x(40).
050C3  fd  period-log-file.
050C4  01  period-log-record pic x(80).
050D   fd  number-control-file.
050E   01  number-control-record pic x(50).
050F   fd  number-log-file.
050K   01  audit-control-record pic x(40).
050L   fd  run-lock-file.
050M   01  run-lock-record pic x(60).
050N   fd  supplier-file.
050O   01  supplier-record pic x(120).
050P   fd  transfer-file.
050Q   01  transfer-record pic x(120).
050R   fd  transfer-sequence-file.
050S   01  transfer-sequence-record pic 9(4).
050T   fd  outbound-queue-file.
050U   01  outbound-queue-record pic x(40).
050V   fd  remittance-file.
050W   01  remittance-line pic x(80).
051
060    working-storage section.
0605       copy 'processing-date-variables'.
0605P      copy 'period-control-variables'.
0606       copy 'report-writer-variables'.
0607       copy 'number-assign-variables'.
0608       copy 'audit-trail-variables'.
0609       copy 'run-lock-variables'.
0609A      copy 'supplier-invoice-variables'.
0609B      copy 'open-payables-variables'.
0610       01 array-size pic 9(2) value 0.
0611       01 run-control-rerun pic x value "N".
061        01 openpofilename pic x(20) value "OPENPO.TXT".
063        01 ledgerfilename pic x(20).
064        01 checkregistername pic x(24).
065        01 open-po-eof pic x value "N".
067
070        01 po-table.
071            05 po-entry occurs 200 times.
077                10 po-date pic x(8).
078                10 po-supplier pic x(8).
079                10 po-expected pic x(8).
079A               10 po-unit-cost pic 9(4)v99.
080        01 po-count pic 9(3) value 0.
081        01 po-index pic 9(3).
081A       01 pay-index pic 9(3).
082        01 po-number-text pic x(10).
083        01 po-item-text pic x(8).
084        01 po-ordered-text pic x(8).
085        01 po-received-text pic x(8).
085A       01 po-cost-text pic x(10).
085B       01 po-cost-edited pic 9(4).99.
086
0110       01 check-number pic 9(8).
0111       01 payment-amount pic 9(8)v99.
0112       01 payment-edited pic 9(8).99.
0119       01 register-hash pic 9(12)v99 value 0.
0120       01 register-hash-edited pic 9(12).99.
0121       01 posting-sequence pic 9(6) value 0.
0123       01 payment-reference pic x(8).
0124       01 transferfilename pic x(24).
0125       01 transfersequencename pic x(20) value "SUPPAYSEQ.TXT".
0126       01 outboundqueuename pic x(20) value "XMITQ.TXT".
0127       01 remittancename pic x(30).
0128       01 transfer-sequence pic 9(4).
0129       01 transfer-line-number pic 9(4) value 0.
0129A      01 transfer-reference pic 9(7).
0129B      01 transfer-total pic 9(10)v99 value 0.
0129C      01 transfer-total-edited pic 9(10).99.
0129D      01 bank-hash pic 9(18) value 0.
0129E      01 invoice-amount pic 9(8)v99.
0129F      01 invoice-edited pic 9(8).99.
0129G      01 remit-index pic 9(3).
0129H      01 remit-supplier-name pic x(20).
0129I      01 remit-payment-text pic x(80).
0122
0130   procedure division.
0131
0140A      move "Payment-Run" to audit-program-name.
0140B      move "Payment-Run" to run-lock-program.
0140C      perform claim-run-lock.
0150       perform get-processing-date.
0151       string "LEDGER" processing-date ".TXT"
0152           delimited by size into ledgerfilename.
0152A      move processing-date to period-check-date.
0152B      move "Payment-Run" to period-program-name.
0152C      perform check-posting-period.
0152D      if period-post-allowed = "N"
0152E          perform release-run-lock
0152F          move 8 to return-code
0152G          stop run
0152H      end-if.
0153       string "CHKREG" processing-date ".TXT"
0154           delimited by size into checkregistername.
0160       perform load-open-po-table.
0161       perform load-supplier-invoices.
0162       perform load-supplier-terms.
0170       move "Payment-Run" to report-program-name.
0171       move "Remittance advice run" to report-title.
0172       perform write-report-header.
0182       string "Check register for " processing-date
0183           delimited by size into check-register-line.
0184       write check-register-line.
0184A      perform open-transfer-file.
0185       perform open-audit-for-run.
0190       perform pay-one-supplier-invoice
0191           varying supp-inv-index from 1 by 1
0192           until supp-inv-index > supp-inv-count.
0193       perform close-audit-for-run.
0200       perform write-register-totals.
0201       close check-register-file.
0202       perform close-transfer-file.
0210       perform save-open-po-table.
0211       perform save-supplier-invoices.
0220       display "Checks written: " checks-written.
0221       display "Bank transfers made: " transfer-line-number.
0300   program-done.
0305       perform release-run-lock.
0310       stop run.
0408                   add 1 to po-count
0409                   move spaces to po-supplier(po-count)
0410                   move spaces to po-expected(po-count)
0410A                  move spaces to po-cost-text
0411                   unstring open-po-record delimited by ","
0412                       into po-number-text po-item-text
0413                            po-ordered-text po-received-text
0415                            po-date(po-count)
0416                            po-supplier(po-count)
0417                            po-expected(po-count)
0417A                           po-cost-text
0417B                  move po-cost-text to po-unit-cost(po-count)
0418                   move po-number-text to po-number(po-count)
0419                   move po-item-text to po-item(po-count)
0420                   move po-ordered-text
0426       close open-po-file.
0427       display po-count " purchase orders loaded".
0430
0440   pay-one-supplier-invoice.
0441       if si-status(supp-inv-index) = "M"
0441A          move si-supplier(supp-inv-index) to st-supplier-wanted
0441B          perform find-supplier-terms
0441C          move spaces to remit-supplier-name
0441D          if st-found-index > 0
0441E              move st-name(st-found-index) to remit-supplier-name
0441F          end-if
0441G          if st-found-index > 0
0441H             and st-pay-method(st-found-index) = "E"
0441I              perform pay-supplier-by-transfer
0441J          else
0442               perform total-supplier-invoice
0443               if payment-amount = 0
0444                   display "Invoice " si-invoice(supp-inv-index)
0445                       " from " si-supplier(supp-inv-index)
0446                       " has no value, payment skipped"
0447               else
0448                   perform issue-one-check
0449               end-if
0449A          end-if
0450       end-if.
0460
0700   total-supplier-invoice.
0701       move 0 to payment-amount.
0702       perform varying pay-index from supp-inv-index by 1
0703               until pay-index > supp-inv-count
0704           if si-supplier(pay-index) = si-supplier(supp-inv-index)
0705              and si-invoice(pay-index)
0706                  = si-invoice(supp-inv-index)
0707              and si-status(pay-index) = "M"
0708               compute payment-amount = payment-amount
0709                   + (si-qty(pay-index) * si-price(pay-index))
0710           end-if
0711       end-perform.
0720
0800   issue-one-check.
0801       move "CHECKNUM" to number-range-name.
0802       perform get-next-assigned-number.
0806           stop run
0807       end-if.
0808       move assigned-number to check-number.
0808A      move check-number to payment-reference.
0809       add 1 to checks-written.
0810       add payment-amount to payments-total.
0811       add payment-amount to register-hash.
0813       move payment-amount to payment-edited.
0820       move spaces to report-line.
0821       string "Check " check-number
0822              " to " si-supplier(supp-inv-index)
0823              " invoice " si-invoice(supp-inv-index)
0825              " amount " payment-edited
0826           delimited by size into report-line.
0827       perform write-report-line.
0830       move spaces to check-register-line.
0831       string check-number ","
0832              si-supplier(supp-inv-index) ","
0833              si-invoice(supp-inv-index) ","
0834              payment-edited
0835           delimited by size into check-register-line.
0836       write check-register-line.
0840       perform post-payment-to-ledger.
0850       perform mark-invoice-paid.
0851       move spaces to remit-payment-text.
0852       string "Paid by check " check-number
0853           delimited by size into remit-payment-text.
0854       perform write-remittance-heading.
0855       move supp-inv-index to remit-index.
0856       move payment-amount to invoice-amount.
0857       perform write-remittance-invoice.
0858       perform write-remittance-total.
0859
0870   mark-invoice-paid.
0871       perform varying pay-index from supp-inv-index by 1
0872               until pay-index > supp-inv-count
0873           if si-supplier(pay-index) = si-supplier(supp-inv-index)
0874              and si-invoice(pay-index)
0875                  = si-invoice(supp-inv-index)
0876              and si-status(pay-index) = "M"
0877               move "P" to si-status(pay-index)
0878               move payment-reference to si-check(pay-index)
0879               perform close-paid-purchase-order
0880           end-if
0881       end-perform.
0882
0885   close-paid-purchase-order.
0886       perform varying po-index from 1 by 1
0887               until po-index > po-count
0888           if po-number(po-index) = si-po-number(pay-index)
0889              and po-status(po-index) = "C"
0890               move "Z" to po-status(po-index)
0891           end-if
0892       end-perform.
0860
0900   post-payment-to-ledger.
0901       compute ledger-amount = 0 - payment-amount.
0911              ledger-amount-edited ","
0912              "001.000000,"
0913              "01,"
0914              si-supplier(supp-inv-index) ","
0915              posting-sequence ","
0915A             payment-reference
0916           delimited by size into ledger-record.
0917       write ledger-record.
0918       close ledger-file.
0920
1100   write-register-totals.
1101       move payments-total to payments-total-edited.
1102       move register-hash to register-hash-edited.
1202       perform varying po-index from 1 by 1
1203               until po-index > po-count
1204           move spaces to open-po-record
1204A          move po-unit-cost(po-index) to po-cost-edited
1205           string po-number(po-index) ","
1206                  po-item(po-index) ","
1207                  po-ordered(po-index) ","
1209                  po-status(po-index) ","
1210                  po-date(po-index) ","
1211                  po-supplier(po-index) ","
1212                  po-expected(po-index) ","
1212A                 po-cost-edited
1213               delimited by size into open-po-record
1214           write open-po-record
1215       end-perform.
1216       close open-po-file.
1220
1300   open-transfer-file.
1301       perform get-next-transfer-sequence.
1301A      move spaces to transferfilename.
1302       string "SUPPAY" processing-date transfer-sequence ".TXT"
1303           delimited by size into transferfilename.
1304       open output transfer-file.
1305       move spaces to transfer-record.
1306       string "H" processing-date transfer-sequence
1307              ",SUPPLIERPAY,"
1308              processing-date
1309           delimited by size into transfer-record.
1310       write transfer-record.
1320
1400   get-next-transfer-sequence.
1401       move 0 to transfer-sequence.
1402       open input transfer-sequence-file.
1403       read transfer-sequence-file
1404           at end move 0 to transfer-sequence
1405           not at end move transfer-sequence-record
1406               to transfer-sequence
1407       end-read.
1408       close transfer-sequence-file.
1409       add 1 to transfer-sequence.
1410       open output transfer-sequence-file.
1411       move transfer-sequence to transfer-sequence-record.
1412       write transfer-sequence-record.
1413       close transfer-sequence-file.
1420
1500   pay-supplier-by-transfer.
1501       move 0 to payment-amount.
1502       perform varying pay-index from supp-inv-index by 1
1503               until pay-index > supp-inv-count
1504           if si-supplier(pay-index) = si-supplier(supp-inv-index)
1505              and si-status(pay-index) = "M"
1506               compute payment-amount = payment-amount
1507                   + (si-qty(pay-index) * si-price(pay-index))
1508           end-if
1509       end-perform.
1510       if payment-amount = 0
1511           display "Invoice " si-invoice(supp-inv-index)
1512               " from " si-supplier(supp-inv-index)
1513               " has no value, payment skipped"
1514       else
1515           if st-sort-code(st-found-index) is not numeric
1516              or st-bank-account(st-found-index) = spaces
1517               display "Supplier " si-supplier(supp-inv-index)
1518                   " has no bank details, payment held"
1519           else
1520               perform issue-one-transfer
1521           end-if
1522       end-if.
1530
1600   issue-one-transfer.
1601       add 1 to transfer-line-number.
1602       compute transfer-reference =
1603           (transfer-sequence * 1000) + transfer-line-number.
1604       move spaces to payment-reference.
1605       string "E" transfer-reference
1606           delimited by size into payment-reference.
1607       add payment-amount to transfer-total.
1608       compute bank-hash = bank-hash
1609           + function numval(st-bank-account(st-found-index)).
1610       move payment-amount to payment-edited.
1611       move spaces to transfer-record.
1612       string "P," payment-reference ","
1613              st-sort-code(st-found-index) ","
1614              st-bank-account(st-found-index) ","
1615              st-holder(st-found-index) ","
1616              payment-edited ","
1617              si-supplier(supp-inv-index)
1618           delimited by size into transfer-record.
1619       write transfer-record.
1620       move spaces to report-line.
1621       string "Transfer " payment-reference
1622              " to " si-supplier(supp-inv-index)
1623              " amount " payment-edited
1624           delimited by size into report-line.
1625       perform write-report-line.
1626       perform post-payment-to-ledger.
1627       move spaces to remit-payment-text.
1628       string "Paid by bank transfer " payment-reference
1629              " to sort code " st-sort-code(st-found-index)
1630              " account " st-bank-account(st-found-index)
1631           delimited by size into remit-payment-text.
1632       perform write-remittance-heading.
1633       perform varying remit-index from supp-inv-index by 1
1634               until remit-index > supp-inv-count
1635           if si-supplier(remit-index) = si-supplier(supp-inv-index)
1636              and si-status(remit-index) = "M"
1637               perform pay-one-transfer-invoice
1638           end-if
1639       end-perform.
1640       perform write-remittance-total.
1650
1700   pay-one-transfer-invoice.
1701       move 0 to invoice-amount.
1702       perform varying pay-index from remit-index by 1
1703               until pay-index > supp-inv-count
1704           if si-supplier(pay-index) = si-supplier(remit-index)
1705              and si-invoice(pay-index) = si-invoice(remit-index)
1706              and si-status(pay-index) = "M"
1707               compute invoice-amount = invoice-amount
1708                   + (si-qty(pay-index) * si-price(pay-index))
1709           end-if
1710       end-perform.
1711       perform write-remittance-invoice.
1712       perform varying pay-index from remit-index by 1
1713               until pay-index > supp-inv-count
1714           if si-supplier(pay-index) = si-supplier(remit-index)
1715              and si-invoice(pay-index) = si-invoice(remit-index)
1716              and si-status(pay-index) = "M"
1717               move "P" to si-status(pay-index)
1718               move payment-reference to si-check(pay-index)
1719               perform close-paid-purchase-order
1720           end-if
1721       end-perform.
1730
1800   close-transfer-file.
1801       move transfer-total to transfer-total-edited.
1802       move spaces to transfer-record.
1803       string "T," transfer-line-number ","
1804              transfer-total-edited ","
1805              bank-hash
1806           delimited by size into transfer-record.
1807       write transfer-record.
1808       close transfer-file.
1809       display "Bank transfers total: " transfer-total-edited
1810           "  hash " bank-hash.
1811       if transfer-line-number > 0
1812           open extend outbound-queue-file
1813           move transferfilename to outbound-queue-record
1814           write outbound-queue-record
1815           close outbound-queue-file
1816           display transferfilename " queued for transmission"
1817       else
1818           display "No bank transfers, "
1819               transferfilename " not queued"
1820       end-if.
1830
1900   write-remittance-heading.
1901       move spaces to remittancename.
1902       string "REMIT" si-supplier(supp-inv-index)
1903              processing-date ".TXT"
1904           delimited by space into remittancename.
1905       open extend remittance-file.
1906       move spaces to remittance-line.
1907       string "Remittance advice  " processing-date
1908           delimited by size into remittance-line.
1909       write remittance-line.
1910       move spaces to remittance-line.
1911       string "Supplier: " si-supplier(supp-inv-index) " "
1912              remit-supplier-name
1913           delimited by size into remittance-line.
1914       write remittance-line.
1915       move remit-payment-text to remittance-line.
1916       write remittance-line.
1917       move "Invoice      Date     Amount" to remittance-line.
1918       write remittance-line.
1920
2000   write-remittance-invoice.
2001       move invoice-amount to invoice-edited.
2002       move spaces to remittance-line.
2003       string si-invoice(remit-index) " "
2004              si-invoice-date(remit-index) " "
2005              invoice-edited
2006           delimited by size into remittance-line.
2007       write remittance-line.
2010
2100   write-remittance-total.
2101       move payment-amount to payment-edited.
2102       move spaces to remittance-line.
2103       string "Total paid            " payment-edited
2104           delimited by size into remittance-line.
2105       write remittance-line.
2106       move spaces to remittance-line.
2107       write remittance-line.
2108       close remittance-file.
9880   copy 'audit-trail-writer'.
9885   copy 'run-lock-manager'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'supplier-invoice-file'.
9930   copy 'open-payables-builder'.
9930P  copy 'period-control-checker'.
