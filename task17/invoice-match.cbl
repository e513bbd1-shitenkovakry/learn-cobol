010    identification division.
020    program-id. Invoice-Match.
030    environment division.
031    input-output section.
032    file-control.
033        select optional supplier-invoice-file assign to dynamic
033A           supplierinvoicename
034            organization is line sequential.
035        select optional open-po-file assign to dynamic
035A           openpofilename
036            organization is line sequential.
037        select optional inventory-file assign to dynamic
037A           inventoryfilename
038            organization is line sequential.
039        select optional parameter-card-file assign to dynamic
039A           parmcardfilename
039B           organization is line sequential.
039B1      select optional paid-history-file assign to dynamic
039B2          paidhistoryname
039B3          organization is line sequential.
039C       select optional report-file assign to dynamic
039D           reportfilename
039E           organization is line sequential.
039F       select optional calendar-file assign to dynamic
039G           calendarfilename
039H           organization is line sequential.
040    data division.
041    file section.
042    fd  supplier-invoice-file.
043    01  supplier-invoice-record pic x(100).
044    fd  open-po-file.
045    01  open-po-record pic x(80).
046    fd  inventory-file.
047    01  inventory-record pic x(100).
048    fd  parameter-card-file.
049    01  parameter-card-record pic x(60).
049A   fd  paid-history-file.
049B   01  paid-history-record pic x(80).
050    fd  report-file.
050A   01  report-line pic x(200).
050B   fd  calendar-file.
050C   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
060D       copy 'supplier-invoice-variables'.
060E       copy 'paid-invoice-variables'.
061        01 openpofilename pic x(20) value "OPENPO.TXT".
062        01 inventoryfilename pic x(20).
063        01 open-po-eof pic x value "N".
064        01 inventory-eof pic x value "N".
065
070        01 po-table.
071            05 po-entry occurs 200 times.
072                10 po-number pic 9(8).
073                10 po-item pic 9(5).
074                10 po-ordered pic 9(5).
075                10 po-received pic 9(5).
076                10 po-status pic x.
077                10 po-date pic x(8).
078                10 po-supplier pic x(8).
079                10 po-expected pic x(8).
079A               10 po-invoiced pic 9(6).
080        01 po-count pic 9(3) value 0.
081        01 po-index pic 9(3).
081A       01 po-found-index pic 9(3).
082        01 po-number-text pic x(10).
083        01 po-item-text pic x(8).
084        01 po-ordered-text pic x(8).
085        01 po-received-text pic x(8).
086
090        01 item-table.
091            05 item-entry occurs 100 times.
092                10 item-number pic 9(5).
093                10 item-unit-cost pic 9(4)v99.
094        01 item-count pic 9(3) value 0.
095        01 item-index pic 9(3).
096        01 item-number-text pic x(8).
097        01 on-hand-text pic x(8).
098        01 reorder-point-text pic x(8).
099        01 reorder-qty-text pic x(8).
0100       01 unit-cost-text pic x(10).
0101       01 item-cost-found pic 9(4)v99.
0102
0110       01 parm-number-text pic x(7) justified right.
0111       01 parm-number pic 9(7).
0112       01 price-tolerance-pct pic 9(3) value 2.
0113       01 qty-tolerance-pct pic 9(3) value 0.
0114       01 price-difference pic s9(5)v99.
0115       01 price-allowed pic 9(5)v9(4).
0116       01 qty-allowed pic 9(7)v99.
0117       01 ordered-allowed pic 9(7)v99.
0118       01 invoiced-after pic 9(7).
0119       01 match-reason pic x(4).
0120       01 match-detail pic x(40).
0121       01 cost-edited pic 9(4).99.
0122       01 duplicate-index pic 9(3).
0122A      01 paid-before-table.
0122B          05 paid-before occurs 500 times pic x.
0123
0130       01 lines-examined pic 9(4) value 0.
0131       01 lines-matched pic 9(4) value 0.
0132       01 lines-excepted pic 9(4) value 0.
0133       01 lines-duplicated pic 9(4) value 0.
0134       01 matched-value pic 9(9)v99 value 0.
0135       01 matched-value-edited pic 9(9).99.
0136       01 line-value pic 9(8)v99.
0137
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter inventory master file name".
0212       accept inventoryfilename.
0213       perform get-processing-date.
0214       perform load-match-tolerances.
0215       perform load-open-po-table.
0216       perform load-inventory-costs.
0217       perform load-supplier-invoices.
0218       perform total-invoiced-quantities.
0220       move "Invoice-Match" to report-program-name.
0221       move "Invoice match exceptions" to report-title.
0222       move "Supplier Invoice      PO       Item  Qty   Price   Why"
0223           to report-column-heading.
0224       perform write-report-header.
0230       perform match-one-invoice-line
0231           varying supp-inv-index from 1 by 1
0232           until supp-inv-index > supp-inv-count.
0240       move matched-value to matched-value-edited.
0241       move spaces to report-line.
0242       string "Lines examined: " lines-examined
0243              "  matched: " lines-matched
0244              "  exceptions: " lines-excepted
0245              "  duplicates: " lines-duplicated
0246              "  released: " matched-value-edited
0247           delimited by size into report-line.
0248       perform write-report-totals.
0250       perform save-supplier-invoices.
0260       display "Invoice lines examined: " lines-examined.
0261       display "Matched and released for payment: " lines-matched.
0262       display "Exceptions for purchasing: " lines-excepted.
0263       display "Duplicate invoice lines: " lines-duplicated.
0264       if lines-excepted > 0 or lines-duplicated > 0
0265           move 4 to return-code
0266       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-match-tolerances.
0401       move "MATCHPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "PRICETOLPCT" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           move parm-number to price-tolerance-pct
0408       end-if.
0409       move "QTYTOLPCT" to parm-keyword.
0410       perform get-parameter-value.
0411       if parm-found = "Y"
0412           perform convert-parm-number
0413           move parm-number to qty-tolerance-pct
0414       end-if.
0415       display "Price tolerance " price-tolerance-pct
0416           "%, quantity tolerance " qty-tolerance-pct "%".
0420
0430   convert-parm-number.
0431       unstring parm-value delimited by " "
0432           into parm-number-text.
0433       inspect parm-number-text replacing leading space by "0".
0434       move parm-number-text to parm-number.
0440
0500   load-open-po-table.
0501       move 0 to po-count.
0502       move "N" to open-po-eof.
0503       open input open-po-file.
0504       perform until open-po-eof = "Y" or po-count = 200
0505           read open-po-file
0506               at end move "Y" to open-po-eof
0507               not at end
0508                   add 1 to po-count
0509                   move spaces to po-supplier(po-count)
0510                   move spaces to po-expected(po-count)
0511                   unstring open-po-record delimited by ","
0512                       into po-number-text po-item-text
0513                            po-ordered-text po-received-text
0514                            po-status(po-count)
0515                            po-date(po-count)
0516                            po-supplier(po-count)
0517                            po-expected(po-count)
0518                   move po-number-text to po-number(po-count)
0519                   move po-item-text to po-item(po-count)
0520                   move po-ordered-text
0521                       to po-ordered(po-count)
0522                   move po-received-text
0523                       to po-received(po-count)
0524                   move 0 to po-invoiced(po-count)
0525           end-read
0526       end-perform.
0527       close open-po-file.
0528       display po-count " purchase orders loaded".
0530
0600   load-inventory-costs.
0601       move 0 to item-count.
0602       move "N" to inventory-eof.
0603       open input inventory-file.
0604       perform until inventory-eof = "Y" or item-count = 100
0605           read inventory-file
0606               at end move "Y" to inventory-eof
0607               not at end
0608                   add 1 to item-count
0609                   move spaces to unit-cost-text
0610                   unstring inventory-record delimited by ","
0611                       into item-number-text on-hand-text
0612                            reorder-point-text
0613                            reorder-qty-text unit-cost-text
0614                   move item-number-text
0615                       to item-number(item-count)
0616                   if unit-cost-text = spaces
0617                       move 0 to item-unit-cost(item-count)
0618                   else
0619                       move unit-cost-text
0620                           to item-unit-cost(item-count)
0621                   end-if
0622           end-read
0623       end-perform.
0624       close inventory-file.
0625       display item-count " item costs loaded".
0630
0700   total-invoiced-quantities.
0701       perform varying supp-inv-index from 1 by 1
0702               until supp-inv-index > supp-inv-count
0703           if si-status(supp-inv-index) = "M"
0704              or si-status(supp-inv-index) = "P"
0705               perform find-invoice-po
0706               if po-found-index > 0
0707                   add si-qty(supp-inv-index)
0708                       to po-invoiced(po-found-index)
0709               end-if
0710           end-if
0711       end-perform.
0711A      move all "N" to paid-before-table.
0711B      move "N" to paid-history-eof.
0711C      open input paid-history-file.
0711D      perform until paid-history-eof = "Y"
0711E          read paid-history-file
0711F              at end move "Y" to paid-history-eof
0711G              not at end
0711H                  perform note-paid-history-line
0711I          end-read
0711J      end-perform.
0711K      close paid-history-file.
0711L
0711M  note-paid-history-line.
0711N      perform split-paid-history-record.
0711O      move 0 to po-found-index.
0711P      perform varying po-index from 1 by 1
0711Q              until po-index > po-count
0711R                 or po-found-index > 0
0711S          if po-number(po-index) = ph-po-number
0711T              move po-index to po-found-index
0711U          end-if
0711V      end-perform.
0711W      if po-found-index > 0
0711X          add ph-qty to po-invoiced(po-found-index)
0711Y      end-if.
0711Z      perform varying supp-inv-index from 1 by 1
0711Z1             until supp-inv-index > supp-inv-count
0711Z2         if si-supplier(supp-inv-index) = ph-supplier
0711Z3            and si-invoice(supp-inv-index) = ph-invoice
0711Z4            and si-po-number(supp-inv-index) = ph-po-number
0711Z5            and si-item(supp-inv-index) = ph-item
0711Z6             move "Y" to paid-before(supp-inv-index)
0711Z7         end-if
0711Z8     end-perform.
0720
0800   find-invoice-po.
0801       move 0 to po-found-index.
0802       perform varying po-index from 1 by 1
0803               until po-index > po-count
0804                  or po-found-index > 0
0805           if po-number(po-index) = si-po-number(supp-inv-index)
0806               move po-index to po-found-index
0807           end-if
0808       end-perform.
0810
0900   match-one-invoice-line.
0901       if si-status(supp-inv-index) = "E"
0902          or si-status(supp-inv-index) = "X"
0903           add 1 to lines-examined
0904           move spaces to match-reason
0905           move spaces to match-detail
0906           perform check-duplicate-line
0907           if match-reason = spaces
0908               perform check-against-po
0909           end-if
0910           if match-reason = spaces
0911               perform release-invoice-line
0912           else
0913               perform write-match-exception
0914           end-if
0915       end-if.
0920
1000   check-duplicate-line.
1000A      if paid-before(supp-inv-index) = "Y"
1000B          move "DUPL" to match-reason
1000C          move "supplier invoice line already paid"
1000D              to match-detail
1000E      end-if.
1001       perform varying duplicate-index from 1 by 1
1002               until duplicate-index >= supp-inv-index
1003                  or match-reason not = spaces
1004           if si-supplier(duplicate-index)
1005                  = si-supplier(supp-inv-index)
1006              and si-invoice(duplicate-index)
1007                  = si-invoice(supp-inv-index)
1008              and si-po-number(duplicate-index)
1009                  = si-po-number(supp-inv-index)
1010              and si-item(duplicate-index)
1011                  = si-item(supp-inv-index)
1012              and si-status(duplicate-index) not = "D"
1013               move "DUPL" to match-reason
1014               move "supplier invoice line entered twice"
1015                   to match-detail
1016           end-if
1017       end-perform.
1020
1100   check-against-po.
1101       perform find-invoice-po.
1102       if po-found-index = 0
1103           move "NOPO" to match-reason
1104           move "purchase order not on file" to match-detail
1105       else
1105A          if po-status(po-found-index) = "X"
1105B              move "CANC" to match-reason
1105C              move "purchase order line cancelled"
1105D                  to match-detail
1105E          else
1106               if po-supplier(po-found-index)
1107                      not = si-supplier(supp-inv-index)
1108                   move "SUPP" to match-reason
1109                   move spaces to match-detail
1110                   string "PO raised on "
1110A                         po-supplier(po-found-index)
1111                       delimited by size into match-detail
1112               else
1113                   if po-item(po-found-index)
1114                          not = si-item(supp-inv-index)
1115                       move "ITEM" to match-reason
1116                       move spaces to match-detail
1117                       string "PO is for item "
1117A                             po-item(po-found-index)
1118                           delimited by size into match-detail
1119                   else
1120                       perform check-invoice-quantity
1121                       if match-reason = spaces
1122                           perform check-invoice-price
1123                       end-if
1124                   end-if
1125               end-if
1125A          end-if
1126       end-if.
1130
1200   check-invoice-quantity.
1201       compute invoiced-after = po-invoiced(po-found-index)
1202           + si-qty(supp-inv-index).
1203       compute ordered-allowed = po-ordered(po-found-index)
1204           * (100 + qty-tolerance-pct) / 100.
1205       compute qty-allowed = po-received(po-found-index)
1206           * (100 + qty-tolerance-pct) / 100.
1207       if invoiced-after > ordered-allowed
1208           move "ORDQ" to match-reason
1209           move spaces to match-detail
1210           string "ordered " po-ordered(po-found-index)
1211                  " invoiced " invoiced-after
1212               delimited by size into match-detail
1213       else
1214           if invoiced-after > qty-allowed
1215               move "RCVQ" to match-reason
1216               move spaces to match-detail
1217               string "received " po-received(po-found-index)
1218                      " invoiced " invoiced-after
1219                   delimited by size into match-detail
1220           end-if
1221       end-if.
1230
1300   check-invoice-price.
1301       move 0 to item-cost-found.
1302       perform varying item-index from 1 by 1
1303               until item-index > item-count
1304                  or item-cost-found > 0
1305           if item-number(item-index) = si-item(supp-inv-index)
1306               move item-unit-cost(item-index) to item-cost-found
1307           end-if
1308       end-perform.
1309       move item-cost-found to cost-edited.
1310       if item-cost-found = 0
1311           move "COST" to match-reason
1312           move "no expected cost on the item master"
1313               to match-detail
1314       else
1315           compute price-difference =
1316               si-price(supp-inv-index) - item-cost-found
1317           if price-difference < 0
1318               compute price-difference = 0 - price-difference
1319           end-if
1320           compute price-allowed =
1321               item-cost-found * price-tolerance-pct / 100
1322           if price-difference > price-allowed
1323               move "PRIC" to match-reason
1324               move spaces to match-detail
1325               string "expected cost " cost-edited
1326                   delimited by size into match-detail
1327           end-if
1328       end-if.
1330
1400   release-invoice-line.
1401       move "M" to si-status(supp-inv-index).
1402       move spaces to si-reason(supp-inv-index).
1403       add si-qty(supp-inv-index) to po-invoiced(po-found-index).
1404       add 1 to lines-matched.
1405       compute line-value =
1406           si-qty(supp-inv-index) * si-price(supp-inv-index).
1407       add line-value to matched-value.
1410
1500   write-match-exception.
1501       if match-reason = "DUPL"
1502           move "D" to si-status(supp-inv-index)
1503           add 1 to lines-duplicated
1504       else
1505           move "X" to si-status(supp-inv-index)
1506           add 1 to lines-excepted
1507       end-if.
1508       move match-reason to si-reason(supp-inv-index).
1509       move si-price(supp-inv-index) to si-price-edited.
1510       move spaces to report-line.
1511       string si-supplier(supp-inv-index) " "
1512              si-invoice(supp-inv-index) " "
1513              si-po-number(supp-inv-index) " "
1514              si-item(supp-inv-index) " "
1515              si-qty(supp-inv-index) " "
1516              si-price-edited " "
1517              match-reason " "
1518              match-detail
1519           delimited by size into report-line.
1520       perform write-report-line.
1530
9800   copy 'supplier-invoice-file'.
9801   copy 'paid-invoice-history'.
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
