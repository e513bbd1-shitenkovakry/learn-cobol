0100   identification division.
0200   program-id. Quotation-Entry.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional quote-file assign to dynamic
0330A          quotefilename
0331           organization is line sequential.
0332       select optional quote-document-file assign to dynamic
0332A          quotedocumentname
0333           organization is line sequential.
0336       select optional tax-file assign to dynamic taxfilename
0337           organization is line sequential.
0338       select optional price-list-file assign to dynamic
0338A          pricelistfilename
0339           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P      select optional number-control-file assign to dynamic
0391Q          numbercontrolname
0391R          organization is line sequential.
0391S      select optional number-log-file assign to dynamic
0391T          numberlogname
0391U          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  quote-file.
0407   01  quote-record pic x(140).
0408   fd  quote-document-file.
0409   01  quote-document-line pic x(80).
0409C  fd  tax-file.
0409D  01  tax-record pic x(40).
0409E  fd  price-list-file.
0409F  01  price-list-record pic x(40).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409T1 fd  number-control-file.
0409T2 01  number-control-record pic x(50).
0409T3
0409T4 fd  number-log-file.
0409T5 01  number-log-record pic x(50).
0410
0411   working-storage section.
0412   copy 'parameter-card-variables'.
0412A  copy 'processing-date-variables'.
0412B  copy 'number-assign-variables'.
0413
0420   01 quotefilename pic x(20) value "QUOTES.TXT".
0421   01 quotedocumentname pic x(24).
0422   01 quote-eof pic x value "N".
0423
0430   01 quote-table.
0431       05 quote-line occurs 1000 times.
0432           10 quote-line-text pic x(140).
0433           10 quote-line-number pic x(8).
0434           10 quote-line-expiry pic x(8).
0435   01 quote-count pic 9(4) value 0.
0436   01 quote-index pic 9(4).
0437   01 quote-status pic x.
0437A  01 quote-date-text pic x(8).
0438
0440   01 operator-id pic x(8).
0441   01 quote-pick pic x.
0442   01 work-quote pic x(8).
0443   01 quote-lines-found pic 9(4).
0444   01 file-changed pic x value "N".
0445   01 quotes-entered pic 9(4) value 0.
0446   01 quotes-accepted pic 9(4) value 0.
0447   01 quotes-declined pic 9(4) value 0.
0448   01 quote-valid-days pic 99 value 30.
0449   01 quote-days-index pic 99.
0449A  01 quote-days-text pic x(2) justified right.
0450   01 quote-date pic 9(8).
0451   01 expiry-date pic 9(8).
0452   01 saved-processing-date pic 9(8).
0453   01 quote-number pic 9(8).
0454   01 quote-number-text pic x(8).
0455   01 quote-total pic 9(8)v99.
0456   01 quote-total-edited pic 9(8).99.
0457   01 quote-tax-total pic 9(8)v99.
0458   01 quote-line-count pic 9(3).
0459   01 line-entry-done pic x.
0460
0461   01 order-customer pic x(8).
0462   01 order-item pic x(8).
0463   01 order-qty pic 9(5).
0464   01 ordered-qty pic 9(5).
0465   01 order-unit-price pic 9(5)v99.
0466   01 order-qty-text pic x(8).
0467   01 order-price-text pic x(10).
0468   01 order-tax-code pic x(3).
0469   01 unit-price-edited pic 9(5).99.
0470
0471   01 discount-tier-count pic 9 value 3.
0472   01 discount-tiers.
0473       05 discount-tier occurs 3 times.
0474           10 tier-minimum-qty pic 9(5).
0475           10 tier-discount-pct pic 9(2)v9.
0476   01 tier-index pic 9.
0477   01 line-discount-pct pic 9(2)v9.
0478
0480   01 extended-amount pic 9(7)v99.
0481   01 discount-amount pic 9(7)v99.
0482   01 net-amount pic 9(7)v99.
0483   01 extended-edited pic 9(7).99.
0484   01 net-edited pic 9(7).99.
0485   01 discount-pct-edited pic 9(2).9.
0486
0487   01 taxfilename pic x(20) value "TAXCODE.TXT".
0488   01 tax-eof pic x value "N".
0489   01 tax-code-table.
0490       05 tax-code-entry occurs 20 times.
0491           10 tax-entry-code pic x(3).
0492           10 tax-entry-rate pic 9(2)v9(3).
0493           10 tax-entry-desc pic x(20).
0494   01 tax-code-count pic 9(2) value 0.
0495   01 tax-code-index pic 9(2).
0496   01 tax-rate-text pic x(8).
0497   01 line-tax-rate pic 9(2)v9(3).
0498   01 tax-amount pic 9(7)v99.
0499   01 tax-amount-edited pic 9(7).99.
0499A
0499B  01 pricelistfilename pic x(20) value "PRICELIST.TXT".
0499C  01 price-list-eof pic x value "N".
0499D  01 price-list-table.
0499E      05 price-list-entry occurs 50 times.
0499F          10 plist-customer pic x(8).
0499G          10 plist-item pic x(8).
0499H          10 plist-price pic 9(5)v99.
0499I  01 price-list-count pic 9(2) value 0.
0499J  01 price-list-index pic 9(2).
0499K  01 plist-price-text pic x(10).
0499L  01 price-source pic x(8).
0499M
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter operator id".
0711       accept operator-id.
0712       perform initialize-discount-tiers.
0713       perform load-tax-codes.
0714       perform load-price-list.
0715       move "QUOTEPARM.TXT" to parmcardfilename.
0716       perform load-parameter-card.
0717       move "QUOTEDAYS" to parm-keyword.
0718       perform get-parameter-value.
0719       if parm-found = "Y"
0720           unstring parm-value delimited by space
0720A              into quote-days-text
0720B          inspect quote-days-text replacing leading space by "0"
0720C          move quote-days-text to quote-valid-days
0721       end-if.
0722       if quote-valid-days = 0
0723           move 30 to quote-valid-days
0724       end-if.
0730       perform get-processing-date.
0731       move processing-date to quote-date.
0732       perform compute-expiry-date.
0733       string "QUOTEDOC" quote-date ".TXT"
0734           delimited by size into quotedocumentname.
0740       perform load-quote-table.
0750       perform quote-cycle
0751           until quote-pick = "X".
0760       if file-changed = "Y"
0761           perform save-quote-table
0762       end-if.
0770       display "Quotes entered: " quotes-entered
0771           "  accepted: " quotes-accepted
0772           "  declined: " quotes-declined.
0773       if quotes-entered > 0
0774           display "Quote documents are in " quotedocumentname
0775       end-if.
0900   program-done.
0910       stop run.
0911
0920   initialize-discount-tiers.
0921       move 00100 to tier-minimum-qty(1).
0922       move 10.0 to tier-discount-pct(1).
0923       move 00050 to tier-minimum-qty(2).
0924       move 05.0 to tier-discount-pct(2).
0925       move 00020 to tier-minimum-qty(3).
0926       move 02.5 to tier-discount-pct(3).
0927
0930   compute-expiry-date.
0931       move processing-date to saved-processing-date.
0932       perform varying quote-days-index from 1 by 1
0933               until quote-days-index > quote-valid-days
0934           perform get-next-business-day
0935       end-perform.
0936       move processing-date to expiry-date.
0937       move saved-processing-date to processing-date.
0938
0940   load-quote-table.
0941       move 0 to quote-count.
0942       move "N" to quote-eof.
0943       open input quote-file.
0944       perform until quote-eof = "Y"
0945              or quote-count = 1000
0946           read quote-file
0947               at end move "Y" to quote-eof
0948               not at end
0949                   add 1 to quote-count
0950                   move quote-record
0951                       to quote-line-text(quote-count)
0952                   unstring quote-record delimited by ","
0953                       into quote-status
0954                            quote-line-number(quote-count)
0955                            quote-date-text
0956                            quote-line-expiry(quote-count)
0957           end-read
0958       end-perform.
0959       close quote-file.
0960       if quote-eof = "N"
0961           display "Quote file holds more than 1000 lines,"
0962               " run stopped"
0963           move 16 to return-code
0964           stop run
0965       end-if.
0966       display quote-count " quote lines loaded".
0967
1000   quote-cycle.
1001       display " ".
1002       display "E = enter a quote, A = accept a quote,".
1003       display "D = decline a quote, X = save and exit".
1004       accept quote-pick.
1005       if quote-pick = "E"
1006           perform enter-one-quote
1007       end-if.
1008       if quote-pick = "A" or quote-pick = "D"
1009           perform decide-one-quote
1010       end-if.
1011
1020   enter-one-quote.
1021       display "Enter customer".
1022       accept order-customer.
1023       move "QUOTE" to number-range-name.
1024       perform get-next-assigned-number.
1025       if number-assign-found = "N"
1026           display "No quote number available, quote not entered"
1027       else
1028           move assigned-number to quote-number
1029           move quote-number to quote-number-text
1030           move 0 to quote-total
1031           move 0 to quote-tax-total
1032           move 0 to quote-line-count
1033           open extend quote-document-file
1034           perform write-quote-heading
1035           move "N" to line-entry-done
1036           perform enter-one-quote-line
1037               until line-entry-done = "Y"
1038           perform write-quote-footing
1039           close quote-document-file
1040           if quote-line-count > 0
1041               add 1 to quotes-entered
1042               move "Y" to file-changed
1043           end-if
1044       end-if.
1045
1050   enter-one-quote-line.
1051       display "Enter item, blank to finish quote "
1052           quote-number-text.
1053       move spaces to order-item.
1054       accept order-item.
1055       if order-item = spaces or quote-count = 1000
1056           move "Y" to line-entry-done
1057       else
1058           display "Enter quantity"
1059           accept order-qty-text
1060           display "Enter unit price"
1061           accept order-price-text
1062           display "Enter tax code"
1063           accept order-tax-code
1064           move order-qty-text to order-qty
1065           move order-qty to ordered-qty
1066           move order-price-text to order-unit-price
1067           perform price-quote-line
1068           perform store-quote-line
1069       end-if.
1070
1080   price-quote-line.
1081       perform find-contract-price.
1082       compute extended-amount =
1083           order-qty * order-unit-price.
1084       if price-source = "CONTRACT"
1085           move 0 to line-discount-pct
1086           move 0 to discount-amount
1087       else
1088           perform find-discount-tier
1089           compute discount-amount =
1090               (extended-amount * line-discount-pct) / 100
1091       end-if.
1092       compute net-amount =
1093           extended-amount - discount-amount.
1094       perform compute-line-tax.
1095
1100   store-quote-line.
1101       add 1 to quote-count.
1102       add 1 to quote-line-count.
1103       add net-amount to quote-total.
1104       add tax-amount to quote-tax-total.
1105       move order-unit-price to unit-price-edited.
1106       move extended-amount to extended-edited.
1107       move net-amount to net-edited.
1108       move line-discount-pct to discount-pct-edited.
1109       move tax-amount to tax-amount-edited.
1110       move spaces to quote-line-text(quote-count).
1111       string "O," quote-number-text ","
1112              quote-date "," expiry-date ","
1113              order-customer "," order-item ","
1114              order-qty "," unit-price-edited ","
1115              discount-pct-edited "," extended-edited ","
1116              net-edited "," order-tax-code ","
1117              tax-amount-edited "," price-source ","
1118              operator-id
1119           delimited by size into quote-line-text(quote-count).
1120       move quote-number-text to quote-line-number(quote-count).
1121       move expiry-date to quote-line-expiry(quote-count).
1122       move spaces to quote-document-line.
1123       string order-item "  " order-qty "  "
1124              unit-price-edited "  " discount-pct-edited "%  "
1125              net-edited "  " order-tax-code "  "
1126              tax-amount-edited "  " price-source
1127           delimited by size into quote-document-line.
1128       write quote-document-line.
1129
1130   write-quote-heading.
1131       move spaces to quote-document-line.
1132       write quote-document-line.
1133       move spaces to quote-document-line.
1134       string "QUOTATION " quote-number-text
1135              "   Date " quote-date
1136              "   Valid until " expiry-date
1137           delimited by size into quote-document-line.
1138       write quote-document-line.
1139       move spaces to quote-document-line.
1140       string "Customer " order-customer
1141              "   Prepared by " operator-id
1142           delimited by size into quote-document-line.
1143       write quote-document-line.
1144       move spaces to quote-document-line.
1145       move "Item      Qty      Price  Disc      Net     Tax"
1146           to quote-document-line.
1147       write quote-document-line.
1148
1150   write-quote-footing.
1151       move quote-total to quote-total-edited.
1152       move spaces to quote-document-line.
1153       string "Quote net total " quote-total-edited
1154           delimited by size into quote-document-line.
1155       write quote-document-line.
1156       move quote-tax-total to quote-total-edited.
1160       move spaces to quote-document-line.
1161       string "Quote tax total " quote-total-edited
1162           delimited by size into quote-document-line.
1163       write quote-document-line.
1164       move spaces to quote-document-line.
1165       string "Prices held until " expiry-date
1166              ", subject to stock at time of order"
1167           delimited by size into quote-document-line.
1168       write quote-document-line.
1169       display "Quote " quote-number-text " entered, "
1170           quote-line-count " lines, valid until " expiry-date.
1171
1200   decide-one-quote.
1201       display "Enter quote number".
1202       accept work-quote.
1203       move 0 to quote-lines-found.
1204       perform varying quote-index from 1 by 1
1205               until quote-index > quote-count
1206           if quote-line-number(quote-index) = work-quote
1207              and quote-line-text(quote-index)(1:1) = "O"
1208               add 1 to quote-lines-found
1209               move quote-pick to quote-line-text(quote-index)(1:1)
1210           end-if
1211       end-perform.
1212       if quote-lines-found = 0
1213           display "Quote " work-quote " is not open"
1214       else
1215           move "Y" to file-changed
1216           if quote-pick = "A"
1217               add 1 to quotes-accepted
1218               display "Quote " work-quote " accepted"
1219           else
1220               add 1 to quotes-declined
1221               display "Quote " work-quote " declined"
1222           end-if
1223       end-if.
1224
1300   save-quote-table.
1301       open output quote-file.
1302       perform varying quote-index from 1 by 1
1303               until quote-index > quote-count
1304           move quote-line-text(quote-index) to quote-record
1305           write quote-record
1306       end-perform.
1307       close quote-file.
1308
1400   find-discount-tier.
1401       move 0 to line-discount-pct.
1402       perform varying tier-index from 1 by 1
1403               until tier-index > discount-tier-count
1404                  or line-discount-pct > 0
1405           if ordered-qty >= tier-minimum-qty(tier-index)
1406               move tier-discount-pct(tier-index)
1407                   to line-discount-pct
1408           end-if
1409       end-perform.
1410
1420   load-price-list.
1421       move 0 to price-list-count.
1422       move "N" to price-list-eof.
1423       open input price-list-file.
1424       perform until price-list-eof = "Y"
1425              or price-list-count = 50
1426           read price-list-file
1427               at end move "Y" to price-list-eof
1428               not at end
1429                   add 1 to price-list-count
1430                   unstring price-list-record delimited by ","
1431                       into plist-customer(price-list-count)
1432                            plist-item(price-list-count)
1433                            plist-price-text
1434                   move plist-price-text
1435                       to plist-price(price-list-count)
1436           end-read
1437       end-perform.
1438       close price-list-file.
1439
1440   find-contract-price.
1441       move "TIER" to price-source.
1442       perform varying price-list-index from 1 by 1
1443               until price-list-index > price-list-count
1444                  or price-source = "CONTRACT"
1445           if plist-customer(price-list-index)
1446                  = order-customer
1447              and plist-item(price-list-index) = order-item
1448               move plist-price(price-list-index)
1449                   to order-unit-price
1450               move "CONTRACT" to price-source
1451           end-if
1452       end-perform.
1453
1460   load-tax-codes.
1461       move 0 to tax-code-count.
1462       move "N" to tax-eof.
1463       open input tax-file.
1464       perform until tax-eof = "Y" or tax-code-count = 20
1465           read tax-file
1466               at end move "Y" to tax-eof
1467               not at end
1468                   add 1 to tax-code-count
1469                   unstring tax-record delimited by ","
1470                       into tax-entry-code(tax-code-count)
1471                            tax-rate-text
1472                            tax-entry-desc(tax-code-count)
1473                   move tax-rate-text
1474                       to tax-entry-rate(tax-code-count)
1475           end-read
1476       end-perform.
1477       close tax-file.
1478
1480   compute-line-tax.
1481       move 0 to tax-amount.
1482       move 0 to line-tax-rate.
1483       if order-tax-code not = spaces
1484           perform varying tax-code-index from 1 by 1
1485                   until tax-code-index > tax-code-count
1486                      or line-tax-rate > 0
1487               if tax-entry-code(tax-code-index) = order-tax-code
1488                   move tax-entry-rate(tax-code-index)
1489                       to line-tax-rate
1490               end-if
1491           end-perform
1492           if line-tax-rate = 0
1493               display "Unknown tax code " order-tax-code
1494                   ", no tax quoted"
1495           end-if
1496       end-if.
1497       if line-tax-rate > 0
1498           compute tax-amount rounded =
1499               (net-amount * line-tax-rate) / 100
1500       end-if.
1501
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'parameter-card-reader'.
