0100   identification division.
0200   program-id. Shipment-Confirmation.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional priced-file assign to dynamic
0330A          pricedfilename
0331           organization is line sequential.
0332       select optional pending-file assign to dynamic
0332A          pendingfilename
0333           organization is line sequential.
0334       select optional confirm-file assign to dynamic
0334A          confirmfilename
0335           organization is line sequential.
0336       select optional pick-detail-file assign to dynamic
0336A          pickdetailfilename
0337           organization is line sequential.
0338       select optional allocation-file assign to dynamic
0338A          allocationfilename
0339           organization is line sequential.
0340       select optional tax-file assign to dynamic taxfilename
0341           organization is line sequential.
0342       select shipped-file assign to dynamic shippedfilename
0343           organization is line sequential.
0344       select issue-file assign to dynamic issuefilename
0345           organization is line sequential.
0346       select register-file assign to dynamic registerfilename
0347           organization is line sequential.
0346A      select optional backorder-file assign to dynamic
0346B          backorderfilename
0346C          organization is line sequential.
0348       select optional parameter-card-file assign to dynamic
0348A          parmcardfilename
0349           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  priced-file.
0407   01  priced-record pic x(120).
0408   fd  pending-file.
0409   01  pending-record pic x(120).
0409A  fd  confirm-file.
0409B  01  confirm-record pic x(40).
0409C  fd  pick-detail-file.
0409D  01  pick-detail-record pic x(40).
0409E  fd  allocation-file.
0409F  01  allocation-record pic x(60).
0409G  fd  tax-file.
0409H  01  tax-record pic x(40).
0409I  fd  shipped-file.
0409J  01  shipped-record pic x(120).
0409K  fd  issue-file.
0409L  01  issue-record pic x(40).
0409M  fd  register-file.
0409N  01  register-line pic x(100).
0409N1 fd  backorder-file.
0409N2 01  backorder-record pic x(100).
0409O  fd  parameter-card-file.
0409P  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414
0420   01 pricedfilename pic x(20).
0421   01 pendingfilename pic x(20) value "SHIPPEND.TXT".
0422   01 confirmfilename pic x(20).
0423   01 pickdetailfilename pic x(20) value "PICKDTL.TXT".
0424   01 allocationfilename pic x(20) value "ALLOCATE.TXT".
0425   01 taxfilename pic x(20) value "TAXCODE.TXT".
0426   01 shippedfilename pic x(24).
0427   01 issuefilename pic x(24).
0428   01 registerfilename pic x(24).
0428A  01 backorderfilename pic x(20) value "BACKORDER.TXT".
0429   01 priced-eof pic x value "N".
0430   01 pending-eof pic x value "N".
0431   01 confirm-eof pic x value "N".
0432   01 pick-detail-eof pic x value "N".
0433   01 allocation-eof pic x value "N".
0434   01 tax-eof pic x value "N".
0435
0440   01 pending-table.
0441       05 pending-entry occurs 500 times.
0442           10 pend-line pic x(120).
0443           10 pend-order pic x(8).
0444           10 pend-item pic x(8).
0445           10 pend-qty pic 9(5).
0446   01 pending-count pic 9(3) value 0.
0447   01 pending-index pic 9(3).
0448
0450   01 confirm-table.
0451       05 confirm-entry occurs 300 times.
0452           10 conf-order pic x(8).
0453           10 conf-item pic x(8).
0454           10 conf-qty pic 9(5).
0455           10 conf-used pic x.
0456   01 confirm-count pic 9(3) value 0.
0457   01 confirm-index pic 9(3).
0458   01 conf-qty-text pic x(8).
0459
0460   01 pick-table.
0461       05 pick-entry occurs 500 times.
0462           10 pick-order pic x(8).
0463           10 pick-item pic x(8).
0464           10 pick-location pic x(4).
0465           10 pick-qty pic 9(5).
0466   01 pick-count pic 9(3) value 0.
0467   01 pick-index pic 9(3).
0468   01 pick-qty-text pic x(8).
0469
0470   01 allocation-table.
0471       05 allocation-line occurs 1000 times pic x(60).
0472   01 allocation-count pic 9(4) value 0.
0473   01 allocation-index pic 9(4).
0473A  01 allocations-dropped pic 9(5) value 0.
0474   01 alloc-status pic x.
0475   01 alloc-date pic x(8).
0476   01 alloc-order pic x(8).
0477   01 alloc-item pic x(8).
0478
0480   01 tax-code-table.
0481       05 tax-code-entry occurs 20 times.
0482           10 tax-entry-code pic x(3).
0483           10 tax-entry-rate pic 9(2)v9(3).
0484   01 tax-code-count pic 9(2) value 0.
0485   01 tax-code-index pic 9(2).
0486   01 tax-rate-text pic x(8).
0487   01 tax-desc-text pic x(20).
0488   01 line-tax-rate pic 9(2)v9(3).
0489
0490   01 priced-order pic x(8).
0491   01 priced-item pic x(8).
0492   01 priced-qty-text pic x(8).
0493   01 priced-price-text pic x(10).
0494   01 priced-disc-text pic x(6).
0495   01 priced-extended-text pic x(12).
0496   01 priced-net-text pic x(12).
0497   01 priced-tax-code pic x(3).
0498   01 priced-tax-text pic x(12).
0499   01 priced-source pic x(8).
0499A  01 priced-customer pic x(8).
0499B  01 unit-price-digits pic 9(7).
0499C  01 unit-price-value redefines unit-price-digits pic 9(5)v99.
0499D  01 line-discount-pct pic 9(2)v9.
0499E  01 shipped-qty pic 9(5).
0499F  01 short-qty pic 9(5).
0499G  01 issue-open-qty pic 9(5).
0499H  01 issue-take-qty pic 9(5).
0499I  01 extended-amount pic 9(7)v99.
0499J  01 discount-amount pic 9(7)v99.
0499K  01 net-amount pic 9(7)v99.
0499L  01 tax-amount pic 9(7)v99.
0499M  01 extended-edited pic 9(7).99.
0499N  01 net-edited pic 9(7).99.
0499O  01 tax-amount-edited pic 9(7).99.
0499P  01 lines-shipped pic 9(5) value 0.
0499Q  01 lines-short pic 9(4) value 0.
0499R  01 lines-pending pic 9(4) value 0.
0499S  01 issues-written pic 9(5) value 0.
0499T  01 confirms-unmatched pic 9(4) value 0.
0499U  01 shipped-total pic 9(9)v99 value 0.
0499V  01 shipped-total-edited pic 9(9).99.
0499V1 01 unit-price-edited pic 9(5).99.
0499V2 01 lines-backordered pic 9(4) value 0.
0499W
0500   procedure division.
0600
0700   program-begin.
0710       move "SHIPPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "PRICEDFILE" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to pricedfilename
0716       else
0717           display "Enter new priced order file name"
0718           accept pricedfilename
0719       end-if.
0720       move "CONFFILE" to parm-keyword.
0721       perform get-parameter-value.
0722       if parm-found = "Y"
0723           move parm-value to confirmfilename
0724       else
0725           display "Enter shipment confirmation file name"
0726           accept confirmfilename
0727       end-if.
0730       perform get-processing-date.
0731       string "SHIPPED" processing-date ".TXT"
0732           delimited by size into shippedfilename.
0733       string "SHIPTRAN" processing-date ".TXT"
0734           delimited by size into issuefilename.
0735       string "SHIPREG" processing-date ".TXT"
0736           delimited by size into registerfilename.
0740       perform load-tax-codes.
0741       perform load-pending-lines.
0742       perform load-confirmations.
0743       perform load-pick-details.
0744       perform load-allocations.
0750       open output shipped-file.
0751       open output issue-file.
0752       open output register-file.
0752A      open extend backorder-file.
0753       move spaces to register-line.
0754       string "Shipment confirmation register for "
0755              processing-date
0756           delimited by size into register-line.
0757       write register-line.
0758       move spaces to register-line.
0759       move "Order    Item     Priced  Shipped  Short"
0760           to register-line.
0761       write register-line.
0770       perform confirm-one-line
0771           varying pending-index from 1 by 1
0772           until pending-index > pending-count.
0773       perform report-unmatched-confirmations.
0780       perform write-register-totals.
0781       close shipped-file.
0782       close issue-file.
0783       close register-file.
0783A      close backorder-file.
0790       perform save-pending-lines.
0791       perform save-allocations.
0791A      perform save-pick-details.
0792       display "Lines shipped: " lines-shipped
0793           "  still pending: " lines-pending.
0793A      if lines-backordered > 0
0793B          display lines-backordered " short lines backordered in "
0793C              backorderfilename
0793D      end-if.
0794       display "Issue transactions for Inventory-Posting: "
0795           issuefilename.
0796       display "Shipped lines for Invoice-Generation: "
0797           shippedfilename.
0900   program-done.
0910       stop run.
0911
0920   load-pending-lines.
0921       move 0 to pending-count.
0922       move "N" to pending-eof.
0923       open input pending-file.
0924       perform until pending-eof = "Y"
0925              or pending-count = 500
0926           read pending-file
0927               at end move "Y" to pending-eof
0928               not at end
0929                   move pending-record to priced-record
0930                   perform add-pending-line
0931           end-read
0932       end-perform.
0933       close pending-file.
0934       move "N" to priced-eof.
0935       open input priced-file.
0936       perform until priced-eof = "Y"
0937              or pending-count = 500
0938           read priced-file
0939               at end move "Y" to priced-eof
0940               not at end
0941                   perform add-pending-line
0942           end-read
0943       end-perform.
0944       close priced-file.
0945       if pending-eof = "N" or priced-eof = "N"
0946           display "More than 500 lines awaiting shipment,"
0946A              " run stopped"
0946B          move 16 to return-code
0946C          stop run
0947       end-if.
0948       display pending-count " priced lines awaiting shipment".
0949
0950   add-pending-line.
0951       move spaces to priced-net-text.
0952       unstring priced-record delimited by ","
0953           into priced-order priced-item priced-qty-text
0954                priced-price-text priced-disc-text
0955                priced-extended-text priced-net-text.
0956       if priced-order not = "Orders: "
0957          and priced-net-text not = spaces
0958           add 1 to pending-count
0959           move priced-record to pend-line(pending-count)
0960           move priced-order to pend-order(pending-count)
0961           move priced-item to pend-item(pending-count)
0962           move priced-qty-text to pend-qty(pending-count)
0963       end-if.
0964
0970   load-confirmations.
0971       move 0 to confirm-count.
0972       move "N" to confirm-eof.
0973       open input confirm-file.
0974       perform until confirm-eof = "Y"
0975              or confirm-count = 300
0976           read confirm-file
0977               at end move "Y" to confirm-eof
0978               not at end
0979                   add 1 to confirm-count
0980                   unstring confirm-record delimited by ","
0981                       into conf-order(confirm-count)
0982                            conf-item(confirm-count)
0983                            conf-qty-text
0984                   move conf-qty-text to conf-qty(confirm-count)
0985                   move "N" to conf-used(confirm-count)
0986           end-read
0987       end-perform.
0988       close confirm-file.
0989       display confirm-count " shipment confirmations loaded".
0990
1000   load-pick-details.
1001       move 0 to pick-count.
1002       move "N" to pick-detail-eof.
1003       open input pick-detail-file.
1004       perform until pick-detail-eof = "Y"
1005              or pick-count = 500
1006           read pick-detail-file
1007               at end move "Y" to pick-detail-eof
1008               not at end
1009                   add 1 to pick-count
1010                   unstring pick-detail-record delimited by ","
1011                       into pick-order(pick-count)
1012                            pick-item(pick-count)
1013                            pick-location(pick-count)
1014                            pick-qty-text
1015                   move pick-qty-text to pick-qty(pick-count)
1016           end-read
1017       end-perform.
1018       close pick-detail-file.
1018A      if pick-detail-eof = "N"
1018B          display "Pick detail file holds more than 500 lines,"
1018C              " run stopped"
1018D          move 16 to return-code
1018E          stop run
1018F      end-if.
1019
1020   load-allocations.
1021       move 0 to allocation-count.
1022       move "N" to allocation-eof.
1023       open input allocation-file.
1024       perform until allocation-eof = "Y"
1025              or allocation-count = 1000
1026           read allocation-file
1027               at end move "Y" to allocation-eof
1028               not at end
1028A                  if allocation-record(1:1) = "A"
1029                       add 1 to allocation-count
1030                       move allocation-record
1031                           to allocation-line(allocation-count)
1031A                  else
1031B                      add 1 to allocations-dropped
1031C                  end-if
1032           end-read
1033       end-perform.
1034       close allocation-file.
1034A      if allocation-eof = "N"
1034B          display "More than 1000 open stock allocations,"
1034C              " run stopped"
1034D          move 16 to return-code
1034E          stop run
1034F      end-if.
1035
1040   load-tax-codes.
1041       move 0 to tax-code-count.
1042       move "N" to tax-eof.
1043       open input tax-file.
1044       perform until tax-eof = "Y" or tax-code-count = 20
1045           read tax-file
1046               at end move "Y" to tax-eof
1047               not at end
1048                   add 1 to tax-code-count
1049                   unstring tax-record delimited by ","
1050                       into tax-entry-code(tax-code-count)
1051                            tax-rate-text tax-desc-text
1052                   move tax-rate-text
1053                       to tax-entry-rate(tax-code-count)
1054           end-read
1055       end-perform.
1056       close tax-file.
1057
1100   confirm-one-line.
1101       move 0 to shipped-qty.
1102       perform varying confirm-index from 1 by 1
1103               until confirm-index > confirm-count
1104                  or shipped-qty > 0
1105           if conf-used(confirm-index) = "N"
1106              and conf-order(confirm-index)
1107                  = pend-order(pending-index)
1108              and conf-item(confirm-index)
1109                  = pend-item(pending-index)
1110               move "Y" to conf-used(confirm-index)
1111               move conf-qty(confirm-index) to shipped-qty
1112               if shipped-qty = 0
1113                   perform record-nil-shipment
1114               end-if
1115           end-if
1116       end-perform.
1117       if shipped-qty > pend-qty(pending-index)
1118           move pend-qty(pending-index) to shipped-qty
1119       end-if.
1120       if shipped-qty > 0
1121           perform release-shipped-line
1122       else
1123           if pend-order(pending-index) not = spaces
1124               add 1 to lines-pending
1125           end-if
1126       end-if.
1127
1130   record-nil-shipment.
1131       add 1 to lines-short.
1132       perform mark-line-allocations-shipped.
1132A      perform clear-line-picks.
1133       move spaces to register-line.
1134       string pend-order(pending-index) " "
1135              pend-item(pending-index) " "
1136              pend-qty(pending-index) "   00000    "
1137              pend-qty(pending-index) "  nothing shipped"
1138           delimited by size into register-line.
1139       write register-line.
1139A      move pend-qty(pending-index) to short-qty.
1139B      perform write-short-backorder.
1140       move spaces to pend-order(pending-index).
1141
1150   release-shipped-line.
1151       add 1 to lines-shipped.
1152       compute short-qty = pend-qty(pending-index) - shipped-qty.
1153       if short-qty > 0
1154           add 1 to lines-short
1155       end-if.
1156       perform reprice-shipped-line.
1157       perform write-issue-transactions.
1158       perform mark-line-allocations-shipped.
1158A      perform clear-line-picks.
1159       move spaces to register-line.
1160       string pend-order(pending-index) " "
1161              pend-item(pending-index) " "
1162              pend-qty(pending-index) "   "
1163              shipped-qty "    "
1164              short-qty
1165           delimited by size into register-line.
1166       write register-line.
1166A      if short-qty > 0
1166B          perform write-short-backorder
1166C      end-if.
1167       move spaces to pend-order(pending-index).
1168
1170   reprice-shipped-line.
1171       move spaces to priced-customer.
1172       move spaces to priced-tax-code.
1173       unstring pend-line(pending-index) delimited by ","
1174           into priced-order priced-item priced-qty-text
1175                priced-price-text priced-disc-text
1176                priced-extended-text priced-net-text
1177                priced-tax-code priced-tax-text
1178                priced-source priced-customer.
1179       if shipped-qty = pend-qty(pending-index)
1180           move pend-line(pending-index) to shipped-record
1181           move priced-net-text to net-amount
1182       else
1183           move priced-price-text(1:7) to unit-price-digits
1184           move priced-disc-text to line-discount-pct
1185           compute extended-amount =
1186               shipped-qty * unit-price-value
1187           compute discount-amount =
1188               (extended-amount * line-discount-pct) / 100
1189           compute net-amount = extended-amount - discount-amount
1190           perform compute-line-tax
1191           move extended-amount to extended-edited
1192           move net-amount to net-edited
1193           move tax-amount to tax-amount-edited
1194           move spaces to shipped-record
1195           string priced-order "," priced-item ","
1196                  shipped-qty "," priced-price-text(1:7) ","
1197                  priced-disc-text(1:4) "," extended-edited ","
1198                  net-edited "," priced-tax-code ","
1199                  tax-amount-edited "," priced-source ","
1200                  priced-customer
1201               delimited by size into shipped-record
1202       end-if.
1203       write shipped-record.
1204       add net-amount to shipped-total.
1205
1210   compute-line-tax.
1211       move 0 to tax-amount.
1212       move 0 to line-tax-rate.
1213       perform varying tax-code-index from 1 by 1
1214               until tax-code-index > tax-code-count
1215                  or line-tax-rate > 0
1216           if tax-entry-code(tax-code-index) = priced-tax-code
1217               move tax-entry-rate(tax-code-index)
1218                   to line-tax-rate
1219           end-if
1220       end-perform.
1221       if line-tax-rate > 0
1222           compute tax-amount rounded =
1223               (net-amount * line-tax-rate) / 100
1224       end-if.
1225
1230   write-issue-transactions.
1231       move shipped-qty to issue-open-qty.
1232       perform varying pick-index from 1 by 1
1233               until pick-index > pick-count
1234                  or issue-open-qty = 0
1235           if pick-order(pick-index) = pend-order(pending-index)
1236              and pick-item(pick-index) = pend-item(pending-index)
1237              and pick-qty(pick-index) > 0
1238               if pick-qty(pick-index) >= issue-open-qty
1239                   move issue-open-qty to issue-take-qty
1240               else
1241                   move pick-qty(pick-index) to issue-take-qty
1242               end-if
1243               subtract issue-take-qty from pick-qty(pick-index)
1244               subtract issue-take-qty from issue-open-qty
1246               move spaces to issue-record
1247               string pend-item(pending-index) ",I,"
1248                      issue-take-qty ","
1249                      pick-location(pick-index) ",,,"
1249A                     pend-order(pending-index)
1250                   delimited by size into issue-record
1251               write issue-record
1252               add 1 to issues-written
1253           end-if
1254       end-perform.
1255       if issue-open-qty > 0
1256           move spaces to issue-record
1257           string pend-item(pending-index) ",I,"
1258                  issue-open-qty ",WH1,,,"
1258A                 pend-order(pending-index)
1259               delimited by size into issue-record
1260           write issue-record
1261           add 1 to issues-written
1262       end-if.
1263
1270   mark-line-allocations-shipped.
1271       perform varying allocation-index from 1 by 1
1272               until allocation-index > allocation-count
1273           unstring allocation-line(allocation-index)
1274               delimited by ","
1275               into alloc-status alloc-date alloc-order alloc-item
1276           if alloc-status = "A"
1277              and alloc-order = pend-order(pending-index)
1278              and alloc-item = pend-item(pending-index)
1279               move "S" to allocation-line(allocation-index)(1:1)
1280           end-if
1281       end-perform.
1282
1282
1283   clear-line-picks.
1284       perform varying pick-index from 1 by 1
1285               until pick-index > pick-count
1286           if pick-order(pick-index) = pend-order(pending-index)
1287              and pick-item(pick-index) = pend-item(pending-index)
1288               move 0 to pick-qty(pick-index)
1289           end-if
1289A      end-perform.
1289B
1289C  write-short-backorder.
1289D      move spaces to priced-customer.
1289E      move spaces to priced-tax-code.
1289F      move spaces to priced-source.
1289G      unstring pend-line(pending-index) delimited by ","
1289H          into priced-order priced-item priced-qty-text
1289I               priced-price-text priced-disc-text
1289J               priced-extended-text priced-net-text
1289K               priced-tax-code priced-tax-text
1289L               priced-source priced-customer.
1289M      move priced-price-text(1:7) to unit-price-digits.
1289N      move unit-price-value to unit-price-edited.
1289P      move spaces to backorder-record.
1289Q      string "O," processing-date ","
1289R             pend-order(pending-index) ","
1289S             pend-item(pending-index) ","
1289T             short-qty "," unit-price-edited ","
1289U             priced-disc-text(1:4) "," priced-tax-code ","
1289V             priced-customer "," priced-source
1289W          delimited by size into backorder-record.
1289X      write backorder-record.
1289Y      add 1 to lines-backordered.
1289Z
1290   report-unmatched-confirmations.
1291       perform varying confirm-index from 1 by 1
1292               until confirm-index > confirm-count
1293           if conf-used(confirm-index) = "N"
1294               add 1 to confirms-unmatched
1295               move spaces to register-line
1296               string conf-order(confirm-index) " "
1297                      conf-item(confirm-index) " "
1298                      conf-qty(confirm-index)
1299                      " confirmation matches no priced line"
1300                   delimited by size into register-line
1301               write register-line
1302           end-if
1303       end-perform.
1304
1310   write-register-totals.
1311       move shipped-total to shipped-total-edited.
1312       move spaces to register-line.
1313       string "Lines shipped: " lines-shipped
1314              "  short: " lines-short
1315              "  pending: " lines-pending
1316              "  unmatched confirmations: " confirms-unmatched
1317           delimited by size into register-line.
1318       write register-line.
1319       move spaces to register-line.
1320       string "Shipped net: " shipped-total-edited
1321              "  issue transactions: " issues-written
1322           delimited by size into register-line.
1323       write register-line.
1324
1330   save-pending-lines.
1331       open output pending-file.
1332       perform varying pending-index from 1 by 1
1333               until pending-index > pending-count
1334           if pend-order(pending-index) not = spaces
1335               move pend-line(pending-index) to pending-record
1336               write pending-record
1337           end-if
1338       end-perform.
1339       close pending-file.
1340
1350   save-allocations.
1351       open output allocation-file.
1352       perform varying allocation-index from 1 by 1
1353               until allocation-index > allocation-count
1354           if allocation-line(allocation-index)(1:1) = "A"
1355               move allocation-line(allocation-index)
1356                   to allocation-record
1357               write allocation-record
1358           else
1359               add 1 to allocations-dropped
1360           end-if
1361       end-perform.
1362       close allocation-file.
1363       display allocations-dropped
1363A          " closed stock allocations removed from "
1363B          allocationfilename.
1364
1370   save-pick-details.
1371       open output pick-detail-file.
1372       perform varying pick-index from 1 by 1
1373               until pick-index > pick-count
1374           if pick-qty(pick-index) > 0
1375               move spaces to pick-detail-record
1376               string pick-order(pick-index) ","
1377                      pick-item(pick-index) ","
1378                      pick-location(pick-index) ","
1379                      pick-qty(pick-index)
1380                   delimited by size into pick-detail-record
1381               write pick-detail-record
1382           end-if
1383       end-perform.
1384       close pick-detail-file.
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
