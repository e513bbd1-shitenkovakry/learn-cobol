0100   identification division.
0200   program-id. Gross-Margin-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional invoice-line-file assign to dynamic
0330A          invoicelinename
0331           organization is line sequential.
0332       select optional cost-detail-file assign to dynamic
0332A          costdetailname
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  invoice-line-file.
0407   01  invoice-line-record pic x(80).
0408   fd  cost-detail-file.
0409   01  cost-detail-record pic x(80).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'report-writer-variables'.
0413   copy 'processing-date-variables'.
0414
0420   01 invoicelinename pic x(24).
0421   01 costdetailname pic x(24).
0422   01 invoice-line-eof pic x value "N".
0423   01 cost-detail-eof pic x value "N".
0424   01 margin-date pic 9(8).
0425
0430   01 cost-table.
0431       05 cost-entry occurs 500 times.
0432           10 cost-order pic x(8).
0433           10 cost-item pic 9(5).
0434           10 cost-qty pic s9(7).
0435           10 cost-value pic s9(9)v99.
0436   01 cost-count pic 9(3) value 0.
0437   01 cost-index pic 9(3).
0438   01 cost-found-index pic 9(3).
0439
0440   01 item-cost-table.
0441       05 item-cost-entry occurs 100 times.
0442           10 item-cost-item pic 9(5).
0443           10 item-cost-qty pic s9(7).
0444           10 item-cost-value pic s9(9)v99.
0445   01 item-cost-count pic 9(3) value 0.
0446   01 item-cost-index pic 9(3).
0447   01 item-cost-found-index pic 9(3).
0448
0450   01 detail-date pic x(8).
0451   01 detail-order pic x(8).
0452   01 detail-item-text pic x(8).
0453   01 detail-location pic x(4).
0454   01 detail-qty-text pic x(8).
0455   01 detail-cost-text pic x(14).
0456   01 detail-method pic x.
0457   01 detail-item pic 9(5).
0458   01 detail-qty pic s9(7).
0459   01 detail-cost pic s9(9)v99.
0460
0461   01 line-invoice pic x(8).
0462   01 line-order pic x(8).
0463   01 line-customer pic x(8).
0464   01 line-item-text pic x(8).
0465   01 line-qty-text pic x(8).
0466   01 line-net-text pic x(12).
0467   01 line-item pic 9(5).
0468   01 line-qty pic 9(5).
0469   01 line-revenue pic 9(7)v99.
0470   01 line-cost pic s9(9)v99.
0472   01 line-costed pic x.
0473
0480   01 current-invoice pic x(8).
0481   01 current-order pic x(8).
0482   01 current-customer pic x(8).
0483   01 first-invoice-line pic x value "Y".
0484   01 invoice-revenue pic s9(9)v99 value 0.
0485   01 invoice-cost pic s9(9)v99 value 0.
0486
0490   01 customer-margin-table.
0491       05 customer-margin-entry occurs 200 times.
0492           10 cm-customer pic x(8).
0493           10 cm-revenue pic s9(9)v99.
0494           10 cm-cost pic s9(9)v99.
0495   01 cm-count pic 9(3) value 0.
0496   01 cm-index pic 9(3).
0497   01 cm-found pic x.
0498
0499A  01 item-margin-table.
0499B      05 item-margin-entry occurs 100 times.
0499C          10 im-item pic 9(5).
0499D          10 im-qty pic 9(7).
0499E          10 im-revenue pic s9(9)v99.
0499F          10 im-cost pic s9(9)v99.
0499G  01 im-count pic 9(3) value 0.
0499H  01 im-index pic 9(3).
0499I  01 im-found pic x.
0499J
0499K  01 below-cost-table.
0499L      05 below-cost-entry occurs 200 times.
0499M          10 bc-invoice pic x(8).
0499N          10 bc-order pic x(8).
0499O          10 bc-customer pic x(8).
0499P          10 bc-item pic 9(5).
0499Q          10 bc-qty pic 9(5).
0499R          10 bc-revenue pic s9(9)v99.
0499S          10 bc-cost pic s9(9)v99.
0499T  01 bc-count pic 9(3) value 0.
0499U  01 bc-index pic 9(3).
0499V
0499W  01 report-revenue pic s9(9)v99.
0499X  01 report-cost pic s9(9)v99.
0499Y  01 report-margin pic s9(9)v99.
0499Z  01 report-margin-pct pic s9(5)v9.
0499AA 01 revenue-edited pic -9(8).99.
0499AB 01 cost-edited pic -9(8).99.
0499AC 01 margin-edited pic -9(8).99.
0499AD 01 margin-pct-edited pic -9(4).9.
0499AE 01 qty-edited pic 9(5).
0499AF 01 grand-revenue pic s9(9)v99 value 0.
0499AG 01 grand-cost pic s9(9)v99 value 0.
0499AH 01 invoices-reported pic 9(4) value 0.
0499AI 01 lines-reported pic 9(5) value 0.
0499AJ 01 uncosted-lines pic 9(5) value 0.
0499AK 01 table-overflow pic x value "N".
0499AL
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter margin report date (YYYYMMDD) or 0".
0711       accept margin-date.
0712       if margin-date = 0
0713           perform get-processing-date
0714           move processing-date to margin-date
0715       end-if.
0720       string "INVLINE" margin-date ".TXT"
0721           delimited by size into invoicelinename.
0722       string "COGSDTL" margin-date ".TXT"
0723           delimited by size into costdetailname.
0730       perform load-cost-detail.
0740       move "Gross-Margin-Report" to report-program-name.
0741       move "Gross margin by invoice" to report-title.
0742       string "Invoice  Order    Customer     Revenue"
0743              "         Cost       Margin    Pct"
0743A          delimited by size into report-column-heading.
0744       perform write-report-header.
0750       open input invoice-line-file.
0751       perform margin-one-invoice-line
0752           until invoice-line-eof = "Y".
0753       close invoice-line-file.
0754       if first-invoice-line = "N"
0755           perform write-invoice-margin
0756       end-if.
0760       perform write-customer-section.
0770       perform write-item-section.
0780       perform write-below-cost-section.
0790       perform write-margin-totals.
0800       display "Invoices reported: " invoices-reported
0801           "  lines: " lines-reported
0802           "  uncosted: " uncosted-lines.
0803       if table-overflow = "Y"
0804           display "Margin tables full, some detail not reported"
0805       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-cost-detail.
0921       move 0 to cost-count.
0922       move 0 to item-cost-count.
0923       move "N" to cost-detail-eof.
0924       open input cost-detail-file.
0925       perform until cost-detail-eof = "Y"
0926           read cost-detail-file
0927               at end move "Y" to cost-detail-eof
0928               not at end
0929                   perform add-cost-detail
0930           end-read
0931       end-perform.
0932       close cost-detail-file.
0933       display cost-count " costed issues loaded".
0934
0940   add-cost-detail.
0941       move spaces to detail-order.
0942       unstring cost-detail-record delimited by ","
0943           into detail-date detail-order detail-item-text
0944                detail-location detail-qty-text detail-cost-text
0945                detail-method.
0946       move detail-item-text to detail-item.
0947       move detail-qty-text to detail-qty.
0948       move detail-cost-text to detail-cost.
0949       move 0 to cost-found-index.
0950       perform varying cost-index from 1 by 1
0951               until cost-index > cost-count
0952                  or cost-found-index > 0
0953           if cost-order(cost-index) = detail-order
0954              and cost-item(cost-index) = detail-item
0955               move cost-index to cost-found-index
0956           end-if
0957       end-perform.
0958       if cost-found-index = 0 and cost-count < 500
0959           add 1 to cost-count
0960           move cost-count to cost-found-index
0961           move detail-order to cost-order(cost-count)
0962           move detail-item to cost-item(cost-count)
0963           move 0 to cost-qty(cost-count)
0964           move 0 to cost-value(cost-count)
0965       end-if.
0966       if cost-found-index > 0
0967           add detail-qty to cost-qty(cost-found-index)
0968           add detail-cost to cost-value(cost-found-index)
0969       else
0970           move "Y" to table-overflow
0971       end-if.
0972       move 0 to item-cost-found-index.
0973       perform varying item-cost-index from 1 by 1
0974               until item-cost-index > item-cost-count
0975                  or item-cost-found-index > 0
0976           if item-cost-item(item-cost-index) = detail-item
0977               move item-cost-index to item-cost-found-index
0978           end-if
0979       end-perform.
0980       if item-cost-found-index = 0 and item-cost-count < 100
0981           add 1 to item-cost-count
0982           move item-cost-count to item-cost-found-index
0983           move detail-item to item-cost-item(item-cost-count)
0984           move 0 to item-cost-qty(item-cost-count)
0985           move 0 to item-cost-value(item-cost-count)
0986       end-if.
0987       if item-cost-found-index > 0
0988           add detail-qty to item-cost-qty(item-cost-found-index)
0989           add detail-cost
0990               to item-cost-value(item-cost-found-index)
0991       end-if.
0992
1000   margin-one-invoice-line.
1001       read invoice-line-file
1002           at end move "Y" to invoice-line-eof
1003           not at end
1004               perform margin-invoice-line
1005       end-read.
1006
1010   margin-invoice-line.
1011       unstring invoice-line-record delimited by ","
1012           into line-invoice line-order line-customer
1013                line-item-text line-qty-text line-net-text.
1014       move line-item-text to line-item.
1015       move line-qty-text to line-qty.
1016       move line-net-text to line-revenue.
1017       if first-invoice-line = "Y"
1018           move "N" to first-invoice-line
1019       else
1020           if line-invoice not = current-invoice
1021               perform write-invoice-margin
1022           end-if
1023       end-if.
1024       move line-invoice to current-invoice.
1025       move line-order to current-order.
1026       move line-customer to current-customer.
1027       perform cost-invoice-line.
1028       add 1 to lines-reported.
1029       add line-revenue to invoice-revenue.
1030       add line-cost to invoice-cost.
1031       add line-revenue to grand-revenue.
1032       add line-cost to grand-cost.
1033       perform add-customer-margin.
1034       perform add-item-margin.
1035       if line-cost > line-revenue
1036           perform add-below-cost-line
1037       end-if.
1038
1040   cost-invoice-line.
1041       move 0 to line-cost.
1042       move "N" to line-costed.
1043       move 0 to cost-found-index.
1044       perform varying cost-index from 1 by 1
1045               until cost-index > cost-count
1046                  or cost-found-index > 0
1047           if cost-order(cost-index) = line-order
1048              and cost-item(cost-index) = line-item
1049              and cost-qty(cost-index) > 0
1050               move cost-index to cost-found-index
1051           end-if
1052       end-perform.
1053       if cost-found-index > 0
1054           compute line-cost rounded =
1055               cost-value(cost-found-index) * line-qty
1056               / cost-qty(cost-found-index)
1057           move "Y" to line-costed
1058       else
1059           move 0 to item-cost-found-index
1060           perform varying item-cost-index from 1 by 1
1061                   until item-cost-index > item-cost-count
1062                      or item-cost-found-index > 0
1063               if item-cost-item(item-cost-index) = line-item
1064                  and item-cost-qty(item-cost-index) > 0
1065                   move item-cost-index to item-cost-found-index
1066               end-if
1067           end-perform
1068           if item-cost-found-index > 0
1069               compute line-cost rounded =
1070                   item-cost-value(item-cost-found-index)
1071                   * line-qty
1072                   / item-cost-qty(item-cost-found-index)
1073               move "Y" to line-costed
1074           end-if
1075       end-if.
1076       if line-costed = "N"
1077           add 1 to uncosted-lines
1078       end-if.
1079
1080   add-customer-margin.
1081       move "N" to cm-found.
1082       perform varying cm-index from 1 by 1
1083               until cm-index > cm-count
1084                  or cm-found = "Y"
1085           if cm-customer(cm-index) = line-customer
1086               move "Y" to cm-found
1087               add line-revenue to cm-revenue(cm-index)
1088               add line-cost to cm-cost(cm-index)
1089           end-if
1090       end-perform.
1091       if cm-found = "N"
1092           if cm-count < 200
1093               add 1 to cm-count
1094               move line-customer to cm-customer(cm-count)
1095               move line-revenue to cm-revenue(cm-count)
1096               move line-cost to cm-cost(cm-count)
1097           else
1098               move "Y" to table-overflow
1099           end-if
1100       end-if.
1101
1110   add-item-margin.
1111       move "N" to im-found.
1112       perform varying im-index from 1 by 1
1113               until im-index > im-count
1114                  or im-found = "Y"
1115           if im-item(im-index) = line-item
1116               move "Y" to im-found
1117               add line-qty to im-qty(im-index)
1118               add line-revenue to im-revenue(im-index)
1119               add line-cost to im-cost(im-index)
1120           end-if
1121       end-perform.
1122       if im-found = "N"
1123           if im-count < 100
1124               add 1 to im-count
1125               move line-item to im-item(im-count)
1126               move line-qty to im-qty(im-count)
1127               move line-revenue to im-revenue(im-count)
1128               move line-cost to im-cost(im-count)
1129           else
1130               move "Y" to table-overflow
1131           end-if
1132       end-if.
1133
1140   add-below-cost-line.
1141       if bc-count < 200
1142           add 1 to bc-count
1143           move line-invoice to bc-invoice(bc-count)
1144           move line-order to bc-order(bc-count)
1145           move line-customer to bc-customer(bc-count)
1146           move line-item to bc-item(bc-count)
1147           move line-qty to bc-qty(bc-count)
1148           move line-revenue to bc-revenue(bc-count)
1149           move line-cost to bc-cost(bc-count)
1150       else
1151           move "Y" to table-overflow
1152       end-if.
1153
1160   write-invoice-margin.
1161       move invoice-revenue to report-revenue.
1162       move invoice-cost to report-cost.
1163       perform edit-margin-amounts.
1164       move spaces to report-line.
1165       string current-invoice " " current-order " "
1166              current-customer " " revenue-edited " "
1167              cost-edited " " margin-edited " "
1168              margin-pct-edited
1169           delimited by size into report-line.
1170       perform write-report-line.
1171       add 1 to invoices-reported.
1172       move 0 to invoice-revenue.
1173       move 0 to invoice-cost.
1174
1180   edit-margin-amounts.
1181       compute report-margin = report-revenue - report-cost.
1182       if report-revenue = 0
1183           move 0 to report-margin-pct
1184       else
1185           compute report-margin-pct rounded =
1186               report-margin * 100 / report-revenue
1187       end-if.
1188       move report-revenue to revenue-edited.
1189       move report-cost to cost-edited.
1190       move report-margin to margin-edited.
1191       move report-margin-pct to margin-pct-edited.
1192
1200   write-customer-section.
1201       move "Gross margin by customer" to report-title.
1202       move "Customer     Revenue         Cost       Margin    Pct"
1203           to report-column-heading.
1204       perform write-report-page-heading.
1205       perform varying cm-index from 1 by 1
1206               until cm-index > cm-count
1207           move cm-revenue(cm-index) to report-revenue
1208           move cm-cost(cm-index) to report-cost
1209           perform edit-margin-amounts
1210           move spaces to report-line
1211           string cm-customer(cm-index) " " revenue-edited " "
1212                  cost-edited " " margin-edited " "
1213                  margin-pct-edited
1214               delimited by size into report-line
1215           perform write-report-line
1216       end-perform.
1217
1220   write-item-section.
1221       move "Gross margin by item" to report-title.
1221A      move spaces to report-column-heading.
1222       string "Item    Qty      Revenue         Cost"
1223              "       Margin    Pct"
1223A          delimited by size into report-column-heading.
1224       perform write-report-page-heading.
1225       perform varying im-index from 1 by 1
1226               until im-index > im-count
1227           move im-revenue(im-index) to report-revenue
1228           move im-cost(im-index) to report-cost
1229           perform edit-margin-amounts
1230           move im-qty(im-index) to qty-edited
1231           move spaces to report-line
1232           string im-item(im-index) " " qty-edited " "
1233                  revenue-edited " " cost-edited " "
1234                  margin-edited " " margin-pct-edited
1235               delimited by size into report-line
1236           perform write-report-line
1237       end-perform.
1238
1240   write-below-cost-section.
1241       move "Lines sold below cost" to report-title.
1241A      move spaces to report-column-heading.
1242       string "Invoice  Order    Customer Item    Qty"
1243              "      Revenue         Cost"
1243A          delimited by size into report-column-heading.
1244       perform write-report-page-heading.
1245       perform varying bc-index from 1 by 1
1246               until bc-index > bc-count
1247           move bc-revenue(bc-index) to revenue-edited
1248           move bc-cost(bc-index) to cost-edited
1249           move bc-qty(bc-index) to qty-edited
1250           move spaces to report-line
1251           string bc-invoice(bc-index) " " bc-order(bc-index) " "
1252                  bc-customer(bc-index) " " bc-item(bc-index) " "
1253                  qty-edited " " revenue-edited " " cost-edited
1254               delimited by size into report-line
1255           perform write-report-line
1256       end-perform.
1257       if bc-count = 0
1258           move spaces to report-line
1259           move "No lines sold below cost" to report-line
1260           perform write-report-line
1261       end-if.
1262
1270   write-margin-totals.
1271       move grand-revenue to report-revenue.
1272       move grand-cost to report-cost.
1273       perform edit-margin-amounts.
1274       move spaces to report-line.
1275       string "Lines below cost: " bc-count
1276              "  uncosted lines: " uncosted-lines
1277           delimited by size into report-line.
1278       perform write-report-line.
1279       move spaces to report-line.
1280       string "Total revenue " revenue-edited
1281              "  cost " cost-edited
1282              "  margin " margin-edited
1283              "  pct " margin-pct-edited
1284           delimited by size into report-line.
1285       perform write-report-totals.
1286
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
