0100   identification division.
0200   program-id. Backorder-Fill.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional backorder-file assign to dynamic
0330A          backorderfilename
0331           organization is line sequential.
0332       select optional inventory-file assign to dynamic
0332A          inventoryfilename
0333           organization is line sequential.
0334       select optional allocation-file assign to dynamic
0334A          allocationfilename
0335           organization is line sequential.
0336       select optional tax-file assign to dynamic taxfilename
0337           organization is line sequential.
0338       select released-file assign to dynamic releasedfilename
0339           organization is line sequential.
0340       select register-file assign to dynamic registerfilename
0341           organization is line sequential.
0342       select optional parameter-card-file assign to dynamic
0342A          parmcardfilename
0343           organization is line sequential.
0344       select optional credit-hold-file assign to dynamic
0344A          creditholdfilename
0345           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  backorder-file.
0407   01  backorder-record pic x(100).
0408   fd  inventory-file.
0409   01  inventory-record pic x(100).
0409A  fd  allocation-file.
0409B  01  allocation-record pic x(60).
0409C  fd  tax-file.
0409D  01  tax-record pic x(40).
0409E  fd  released-file.
0409F  01  released-record pic x(120).
0409G  fd  register-file.
0409H  01  register-line pic x(100).
0409I  fd  parameter-card-file.
0409J  01  parameter-card-record pic x(60).
0409K  fd  credit-hold-file.
0409L  01  credit-hold-record pic x(140).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414
0420   01 backorderfilename pic x(20) value "BACKORDER.TXT".
0421   01 inventoryfilename pic x(20).
0422   01 allocationfilename pic x(20) value "ALLOCATE.TXT".
0423   01 taxfilename pic x(20) value "TAXCODE.TXT".
0424   01 releasedfilename pic x(24).
0425   01 registerfilename pic x(24).
0426   01 backorder-eof pic x value "N".
0427   01 inventory-eof pic x value "N".
0428   01 allocation-eof pic x value "N".
0429   01 tax-eof pic x value "N".
0430
0431   01 backorder-table.
0432       05 backorder-entry occurs 300 times.
0433           10 bo-status pic x.
0434           10 bo-date pic x(8).
0435           10 bo-order pic x(8).
0436           10 bo-item pic x(8).
0437           10 bo-qty pic 9(5).
0438           10 bo-unit-price pic 9(5)v99.
0439           10 bo-discount-pct pic 9(2)v9.
0440           10 bo-tax-code pic x(3).
0441           10 bo-customer pic x(8).
0442           10 bo-price-source pic x(8).
0443   01 backorder-count pic 9(3) value 0.
0444   01 backorder-index pic 9(3).
0445   01 bo-qty-text pic x(8).
0446   01 bo-price-text pic x(10).
0447   01 bo-discount-text pic x(6).
0448
0450   01 stock-table.
0451       05 stock-entry occurs 100 times.
0452           10 stock-item pic 9(5).
0453           10 stock-on-hand pic s9(7).
0454           10 stock-allocated pic 9(7).
0455   01 stock-count pic 9(3) value 0.
0456   01 stock-index pic 9(3).
0457   01 stock-found-index pic 9(3).
0458   01 item-number-text pic x(8).
0459   01 on-hand-text pic x(8).
0460   01 reorder-point-text pic x(8).
0461   01 reorder-qty-text pic x(8).
0462   01 unit-cost-text pic x(10).
0463   01 supplier-text pic x(8).
0464   01 location-text pic x(4).
0465   01 cage-location pic x(4) value "CAGE".
0466   01 work-item-number pic 9(5).
0467   01 work-on-hand pic s9(5).
0468   01 alloc-status pic x.
0469   01 alloc-date pic x(8).
0470   01 alloc-order pic x(8).
0471   01 alloc-item pic x(8).
0472   01 alloc-qty-text pic x(8).
0473   01 alloc-qty pic 9(5).
0474
0475   01 tax-code-table.
0476       05 tax-code-entry occurs 20 times.
0477           10 tax-entry-code pic x(3).
0478           10 tax-entry-rate pic 9(2)v9(3).
0479           10 tax-entry-desc pic x(20).
0480   01 tax-code-count pic 9(2) value 0.
0481   01 tax-code-index pic 9(2).
0482   01 tax-rate-text pic x(8).
0483   01 line-tax-rate pic 9(2)v9(3).
0484
0490   01 available-qty pic s9(7).
0491   01 fill-qty pic 9(5).
0492   01 extended-amount pic 9(7)v99.
0493   01 discount-amount pic 9(7)v99.
0494   01 net-amount pic 9(7)v99.
0495   01 tax-amount pic 9(7)v99.
0496   01 extended-edited pic 9(7).99.
0497   01 net-edited pic 9(7).99.
0498   01 tax-amount-edited pic 9(7).99.
0499   01 discount-pct-edited pic 9(2).9.
0499A  01 lines-released pic 9(4) value 0.
0499B  01 lines-filled pic 9(4) value 0.
0499C  01 units-released pic 9(7) value 0.
0499D  01 lines-still-open pic 9(4) value 0.
0499E  01 released-total pic 9(9)v99 value 0.
0499F  01 released-total-edited pic 9(9).99.
0499G  01 lines-on-hold pic 9(4) value 0.
0499H  01 creditholdfilename pic x(20) value "CREDHOLD.TXT".
0499I  01 credit-hold-eof pic x value "N".
0499J  01 held-order-table.
0499K      05 held-order occurs 500 times pic x(8).
0499L  01 held-order-count pic 9(3) value 0.
0499M  01 held-order-index pic 9(3).
0499N  01 held-work-order pic x(8).
0499O  01 held-found pic x.
0499P1 01 unit-price-edited pic 9(5).99.
0499P
0500   procedure division.
0600
0700   program-begin.
0710       move "BOFILLPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "INVFILE" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to inventoryfilename
0716       else
0717           display "Enter inventory master file name"
0718           accept inventoryfilename
0719       end-if.
0720       perform get-processing-date.
0721       string "BOREL" processing-date ".TXT"
0722           delimited by size into releasedfilename.
0723       string "BOFILLREG" processing-date ".TXT"
0724           delimited by size into registerfilename.
0730       perform load-tax-codes.
0731       perform load-stock-table.
0732       perform load-allocations.
0733       perform load-backorder-table.
0734       perform load-held-orders.
0740       open output released-file.
0741       open output register-file.
0742       open extend allocation-file.
0743       move spaces to register-line.
0744       string "Backorder fill register for " processing-date
0745           delimited by size into register-line.
0746       write register-line.
0747       move spaces to register-line.
0748       move "Order    Item     Held on  Released  Remaining"
0749           to register-line.
0750       write register-line.
0751       perform fill-one-backorder
0752           varying backorder-index from 1 by 1
0753           until backorder-index > backorder-count.
0760       perform write-register-totals.
0761       close released-file.
0762       close register-file.
0763       close allocation-file.
0770       perform save-backorder-table.
0780       display "Backorder lines released: " lines-released.
0781       display "Backorder lines still open: " lines-still-open.
0781A      if lines-on-hold > 0
0781B          display "Backorder lines not filled, order on credit "
0781C              "hold: " lines-on-hold
0781D      end-if.
0782       if lines-released > 0
0783           display "Released lines are in " releasedfilename
0784       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-backorder-table.
0921       move 0 to backorder-count.
0922       move "N" to backorder-eof.
0923       open input backorder-file.
0924       perform until backorder-eof = "Y"
0925              or backorder-count = 300
0926           read backorder-file
0927               at end move "Y" to backorder-eof
0928               not at end
0929                   add 1 to backorder-count
0930                   move spaces to bo-tax-code(backorder-count)
0931                   move spaces to bo-customer(backorder-count)
0932                   unstring backorder-record delimited by ","
0933                       into bo-status(backorder-count)
0934                            bo-date(backorder-count)
0935                            bo-order(backorder-count)
0936                            bo-item(backorder-count)
0937                            bo-qty-text bo-price-text
0938                            bo-discount-text
0939                            bo-tax-code(backorder-count)
0940                            bo-customer(backorder-count)
0941                            bo-price-source(backorder-count)
0942                   move bo-qty-text to bo-qty(backorder-count)
0943                   move bo-price-text
0944                       to bo-unit-price(backorder-count)
0945                   move bo-discount-text
0946                       to bo-discount-pct(backorder-count)
0947           end-read
0948       end-perform.
0949       close backorder-file.
0949A      if backorder-eof = "N"
0949B          display "Backorder file holds more than 300 lines,"
0949C              " run stopped"
0949D          move 16 to return-code
0949E          stop run
0949F      end-if.
0950       display backorder-count " backorder lines loaded".
0951
0960   load-stock-table.
0961       move 0 to stock-count.
0962       move "N" to inventory-eof.
0963       open input inventory-file.
0964       perform until inventory-eof = "Y"
0965           read inventory-file
0966               at end move "Y" to inventory-eof
0967               not at end
0968                   move spaces to location-text
0969                   unstring inventory-record delimited by ","
0970                       into item-number-text on-hand-text
0971                            reorder-point-text reorder-qty-text
0972                            unit-cost-text supplier-text
0973                            location-text
0974                   if location-text not = cage-location
0975                       perform add-item-to-stock
0976                   end-if
0977           end-read
0978       end-perform.
0979       close inventory-file.
0980       display stock-count " stocked items loaded".
0981
0982   add-item-to-stock.
0983       move item-number-text to work-item-number.
0984       move on-hand-text to work-on-hand.
0985       perform find-stock-item.
0986       if stock-found-index = 0
0987          and stock-count < 100
0988           add 1 to stock-count
0989           move work-item-number to stock-item(stock-count)
0990           move 0 to stock-on-hand(stock-count)
0991           move 0 to stock-allocated(stock-count)
0992           move stock-count to stock-found-index
0993       end-if.
0994       if stock-found-index > 0
0995           add work-on-hand to stock-on-hand(stock-found-index)
0996       end-if.
0997
0998   find-stock-item.
0999       move 0 to stock-found-index.
1000       perform varying stock-index from 1 by 1
1001               until stock-index > stock-count
1002                  or stock-found-index > 0
1003           if stock-item(stock-index) = work-item-number
1004               move stock-index to stock-found-index
1005           end-if
1006       end-perform.
1007
1010   load-allocations.
1011       move "N" to allocation-eof.
1012       open input allocation-file.
1013       perform until allocation-eof = "Y"
1014           read allocation-file
1015               at end move "Y" to allocation-eof
1016               not at end
1017                   unstring allocation-record delimited by ","
1018                       into alloc-status alloc-date alloc-order
1019                            alloc-item alloc-qty-text
1020                   if alloc-status = "A"
1021                       move alloc-item to work-item-number
1022                       move alloc-qty-text to alloc-qty
1023                       perform find-stock-item
1024                       if stock-found-index > 0
1025                           add alloc-qty
1026                               to stock-allocated(stock-found-index)
1027                       end-if
1028                   end-if
1029           end-read
1030       end-perform.
1031       close allocation-file.
1032
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
1051                            tax-rate-text
1052                            tax-entry-desc(tax-code-count)
1053                   move tax-rate-text
1054                       to tax-entry-rate(tax-code-count)
1055           end-read
1056       end-perform.
1057       close tax-file.
1058
1060   fill-one-backorder.
1060A      move "N" to held-found.
1060B      if bo-status(backorder-index) = "O"
1060C          move bo-order(backorder-index) to held-work-order
1060D          perform find-held-order
1060E      end-if.
1060F      if held-found = "Y"
1060G          add 1 to lines-on-hold
1060H      end-if.
1061       if bo-status(backorder-index) = "O"
1061A         and held-found = "N"
1062           move bo-item(backorder-index) to work-item-number
1063           perform find-stock-item
1064           move 0 to fill-qty
1065           if stock-found-index > 0
1066               compute available-qty =
1067                   stock-on-hand(stock-found-index)
1068                   - stock-allocated(stock-found-index)
1069               if available-qty >= bo-qty(backorder-index)
1070                   move bo-qty(backorder-index) to fill-qty
1071               else
1072                   if available-qty > 0
1073                       move available-qty to fill-qty
1074                   end-if
1075               end-if
1076           end-if
1077           if fill-qty > 0
1078               perform release-backorder-quantity
1079           end-if
1080           if bo-status(backorder-index) = "O"
1081               add 1 to lines-still-open
1082           end-if
1083       end-if.
1084
1090   release-backorder-quantity.
1091       add fill-qty to stock-allocated(stock-found-index).
1092       subtract fill-qty from bo-qty(backorder-index).
1093       if bo-qty(backorder-index) = 0
1094           move "F" to bo-status(backorder-index)
1095           add 1 to lines-filled
1096       end-if.
1097       add 1 to lines-released.
1098       add fill-qty to units-released.
1099       compute extended-amount =
1100           fill-qty * bo-unit-price(backorder-index).
1101       compute discount-amount =
1102           (extended-amount * bo-discount-pct(backorder-index))
1103           / 100.
1104       compute net-amount = extended-amount - discount-amount.
1105       perform compute-line-tax.
1106       add net-amount to released-total.
1107       move extended-amount to extended-edited.
1108       move net-amount to net-edited.
1109       move tax-amount to tax-amount-edited.
1110       move bo-discount-pct(backorder-index)
1111           to discount-pct-edited.
1112       move spaces to released-record.
1113       string bo-order(backorder-index) ","
1114              bo-item(backorder-index) ","
1115              fill-qty ","
1116              bo-unit-price(backorder-index) ","
1117              discount-pct-edited "," extended-edited ","
1118              net-edited ","
1119              bo-tax-code(backorder-index) ","
1120              tax-amount-edited ","
1121              bo-price-source(backorder-index) ","
1121A             bo-customer(backorder-index)
1122           delimited by size into released-record.
1123       write released-record.
1124       move spaces to allocation-record.
1125       string "A," processing-date ","
1126              bo-order(backorder-index) ","
1127              bo-item(backorder-index) ","
1128              fill-qty
1129           delimited by size into allocation-record.
1130       write allocation-record.
1131       move spaces to register-line.
1132       string bo-order(backorder-index) " "
1133              bo-item(backorder-index) " "
1134              bo-date(backorder-index) " "
1135              fill-qty "     "
1136              bo-qty(backorder-index)
1137           delimited by size into register-line.
1138       write register-line.
1139
1140   compute-line-tax.
1141       move 0 to tax-amount.
1142       move 0 to line-tax-rate.
1143       perform varying tax-code-index from 1 by 1
1144               until tax-code-index > tax-code-count
1145                  or line-tax-rate > 0
1146           if tax-entry-code(tax-code-index)
1147                  = bo-tax-code(backorder-index)
1148               move tax-entry-rate(tax-code-index)
1149                   to line-tax-rate
1150           end-if
1151       end-perform.
1152       if line-tax-rate > 0
1153           compute tax-amount rounded =
1154               (net-amount * line-tax-rate) / 100
1155       end-if.
1156
1160   write-register-totals.
1161       move released-total to released-total-edited.
1162       move spaces to register-line.
1163       string "Lines released: " lines-released
1164              "  filled in full: " lines-filled
1165              "  units: " units-released
1166           delimited by size into register-line.
1167       write register-line.
1168       move spaces to register-line.
1169       string "Released net: " released-total-edited
1170              "  lines still on backorder: " lines-still-open
1171           delimited by size into register-line.
1172       write register-line.
1172A      move spaces to register-line.
1172B      string "Lines on credit hold, not filled: " lines-on-hold
1172C          delimited by size into register-line.
1172D      write register-line.
1173
1180   save-backorder-table.
1181       open output backorder-file.
1182       perform varying backorder-index from 1 by 1
1183               until backorder-index > backorder-count
1184           if bo-status(backorder-index) = "O"
1185               move bo-discount-pct(backorder-index)
1186                   to discount-pct-edited
1186A              move bo-unit-price(backorder-index)
1186B                  to unit-price-edited
1187               move spaces to backorder-record
1188               string "O," bo-date(backorder-index) ","
1189                      bo-order(backorder-index) ","
1190                      bo-item(backorder-index) ","
1191                      bo-qty(backorder-index) ","
1192                      unit-price-edited ","
1193                      discount-pct-edited ","
1194                      bo-tax-code(backorder-index) ","
1195                      bo-customer(backorder-index) ","
1196                      bo-price-source(backorder-index)
1197                   delimited by size into backorder-record
1198               write backorder-record
1199           end-if
1200       end-perform.
1201       close backorder-file.
1202
1210   load-held-orders.
1211       move 0 to held-order-count.
1212       move "N" to credit-hold-eof.
1213       open input credit-hold-file.
1214       perform until credit-hold-eof = "Y"
1215           read credit-hold-file
1216               at end move "Y" to credit-hold-eof
1217               not at end
1218                   if credit-hold-record(1:1) = "H"
1219                       unstring credit-hold-record(17:124)
1220                           delimited by "," into held-work-order
1221                       perform note-held-order
1222                   end-if
1223           end-read
1224       end-perform.
1225       close credit-hold-file.
1226       display held-order-count " orders on credit hold".
1227
1230   note-held-order.
1231       perform find-held-order.
1232       if held-found = "N"
1233           if held-order-count = 500
1234               display "More than 500 orders on credit hold,"
1235                   " run stopped"
1236               move 16 to return-code
1237               stop run
1238           end-if
1239           add 1 to held-order-count
1240           move held-work-order to held-order(held-order-count)
1241       end-if.
1242
1250   find-held-order.
1251       move "N" to held-found.
1252       perform varying held-order-index from 1 by 1
1253               until held-order-index > held-order-count
1254                  or held-found = "Y"
1255           if held-order(held-order-index) = held-work-order
1256               move "Y" to held-found
1257           end-if
1258       end-perform.
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
