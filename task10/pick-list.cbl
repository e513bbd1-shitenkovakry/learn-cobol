0100   identification division.
0200   program-id. Pick-List.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional priced-file assign to dynamic
0330A          pricedfilename
0331           organization is line sequential.
0332       select optional inventory-file assign to dynamic
0332A          inventoryfilename
0333           organization is line sequential.
0334       select optional customer-file assign to dynamic
0334A          customerfilename
0335           organization is line sequential.
0336       select pick-list-file assign to dynamic picklistfilename
0337           organization is line sequential.
0338       select packing-slip-file assign to dynamic
0338A          packingslipfilename
0339           organization is line sequential.
0340       select optional pick-detail-file assign to dynamic
0340A          pickdetailfilename
0341           organization is line sequential.
0342       select optional parameter-card-file assign to dynamic
0342A          parmcardfilename
0343           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  priced-file.
0407   01  priced-record pic x(120).
0408   fd  inventory-file.
0409   01  inventory-record pic x(100).
0409A  fd  customer-file.
0409B  01  customer-record pic x(120).
0409C  fd  pick-list-file.
0409D  01  pick-list-line pic x(80).
0409E  fd  packing-slip-file.
0409F  01  packing-slip-line pic x(80).
0409G  fd  pick-detail-file.
0409H  01  pick-detail-record pic x(40).
0409I  fd  parameter-card-file.
0409J  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414
0420   01 pricedfilename pic x(20).
0421   01 inventoryfilename pic x(20).
0422   01 customerfilename pic x(20).
0423   01 picklistfilename pic x(24).
0424   01 packingslipfilename pic x(24).
0425   01 pickdetailfilename pic x(20) value "PICKDTL.TXT".
0426   01 priced-eof pic x value "N".
0427   01 inventory-eof pic x value "N".
0428   01 customer-eof pic x value "N".
0429
0430   01 item-table.
0431       05 item-entry occurs 100 times.
0432           10 item-number pic 9(5).
0433           10 item-on-hand pic s9(5).
0434           10 item-location pic x(4).
0435           10 item-picked pic 9(5).
0436   01 item-count pic 9(3) value 0.
0437   01 item-index pic 9(3).
0438   01 item-number-text pic x(8).
0439   01 on-hand-text pic x(8).
0440   01 reorder-point-text pic x(8).
0441   01 reorder-qty-text pic x(8).
0442   01 unit-cost-text pic x(10).
0443   01 supplier-text pic x(8).
0444   01 location-text pic x(4).
0445   01 cage-location pic x(4) value "CAGE".
0446
0450   01 customer-table.
0451       05 customer-entry occurs 200 times.
0452           10 customer-entry-name pic x(10).
0453           10 customer-entry-street pic x(20).
0454           10 customer-entry-city pic x(15).
0455           10 customer-entry-postal pic x(8).
0456   01 customer-count pic 9(3) value 0.
0457   01 customer-index pic 9(3).
0458   01 customer-found-index pic 9(3).
0459   01 customer-template pic x(10).
0460   01 customer-occasion pic x.
0461   01 customer-sig-date pic x(8).
0462
0470   01 priced-order pic x(8).
0471   01 priced-item pic x(8).
0472   01 priced-qty-text pic x(8).
0473   01 priced-price-text pic x(10).
0474   01 priced-disc-text pic x(6).
0475   01 priced-extended-text pic x(12).
0476   01 priced-net-text pic x(12).
0477   01 priced-tax-code pic x(3).
0478   01 priced-tax-text pic x(12).
0479   01 priced-source pic x(8).
0480   01 priced-customer pic x(8).
0481   01 priced-qty pic 9(5).
0482   01 work-item-number pic 9(5).
0483
0490   01 current-order pic x(8).
0491   01 current-customer pic x(8).
0492   01 first-priced-line pic x value "Y".
0493   01 order-line-table.
0494       05 order-line occurs 100 times.
0495           10 order-line-item pic x(8).
0496           10 order-line-qty pic 9(5).
0497   01 order-line-count pic 9(3) value 0.
0498   01 order-line-index pic 9(3).
0499   01 pick-line-table.
0499A      05 pick-line occurs 200 times.
0499B          10 pick-line-location pic x(4).
0499C          10 pick-line-item pic x(8).
0499D          10 pick-line-qty pic 9(5).
0499E  01 pick-line-count pic 9(3) value 0.
0499F  01 pick-line-index pic 9(3).
0499G  01 location-list.
0499H      05 location-list-code occurs 20 times pic x(4).
0499I  01 location-list-count pic 9(2) value 0.
0499J  01 location-list-index pic 9(2).
0499K  01 location-listed pic x.
0499L  01 pick-open-qty pic 9(5).
0499M  01 pick-take-qty pic 9(5).
0499N  01 pick-free-qty pic s9(5).
0499O  01 short-location pic x(4) value "????".
0499P  01 orders-listed pic 9(4) value 0.
0499Q  01 lines-listed pic 9(5) value 0.
0499R  01 lines-short pic 9(4) value 0.
0499S
0500   procedure division.
0600
0700   program-begin.
0710       move "PICKPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "PRICEDFILE" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to pricedfilename
0716       else
0717           display "Enter priced order file name"
0718           accept pricedfilename
0719       end-if.
0720       move "INVFILE" to parm-keyword.
0721       perform get-parameter-value.
0722       if parm-found = "Y"
0723           move parm-value to inventoryfilename
0724       else
0725           display "Enter inventory master file name"
0726           accept inventoryfilename
0727       end-if.
0728       move "CUSTFILE" to parm-keyword.
0729       perform get-parameter-value.
0730       if parm-found = "Y"
0731           move parm-value to customerfilename
0732       else
0733           display "Enter customer file name"
0734           accept customerfilename
0735       end-if.
0740       perform get-processing-date.
0741       string "PICKLIST" processing-date ".TXT"
0742           delimited by size into picklistfilename.
0743       string "PACKSLIP" processing-date ".TXT"
0744           delimited by size into packingslipfilename.
0750       perform load-inventory-locations.
0751       perform load-customer-table.
0760       open input priced-file.
0761       open output pick-list-file.
0762       open output packing-slip-file.
0763       open extend pick-detail-file.
0770       perform read-priced-lines
0771           until priced-eof = "Y".
0772       if order-line-count > 0
0773           perform produce-order-documents
0774       end-if.
0780       move spaces to pick-list-line.
0781       string "Orders: " orders-listed
0782              "  lines: " lines-listed
0783              "  lines short: " lines-short
0784           delimited by size into pick-list-line.
0785       write pick-list-line.
0790       close priced-file.
0791       close pick-list-file.
0792       close packing-slip-file.
0793       close pick-detail-file.
0794       display "Pick lists produced for " orders-listed
0795           " orders".
0796       if lines-short > 0
0797           display lines-short " lines could not be located"
0798       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-inventory-locations.
0921       move 0 to item-count.
0922       move "N" to inventory-eof.
0923       open input inventory-file.
0924       perform until inventory-eof = "Y" or item-count = 100
0925           read inventory-file
0926               at end move "Y" to inventory-eof
0927               not at end
0928                   move spaces to location-text
0929                   unstring inventory-record delimited by ","
0930                       into item-number-text on-hand-text
0931                            reorder-point-text reorder-qty-text
0932                            unit-cost-text supplier-text
0933                            location-text
0934                   if location-text = spaces
0935                       move "WH1" to location-text
0936                   end-if
0937                   if location-text not = cage-location
0938                       add 1 to item-count
0939                       move item-number-text
0940                           to item-number(item-count)
0941                       move on-hand-text
0942                           to item-on-hand(item-count)
0943                       move location-text
0944                           to item-location(item-count)
0945                       move 0 to item-picked(item-count)
0946                   end-if
0947           end-read
0948       end-perform.
0949       close inventory-file.
0950       display item-count " stock locations loaded".
0951
0960   load-customer-table.
0961       move 0 to customer-count.
0962       move "N" to customer-eof.
0963       open input customer-file.
0964       perform until customer-eof = "Y"
0965              or customer-count = 200
0966           read customer-file
0967               at end move "Y" to customer-eof
0968               not at end
0969                   add 1 to customer-count
0970                   move spaces to
0971                       customer-entry-street(customer-count)
0972                   move spaces to
0973                       customer-entry-city(customer-count)
0974                   move spaces to
0975                       customer-entry-postal(customer-count)
0976                   unstring customer-record delimited by ","
0977                       into customer-entry-name(customer-count)
0978                            customer-template
0979                            customer-occasion
0980                            customer-sig-date
0981                            customer-entry-street(customer-count)
0982                            customer-entry-city(customer-count)
0983                            customer-entry-postal(customer-count)
0984           end-read
0985       end-perform.
0986       close customer-file.
0987       display customer-count " customer records loaded".
0988
1000   read-priced-lines.
1001       read priced-file
1002           at end move "Y" to priced-eof
1003           not at end
1004               perform take-one-priced-line
1005       end-read.
1006
1010   take-one-priced-line.
1011       move spaces to priced-customer.
1012       unstring priced-record delimited by ","
1013           into priced-order priced-item priced-qty-text
1014                priced-price-text priced-disc-text
1015                priced-extended-text priced-net-text
1016                priced-tax-code priced-tax-text
1017                priced-source priced-customer.
1018       if priced-order = "Orders: " or priced-net-text = spaces
1019           move "Y" to priced-eof
1020       else
1021           move priced-qty-text to priced-qty
1022           if first-priced-line = "Y"
1023               move priced-order to current-order
1024               move priced-customer to current-customer
1025               move "N" to first-priced-line
1026           else
1027               if priced-order not = current-order
1028                  or order-line-count = 100
1029                   perform produce-order-documents
1030                   move priced-order to current-order
1031                   move priced-customer to current-customer
1032               end-if
1033           end-if
1034           add 1 to order-line-count
1035           move priced-item to order-line-item(order-line-count)
1036           move priced-qty to order-line-qty(order-line-count)
1037       end-if.
1038
1040   produce-order-documents.
1041       add 1 to orders-listed.
1042       move 0 to pick-line-count.
1043       perform assign-pick-locations
1044           varying order-line-index from 1 by 1
1045           until order-line-index > order-line-count.
1046       perform write-order-pick-list.
1047       perform write-packing-slip.
1048       move 0 to order-line-count.
1049
1050   assign-pick-locations.
1051       add 1 to lines-listed.
1052       move order-line-item(order-line-index) to work-item-number.
1053       move order-line-qty(order-line-index) to pick-open-qty.
1054       perform varying item-index from 1 by 1
1055               until item-index > item-count
1056                  or pick-open-qty = 0
1057           if item-number(item-index) = work-item-number
1058               compute pick-free-qty =
1059                   item-on-hand(item-index)
1059A                  - item-picked(item-index)
1060               if pick-free-qty > 0
1061                   if pick-free-qty >= pick-open-qty
1062                       move pick-open-qty to pick-take-qty
1063                   else
1064                       move pick-free-qty to pick-take-qty
1065                   end-if
1066                   add pick-take-qty to item-picked(item-index)
1067                   subtract pick-take-qty from pick-open-qty
1068                   move item-location(item-index) to location-text
1069                   perform add-pick-line
1070               end-if
1071           end-if
1072       end-perform.
1073       if pick-open-qty > 0
1074           add 1 to lines-short
1075           move pick-open-qty to pick-take-qty
1076           move short-location to location-text
1077           perform add-pick-line
1078       end-if.
1079
1080   add-pick-line.
1081       if pick-line-count < 200
1082           add 1 to pick-line-count
1083           move location-text
1084               to pick-line-location(pick-line-count)
1085           move order-line-item(order-line-index)
1086               to pick-line-item(pick-line-count)
1087           move pick-take-qty to pick-line-qty(pick-line-count)
1088           if location-text not = short-location
1089               move spaces to pick-detail-record
1090               string current-order ","
1091                      order-line-item(order-line-index) ","
1092                      location-text "," pick-take-qty
1093                   delimited by size into pick-detail-record
1094               write pick-detail-record
1095           end-if
1096       end-if.
1097
1100   write-order-pick-list.
1101       move spaces to pick-list-line.
1102       write pick-list-line.
1103       move spaces to pick-list-line.
1104       string "PICK LIST  order " current-order
1105              "  customer " current-customer
1106              "  date " processing-date
1107           delimited by size into pick-list-line.
1108       write pick-list-line.
1109       move 0 to location-list-count.
1110       perform varying pick-line-index from 1 by 1
1111               until pick-line-index > pick-line-count
1112           perform note-pick-location
1113       end-perform.
1114       perform varying location-list-index from 1 by 1
1115               until location-list-index > location-list-count
1116           move spaces to pick-list-line
1117           string "  Location "
1118                  location-list-code(location-list-index)
1119               delimited by size into pick-list-line
1120           write pick-list-line
1121           perform varying pick-line-index from 1 by 1
1122                   until pick-line-index > pick-line-count
1123               if pick-line-location(pick-line-index)
1124                      = location-list-code(location-list-index)
1125                   move spaces to pick-list-line
1126                   string "    item "
1126A                         pick-line-item(pick-line-index)
1127                          "  qty " pick-line-qty(pick-line-index)
1128                          "  picked ____"
1129                       delimited by size into pick-list-line
1130                   write pick-list-line
1131               end-if
1132           end-perform
1133       end-perform.
1134
1140   note-pick-location.
1141       move "N" to location-listed.
1142       perform varying location-list-index from 1 by 1
1143               until location-list-index > location-list-count
1144                  or location-listed = "Y"
1145           if location-list-code(location-list-index)
1146                  = pick-line-location(pick-line-index)
1147               move "Y" to location-listed
1148           end-if
1149       end-perform.
1150       if location-listed = "N"
1151          and location-list-count < 20
1152           add 1 to location-list-count
1153           move pick-line-location(pick-line-index)
1154               to location-list-code(location-list-count)
1155       end-if.
1156
1160   write-packing-slip.
1161       move 0 to customer-found-index.
1162       perform varying customer-index from 1 by 1
1163               until customer-index > customer-count
1164                  or customer-found-index > 0
1165           if customer-entry-name(customer-index)(1:8)
1166                  = current-customer
1167               move customer-index to customer-found-index
1168           end-if
1169       end-perform.
1170       move spaces to packing-slip-line.
1171       write packing-slip-line.
1172       move spaces to packing-slip-line.
1173       string "PACKING SLIP  order " current-order
1174              "  date " processing-date
1175           delimited by size into packing-slip-line.
1176       write packing-slip-line.
1177       move spaces to packing-slip-line.
1178       string "Ship to: " current-customer
1179           delimited by size into packing-slip-line.
1180       write packing-slip-line.
1181       if customer-found-index > 0
1182           move spaces to packing-slip-line
1183           string "         "
1184                  customer-entry-street(customer-found-index)
1185               delimited by size into packing-slip-line
1186           write packing-slip-line
1187           move spaces to packing-slip-line
1188           string "         "
1189                  customer-entry-city(customer-found-index) " "
1190                  customer-entry-postal(customer-found-index)
1191               delimited by size into packing-slip-line
1192           write packing-slip-line
1193       end-if.
1194       move spaces to packing-slip-line.
1195       move "  Item      Ordered  Shipped" to packing-slip-line.
1196       write packing-slip-line.
1197       perform varying order-line-index from 1 by 1
1198               until order-line-index > order-line-count
1199           move spaces to packing-slip-line
1200           string "  " order-line-item(order-line-index)
1201                  "  " order-line-qty(order-line-index)
1202                  "    _____"
1203               delimited by size into packing-slip-line
1204           write packing-slip-line
1205       end-perform.
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
