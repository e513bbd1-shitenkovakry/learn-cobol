0100   identification division.
0200   program-id. Order-Interface.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional inbound-file assign to dynamic
0330A          inboundfilename
0331           organization is line sequential.
0332       select optional order-file assign to dynamic
0332A          orderfilename
0333           organization is line sequential.
0334       select reject-file assign to dynamic rejectfilename
0335           organization is line sequential.
0336       select acknowledge-file assign to dynamic
0336A          acknowledgefilename
0337           organization is line sequential.
0338       select optional customer-file assign to dynamic
0338A          customerfilename
0339           organization is line sequential.
0340       select optional inventory-file assign to dynamic
0340A          inventoryfilename
0341           organization is line sequential.
0342       select optional tax-file assign to dynamic taxfilename
0343           organization is line sequential.
0344       select optional parameter-card-file assign to dynamic
0344A          parmcardfilename
0345           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  inbound-file.
0407   01  inbound-record pic x(80).
0408   fd  order-file.
0409   01  order-record pic x(60).
0409A  fd  reject-file.
0409B  01  reject-record pic x(100).
0409C  fd  acknowledge-file.
0409D  01  acknowledge-record pic x(100).
0409E  fd  customer-file.
0409F  01  customer-record pic x(120).
0409G  fd  inventory-file.
0409H  01  inventory-record pic x(100).
0409I  fd  tax-file.
0409J  01  tax-record pic x(40).
0409K  fd  parameter-card-file.
0409L  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'parameter-card-variables'.
0413   copy 'processing-date-variables'.
0414
0420   01 inboundfilename pic x(20).
0421   01 orderfilename pic x(20).
0422   01 rejectfilename pic x(24).
0423   01 acknowledgefilename pic x(24).
0424   01 customerfilename pic x(20).
0425   01 inventoryfilename pic x(20).
0426   01 taxfilename pic x(20) value "TAXCODE.TXT".
0427   01 inbound-eof pic x value "N".
0428   01 customer-eof pic x value "N".
0429   01 inventory-eof pic x value "N".
0430   01 tax-eof pic x value "N".
0431
0440   01 customer-table.
0441       05 customer-entry-name occurs 200 times pic x(10).
0442   01 customer-count pic 9(3) value 0.
0443   01 customer-index pic 9(3).
0444
0450   01 item-table.
0451       05 item-entry-number occurs 100 times pic 9(5).
0452   01 item-count pic 9(3) value 0.
0453   01 item-index pic 9(3).
0454   01 item-number-text pic x(8).
0455
0460   01 tax-table.
0461       05 tax-entry-code occurs 20 times pic x(3).
0462   01 tax-code-count pic 9(2) value 0.
0463   01 tax-code-index pic 9(2).
0464
0470   01 record-type pic x.
0471   01 inbound-order pic x(8).
0472   01 inbound-item pic x(8).
0473   01 inbound-qty-text pic x(8).
0474   01 inbound-price-text pic x(10).
0475   01 inbound-tax-code pic x(3).
0476   01 inbound-customer pic x(8).
0477   01 inbound-item-number pic 9(5).
0478   01 inbound-qty pic 9(5).
0479   01 qty-digit-count pic 99.
0480   01 reject-reason pic x(4).
0481
0490   01 envelope-ok pic x.
0491   01 header-seen pic x.
0492   01 trailer-seen pic x.
0493   01 file-header-date pic x(8).
0494   01 file-origin pic x(8).
0495   01 file-reference pic x(10).
0496   01 detail-count pic 9(6).
0497   01 detail-hash pic 9(9).
0498   01 trailer-count pic 9(6).
0499   01 trailer-hash pic 9(9).
0499A  01 trailer-count-text pic x(8).
0499B  01 trailer-hash-text pic x(10).
0499C  01 lines-accepted pic 9(6) value 0.
0499D  01 lines-rejected pic 9(6) value 0.
0499E  01 accepted-hash pic 9(9) value 0.
0499F
0500   procedure division.
0600
0700   program-begin.
0710       move "ORDINPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "INFILE" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to inboundfilename
0716       else
0717           display "Enter inbound order file name"
0718           accept inboundfilename
0719       end-if.
0720       move "ORDERFILE" to parm-keyword.
0721       perform get-parameter-value.
0722       if parm-found = "Y"
0723           move parm-value to orderfilename
0724       else
0725           display "Enter order lines file name"
0726           accept orderfilename
0727       end-if.
0728       move "CUSTFILE" to parm-keyword.
0729       perform get-parameter-value.
0730       if parm-found = "Y"
0731           move parm-value to customerfilename
0732       else
0733           display "Enter customer file name"
0734           accept customerfilename
0735       end-if.
0736       move "INVFILE" to parm-keyword.
0737       perform get-parameter-value.
0738       if parm-found = "Y"
0739           move parm-value to inventoryfilename
0740       else
0741           display "Enter inventory master file name"
0742           accept inventoryfilename
0743       end-if.
0750       perform get-processing-date.
0751       string "ORDREJ" processing-date ".TXT"
0752           delimited by size into rejectfilename.
0753       string "ORDACK" processing-date ".TXT"
0754           delimited by size into acknowledgefilename.
0760       perform load-customer-table.
0761       perform load-item-table.
0762       perform load-tax-table.
0770       perform validate-order-envelope.
0771       open output acknowledge-file.
0772       move spaces to acknowledge-record.
0773       string "H," processing-date "," file-origin ","
0774              file-reference
0775           delimited by size into acknowledge-record.
0776       write acknowledge-record.
0780       if envelope-ok = "N"
0781           move spaces to acknowledge-record
0782           string "E,ENVELOPE REJECTED, NO LINES ACCEPTED,"
0783                  detail-count "," detail-hash
0784               delimited by size into acknowledge-record
0785           write acknowledge-record
0786       else
0787           perform accept-inbound-lines
0788       end-if.
0790       move spaces to acknowledge-record.
0791       string "T," lines-accepted "," lines-rejected ","
0792              accepted-hash
0793           delimited by size into acknowledge-record.
0794       write acknowledge-record.
0795       close acknowledge-file.
0796       display "Order lines accepted: " lines-accepted
0797           "  rejected: " lines-rejected.
0798       if envelope-ok = "N"
0799           move 8 to return-code
0800       else
0801           if lines-rejected > 0
0802               move 4 to return-code
0803           end-if
0804       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-customer-table.
0921       move 0 to customer-count.
0922       move "N" to customer-eof.
0923       open input customer-file.
0924       perform until customer-eof = "Y"
0925              or customer-count = 200
0926           read customer-file
0927               at end move "Y" to customer-eof
0928               not at end
0929                   add 1 to customer-count
0930                   unstring customer-record delimited by ","
0931                       into customer-entry-name(customer-count)
0932           end-read
0933       end-perform.
0934       close customer-file.
0935       display customer-count " customer records loaded".
0936
0940   load-item-table.
0941       move 0 to item-count.
0942       move "N" to inventory-eof.
0943       open input inventory-file.
0944       perform until inventory-eof = "Y"
0945              or item-count = 100
0946           read inventory-file
0947               at end move "Y" to inventory-eof
0948               not at end
0949                   add 1 to item-count
0950                   unstring inventory-record delimited by ","
0951                       into item-number-text
0952                   move item-number-text
0953                       to item-entry-number(item-count)
0954           end-read
0955       end-perform.
0956       close inventory-file.
0957       display item-count " inventory items loaded".
0958
0960   load-tax-table.
0961       move 0 to tax-code-count.
0962       move "N" to tax-eof.
0963       open input tax-file.
0964       perform until tax-eof = "Y" or tax-code-count = 20
0965           read tax-file
0966               at end move "Y" to tax-eof
0967               not at end
0968                   add 1 to tax-code-count
0969                   unstring tax-record delimited by ","
0970                       into tax-entry-code(tax-code-count)
0971           end-read
0972       end-perform.
0973       close tax-file.
0974
1000   validate-order-envelope.
1001       move "Y" to envelope-ok.
1002       move "N" to header-seen.
1003       move "N" to trailer-seen.
1004       move 0 to detail-count.
1005       move 0 to detail-hash.
1006       move spaces to file-origin.
1007       move spaces to file-reference.
1008       move "N" to inbound-eof.
1009       open input inbound-file.
1010       perform until inbound-eof = "Y"
1011           read inbound-file
1012               at end move "Y" to inbound-eof
1013               not at end
1014                   perform check-envelope-record
1015           end-read
1016       end-perform.
1017       close inbound-file.
1018       if header-seen = "N"
1019           display "Envelope reject: no header record"
1020           move "N" to envelope-ok
1021       end-if.
1022       if trailer-seen = "N"
1023           display "Envelope reject: no trailer record"
1024           move "N" to envelope-ok
1025       end-if.
1026       if trailer-seen = "Y"
1027          and (trailer-count not = detail-count
1028               or trailer-hash not = detail-hash)
1029           display "Envelope reject: trailer says "
1030               trailer-count " for " trailer-hash
1031               " but file holds " detail-count
1032               " for " detail-hash
1033           move "N" to envelope-ok
1034       end-if.
1035       if envelope-ok = "N"
1036           display "Inbound order file rejected, nothing accepted"
1037       else
1038           display "Envelope valid: " detail-count
1039               " order lines from " file-origin
1040       end-if.
1041
1050   check-envelope-record.
1051       move spaces to inbound-qty-text.
1052       unstring inbound-record delimited by ","
1053           into record-type inbound-order inbound-item
1054                inbound-qty-text.
1055       if record-type = "H"
1056           move "Y" to header-seen
1057           unstring inbound-record delimited by ","
1058               into record-type file-header-date file-origin
1059                    file-reference
1060       end-if.
1061       if record-type = "D"
1062           add 1 to detail-count
1063           perform check-inbound-qty
1064           if reject-reason = spaces
1065               add inbound-qty to detail-hash
1066           end-if
1067       end-if.
1068       if record-type = "T"
1069           move "Y" to trailer-seen
1070           unstring inbound-record delimited by ","
1071               into record-type trailer-count-text
1072                    trailer-hash-text
1073           move trailer-count-text to trailer-count
1074           move trailer-hash-text to trailer-hash
1075       end-if.
1076
1080   check-inbound-qty.
1081       move spaces to reject-reason.
1082       move 0 to inbound-qty.
1083       move 0 to qty-digit-count.
1084       inspect inbound-qty-text tallying qty-digit-count
1085           for characters before initial " ".
1086       if qty-digit-count = 0 or qty-digit-count > 5
1087           move "QTY " to reject-reason
1088       else
1089           if inbound-qty-text(1:qty-digit-count) is not numeric
1090               move "QTY " to reject-reason
1091           else
1092               move inbound-qty-text(1:qty-digit-count)
1093                   to inbound-qty
1094               if inbound-qty = 0
1095                   move "QTY " to reject-reason
1096               end-if
1097           end-if
1098       end-if.
1099
1100   accept-inbound-lines.
1101       open extend order-file.
1102       open output reject-file.
1103       move "N" to inbound-eof.
1104       open input inbound-file.
1105       perform until inbound-eof = "Y"
1106           read inbound-file
1107               at end move "Y" to inbound-eof
1108               not at end
1109                   perform validate-one-order-line
1110           end-read
1111       end-perform.
1112       close inbound-file.
1113       close reject-file.
1114       close order-file.
1115
1120   validate-one-order-line.
1121       move spaces to inbound-tax-code.
1122       move spaces to inbound-customer.
1123       move spaces to inbound-qty-text.
1124       unstring inbound-record delimited by ","
1125           into record-type inbound-order inbound-item
1126                inbound-qty-text inbound-price-text
1127                inbound-tax-code inbound-customer.
1128       if record-type = "D"
1129           perform check-inbound-qty
1130           if reject-reason = spaces
1131               perform check-inbound-customer
1132           end-if
1133           if reject-reason = spaces
1134               perform check-inbound-item
1135           end-if
1136           if reject-reason = spaces
1137               perform check-inbound-tax-code
1138           end-if
1139           if reject-reason = spaces
1140               perform write-accepted-line
1141           else
1142               perform write-rejected-line
1143           end-if
1144       end-if.
1145
1150   check-inbound-customer.
1151       if inbound-customer = spaces
1152           move file-origin to inbound-customer
1153       end-if.
1154       move "CUST" to reject-reason.
1155       perform varying customer-index from 1 by 1
1156               until customer-index > customer-count
1157                  or reject-reason = spaces
1158           if customer-entry-name(customer-index)(1:8)
1159                  = inbound-customer
1160               move spaces to reject-reason
1161           end-if
1162       end-perform.
1163
1170   check-inbound-item.
1171       move "ITEM" to reject-reason.
1172       move 0 to qty-digit-count.
1173       inspect inbound-item tallying qty-digit-count
1173A          for characters before initial " ".
1173B      if qty-digit-count > 0 and qty-digit-count < 6
1173C         and inbound-item(1:qty-digit-count) is numeric
1174           move inbound-item(1:qty-digit-count)
1174A              to inbound-item-number
1175           perform varying item-index from 1 by 1
1176                   until item-index > item-count
1177                      or reject-reason = spaces
1178               if item-entry-number(item-index)
1179                      = inbound-item-number
1180                   move spaces to reject-reason
1181               end-if
1182           end-perform
1183       end-if.
1184
1190   check-inbound-tax-code.
1191       move "TAX " to reject-reason.
1192       perform varying tax-code-index from 1 by 1
1193               until tax-code-index > tax-code-count
1194                  or reject-reason = spaces
1195           if tax-entry-code(tax-code-index) = inbound-tax-code
1196               move spaces to reject-reason
1197           end-if
1198       end-perform.
1199
1200   write-accepted-line.
1201       move spaces to order-record.
1202       string inbound-order delimited by space
1203              "," delimited by size
1204              inbound-item delimited by space
1205              "," delimited by size
1206              inbound-qty "," delimited by size
1207              inbound-price-text delimited by space
1208              "," delimited by size
1209              inbound-tax-code delimited by space
1210              "," delimited by size
1211              inbound-customer delimited by space
1212           into order-record.
1213       write order-record.
1214       add 1 to lines-accepted.
1215       add inbound-qty to accepted-hash.
1216       move spaces to acknowledge-record.
1217       string "A," inbound-order "," inbound-item ","
1218              inbound-qty ",OK"
1219           delimited by size into acknowledge-record.
1220       write acknowledge-record.
1221
1230   write-rejected-line.
1231       add 1 to lines-rejected.
1232       move spaces to reject-record.
1233       string reject-reason "," inbound-record
1234           delimited by size into reject-record.
1235       write reject-record.
1236       move spaces to acknowledge-record.
1237       string "R," inbound-order "," inbound-item ","
1238              inbound-qty-text "," reject-reason
1239           delimited by size into acknowledge-record.
1240       write acknowledge-record.
1241
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
