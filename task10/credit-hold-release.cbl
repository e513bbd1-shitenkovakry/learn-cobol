0100   identification division.
0200   program-id. Credit-Hold-Release.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional credit-hold-file assign to dynamic
0330A          creditholdfilename
0331           organization is line sequential.
0332       select optional released-file assign to dynamic
0332A          releasedfilename
0333           organization is line sequential.
0334       select optional history-file assign to dynamic
0334A          historyfilename
0335           organization is line sequential.
0336       select optional allocation-file assign to dynamic
0336A          allocationfilename
0337           organization is line sequential.
0338       select optional backorder-file assign to dynamic
0338A          backorderfilename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  credit-hold-file.
0407   01  credit-hold-record pic x(140).
0408   fd  released-file.
0409   01  released-record pic x(120).
0409A  fd  history-file.
0409B  01  history-record pic x(100).
0409C  fd  allocation-file.
0409D  01  allocation-record pic x(60).
0409E  fd  backorder-file.
0409F  01  backorder-record pic x(100).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413
0420   01 creditholdfilename pic x(20) value "CREDHOLD.TXT".
0421   01 releasedfilename pic x(24).
0422   01 historyfilename pic x(20) value "CREDHIST.TXT".
0423   01 credit-hold-eof pic x value "N".
0424
0430   01 hold-table.
0431       05 hold-entry occurs 500 times.
0432           10 hold-status pic x.
0433           10 hold-date pic x(8).
0434           10 hold-reason pic x(4).
0435           10 hold-detail pic x(120).
0436           10 hold-order pic x(8).
0437           10 hold-net pic 9(7)v99.
0438   01 hold-count pic 9(3) value 0.
0439   01 hold-index pic 9(3).
0439A  01 scan-index pic 9(3).
0440   01 hold-status-text pic x(2).
0441
0450   01 detail-item pic x(8).
0452   01 detail-qty-text pic x(8).
0453   01 detail-price-text pic x(10).
0454   01 detail-disc-text pic x(6).
0455   01 detail-extended-text pic x(12).
0456   01 detail-net-text pic x(12).
0457   01 detail-tax-code pic x(3).
0458
0460   01 operator-id pic x(8).
0461   01 release-pick pic x.
0462   01 work-order pic x(8).
0463   01 work-action pic x.
0464   01 order-lines-found pic 9(3).
0465   01 order-net-total pic 9(8)v99.
0466   01 order-net-edited pic 9(8).99.
0467   01 order-hold-reason pic x(4).
0468   01 order-hold-date pic x(8).
0469   01 run-time pic 9(8).
0470   01 file-changed pic x value "N".
0471   01 orders-released pic 9(4) value 0.
0472   01 orders-cancelled pic 9(4) value 0.
0473   01 last-listed-order pic x(8).
0474   01 allocationfilename pic x(20) value "ALLOCATE.TXT".
0475   01 allocation-eof pic x value "N".
0476   01 allocation-table.
0477       05 allocation-line occurs 1000 times pic x(60).
0478   01 allocation-count pic 9(4) value 0.
0479   01 allocation-index pic 9(4).
0480   01 alloc-status pic x.
0481   01 alloc-date pic x(8).
0482   01 alloc-order pic x(8).
0483   01 allocations-freed pic 9(4).
0483A  01 allocations-dropped pic 9(5).
0484   01 backorderfilename pic x(20) value "BACKORDER.TXT".
0485   01 backorder-eof pic x value "N".
0486   01 backorder-table.
0487       05 backorder-line occurs 300 times pic x(100).
0488   01 backorder-count pic 9(3) value 0.
0489   01 backorder-index pic 9(3).
0490   01 bo-status pic x.
0491   01 bo-date pic x(8).
0492   01 bo-order pic x(8).
0493   01 backorders-closed pic 9(3).
0494   01 backorders-dropped pic 9(5).
0474
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter operator id".
0711       accept operator-id.
0720       perform get-processing-date.
0721       string "CREDREL" processing-date ".TXT"
0722           delimited by size into releasedfilename.
0730       perform load-hold-table.
0740       perform release-cycle
0741           until release-pick = "X".
0750       if file-changed = "Y"
0751           perform save-hold-table
0752       end-if.
0760       display "Orders released: " orders-released
0761           "  cancelled: " orders-cancelled.
0762       if orders-released > 0
0763           display "Released lines are in " releasedfilename
0764               ", the priced order file for Pick-List"
0764A          display "and Shipment-Confirmation"
0765       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-hold-table.
0921       move 0 to hold-count.
0922       move "N" to credit-hold-eof.
0923       open input credit-hold-file.
0924       perform until credit-hold-eof = "Y"
0925              or hold-count = 500
0926           read credit-hold-file
0927               at end move "Y" to credit-hold-eof
0928               not at end
0929                   add 1 to hold-count
0930                   unstring credit-hold-record delimited by ","
0931                       into hold-status-text
0932                            hold-date(hold-count)
0933                            hold-reason(hold-count)
0934                   move hold-status-text(1:1)
0935                       to hold-status(hold-count)
0936                   move credit-hold-record(17:120)
0937                       to hold-detail(hold-count)
0938                   perform parse-hold-detail
0939           end-read
0940       end-perform.
0941       close credit-hold-file.
0941A      if credit-hold-eof = "N"
0941B          display "Credit hold file holds more than 500 lines,"
0941C              " run stopped"
0941D          move 16 to return-code
0941E          stop run
0941F      end-if.
0942       display hold-count " held order lines loaded".
0943
0950   parse-hold-detail.
0951       move spaces to detail-net-text.
0952       unstring hold-detail(hold-count) delimited by ","
0953           into hold-order(hold-count)
0954                detail-item detail-qty-text detail-price-text
0955                detail-disc-text detail-extended-text
0956                detail-net-text detail-tax-code.
0957       if detail-net-text = spaces
0958           move 0 to hold-net(hold-count)
0959       else
0960           move detail-net-text to hold-net(hold-count)
0961       end-if.
0962
1000   release-cycle.
1001       display " ".
1002       display "L = list held orders, R = release an order,".
1003       display "C = cancel an order, X = save and exit".
1004       accept release-pick.
1005       if release-pick = "L"
1006           perform list-held-orders
1007       end-if.
1008       if release-pick = "R" or release-pick = "C"
1009           move release-pick to work-action
1010           perform decide-held-order
1011       end-if.
1012
1020   list-held-orders.
1021       display "Order    Held on  Reason Lines".
1022       move spaces to last-listed-order.
1023       perform varying hold-index from 1 by 1
1024               until hold-index > hold-count
1025           if hold-status(hold-index) = "H"
1026              and hold-order(hold-index) not = last-listed-order
1027               move hold-order(hold-index) to work-order
1028               perform total-held-order
1029               move order-net-total to order-net-edited
1030               display hold-order(hold-index) " "
1031                   hold-date(hold-index) " "
1032                   hold-reason(hold-index) "   "
1033                   order-lines-found "  net "
1034                   order-net-edited
1035               move hold-order(hold-index) to last-listed-order
1036           end-if
1037       end-perform.
1038
1040   total-held-order.
1041       move 0 to order-lines-found.
1042       move 0 to order-net-total.
1043       move spaces to order-hold-reason.
1044       move spaces to order-hold-date.
1049       perform varying scan-index from 1 by 1
1050               until scan-index > hold-count
1051           if hold-status(scan-index) = "H"
1052              and hold-order(scan-index) = work-order
1053               add 1 to order-lines-found
1054               add hold-net(scan-index) to order-net-total
1055               move hold-reason(scan-index)
1056                   to order-hold-reason
1057               move hold-date(scan-index) to order-hold-date
1058           end-if
1059       end-perform.
1060
1070   decide-held-order.
1071       display "Enter order number".
1072       accept work-order.
1073       perform total-held-order.
1074       if order-lines-found = 0
1075           display "Order " work-order " is not on credit hold"
1076       else
1077           move order-net-total to order-net-edited
1078           display "Order " work-order " held "
1079               order-hold-date " reason " order-hold-reason
1080               " net " order-net-edited
1081           perform apply-hold-decision
1082           perform write-history-entry
1083           move "Y" to file-changed
1084       end-if.
1085
1090   apply-hold-decision.
1091       if work-action = "R"
1092           open extend released-file
1093       end-if.
1094       perform varying hold-index from 1 by 1
1095               until hold-index > hold-count
1096           if hold-status(hold-index) = "H"
1097              and hold-order(hold-index) = work-order
1098               move work-action to hold-status(hold-index)
1099               if work-action = "R"
1100                   move hold-detail(hold-index)
1101                       to released-record
1102                   write released-record
1103               end-if
1104           end-if
1105       end-perform.
1106       if work-action = "R"
1107           close released-file
1108           add 1 to orders-released
1109           display "Order " work-order " released"
1110       else
1111           add 1 to orders-cancelled
1111A          perform free-order-allocations
1111B          perform close-order-backorders
1112           display "Order " work-order " cancelled"
1113       end-if.
1114
1120   write-history-entry.
1121       accept run-time from time.
1122       open extend history-file.
1123       move spaces to history-record.
1124       string processing-date "," run-time ","
1125              operator-id "," work-order ","
1126              work-action "," order-hold-reason ","
1127              order-hold-date "," order-net-edited
1128           delimited by size into history-record.
1129       write history-record.
1130       close history-file.
1131
1140   save-hold-table.
1141       open output credit-hold-file.
1142       perform varying hold-index from 1 by 1
1143               until hold-index > hold-count
1144           if hold-status(hold-index) = "H"
1145               move spaces to credit-hold-record
1146               string hold-status(hold-index) ","
1147                      hold-date(hold-index) ","
1148                      hold-reason(hold-index) ","
1149                      hold-detail(hold-index)
1150                   delimited by size into credit-hold-record
1151               write credit-hold-record
1152           end-if
1153       end-perform.
1154       close credit-hold-file.
1155
1160   free-order-allocations.
1161       move 0 to allocation-count.
1162       move 0 to allocations-freed.
1162A      move 0 to allocations-dropped.
1163       move "N" to allocation-eof.
1164       open input allocation-file.
1165       perform until allocation-eof = "Y"
1166              or allocation-count = 1000
1167           read allocation-file
1168               at end move "Y" to allocation-eof
1169               not at end
1173                   unstring allocation-record delimited by ","
1174                       into alloc-status alloc-date alloc-order
1175                   if alloc-status = "A"
1176                      and alloc-order = work-order
1179                       add 1 to allocations-freed
1179A                  end-if
1179B                  if alloc-status = "A"
1179C                     and alloc-order not = work-order
1179D                      add 1 to allocation-count
1179E                      move allocation-record
1179F                          to allocation-line(allocation-count)
1179G                  else
1179H                      add 1 to allocations-dropped
1180                   end-if
1181           end-read
1182       end-perform.
1183       close allocation-file.
1184       if allocations-dropped > 0
1184A         and allocation-eof = "Y"
1185           open output allocation-file
1186           perform varying allocation-index from 1 by 1
1187                   until allocation-index > allocation-count
1188               move allocation-line(allocation-index)
1189                   to allocation-record
1190               write allocation-record
1191           end-perform
1192           close allocation-file
1193           display allocations-freed
1194               " stock allocations freed for " work-order
1195       end-if.
1196       if allocation-eof = "N"
1197           display "Allocation file too large, allocations for "
1198               work-order " must be freed by hand"
1199       end-if.
1199A
1200   close-order-backorders.
1201       move 0 to backorder-count.
1202       move 0 to backorders-closed.
1202A      move 0 to backorders-dropped.
1203       move "N" to backorder-eof.
1204       open input backorder-file.
1205       perform until backorder-eof = "Y"
1206              or backorder-count = 300
1207           read backorder-file
1208               at end move "Y" to backorder-eof
1209               not at end
1213                   unstring backorder-record delimited by ","
1214                       into bo-status bo-date bo-order
1215                   if bo-status = "O"
1216                      and bo-order = work-order
1219                       add 1 to backorders-closed
1219A                  end-if
1219B                  if bo-status = "O"
1219C                     and bo-order not = work-order
1219D                      add 1 to backorder-count
1219E                      move backorder-record
1219F                          to backorder-line(backorder-count)
1219G                  else
1219H                      add 1 to backorders-dropped
1220                   end-if
1221           end-read
1222       end-perform.
1223       close backorder-file.
1224       if backorders-dropped > 0
1225          and backorder-eof = "Y"
1226           open output backorder-file
1227           perform varying backorder-index from 1 by 1
1228                   until backorder-index > backorder-count
1229               move backorder-line(backorder-index)
1230                   to backorder-record
1231               write backorder-record
1232           end-perform
1233           close backorder-file
1234           display backorders-closed
1235               " backorder lines closed for " work-order
1236       end-if.
1237       if backorder-eof = "N"
1238           display "Backorder file too large, backorders for "
1239               work-order " must be closed by hand"
1240       end-if.
9900   copy 'processing-date-routine'.
