0100   identification division.
0200   program-id. Collections-Maintenance.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional collection-file assign to dynamic
0330A          collectionfilename
0331           organization is line sequential.
0332       select optional open-item-file assign to dynamic
0332A          openitemfilename
0333           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  collection-file.
0407   01  collection-record pic x(120).
0408   fd  open-item-file.
0409   01  open-item-record pic x(80).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413
0420   01 collectionfilename pic x(20) value "COLLECT.TXT".
0421   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0422   01 input-eof pic x value "N".
0423   01 file-changed pic x value "N".
0424
0430   01 collection-table.
0431       05 collection-entry occurs 1000 times.
0432           10 coll-account pic x(8).
0433           10 coll-item-date pic x(8).
0434           10 coll-item-code pic x(5).
0435           10 coll-type pic x.
0436           10 coll-entered-date pic x(8).
0437           10 coll-status pic x.
0438           10 coll-promise-date pic x(8).
0439           10 coll-promise-amount pic 9(6)v99.
0440           10 coll-collector pic x(8).
0441           10 coll-note pic x(40).
0442   01 collection-count pic 9(4) value 0.
0443   01 collection-index pic 9(4).
0444   01 promise-amount-text pic x(12).
0445   01 promise-amount-edited pic 9(6).99.
0446
0450   01 open-item-table.
0451       05 open-item-entry occurs 500 times.
0452           10 item-account pic x(8).
0453           10 item-date pic x(8).
0454           10 item-remaining pic s9(6)v99.
0455           10 item-code pic x(5).
0456   01 open-item-count pic 9(3) value 0.
0457   01 open-item-index pic 9(3).
0458   01 item-account-text pic x(8).
0459   01 item-date-text pic x(10).
0460   01 item-original-text pic x(12).
0461   01 item-remaining-text pic x(12).
0462   01 item-code-text pic x(5).
0463   01 item-status pic x.
0464   01 item-remaining-edited pic -9(6).99.
0465
0470   01 pick-list.
0471       05 pick-entry occurs 20 times pic 9(4).
0472   01 pick-count pic 9(2).
0473   01 pick-index pic 9(2).
0474   01 pick-number pic 9(2).
0475   01 pick-number-text pic x(2) justified right.
0476   01 pick-number-edited pic z9.
0477   01 picked-index pic 9(4).
0478
0480   01 maintenance-pick pic x value space.
0481   01 collector-id pic x(8).
0482   01 work-account pic x(8).
0483   01 work-item-date pic x(8).
0484   01 work-item-code pic x(5).
0485   01 work-promise-date pic x(8).
0486   01 work-promise-amount pic 9(6)v99.
0487   01 work-note pic x(40).
0488   01 work-type pic x.
0489   01 item-picked pic x.
0490   01 dispute-open pic x.
0491   01 type-name pic x(8).
0492
0500   procedure division.
0600
0700   program-begin.
0701       perform get-processing-date.
0702       perform load-collection-table.
0703       perform load-open-item-table.
0704       display "Enter collector id".
0705       accept collector-id.
0706       perform maintenance-cycle
0707           until maintenance-pick = "X".
0708       if file-changed = "Y"
0709           perform save-collection-table
0710           display "Collections file saved, " collection-count
0711               " entries"
0712       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-collection-table.
0921       move 0 to collection-count.
0922       move "N" to input-eof.
0923       open input collection-file.
0924       perform until input-eof = "Y"
0925              or collection-count = 1000
0926           read collection-file
0927               at end move "Y" to input-eof
0928               not at end
0929                   perform load-one-collection-entry
0930           end-read
0931       end-perform.
0932       close collection-file.
0933       if input-eof = "N"
0934           display "Collections file holds more than 1000"
0935               " entries, run stopped"
0936           move 16 to return-code
0937           stop run
0938       end-if.
0939       display collection-count " collection entries loaded".
0940
0950   load-one-collection-entry.
0951       add 1 to collection-count.
0952       move spaces to promise-amount-text.
0953       unstring collection-record delimited by ","
0954           into coll-account(collection-count)
0955                coll-item-date(collection-count)
0956                coll-item-code(collection-count)
0957                coll-type(collection-count)
0958                coll-entered-date(collection-count)
0959                coll-status(collection-count)
0960                coll-promise-date(collection-count)
0961                promise-amount-text
0962                coll-collector(collection-count)
0963                coll-note(collection-count).
0964       if promise-amount-text = spaces
0965           move 0 to coll-promise-amount(collection-count)
0966       else
0967           move promise-amount-text
0968               to coll-promise-amount(collection-count)
0969       end-if.
0970
0980   load-open-item-table.
0981       move 0 to open-item-count.
0982       move "N" to input-eof.
0983       open input open-item-file.
0984       perform until input-eof = "Y"
0985              or open-item-count = 500
0986           read open-item-file
0987               at end move "Y" to input-eof
0988               not at end
0989                   unstring open-item-record delimited by ","
0990                       into item-account-text item-date-text
0991                            item-original-text
0992                            item-remaining-text
0993                            item-code-text item-status
0994                   if item-status not = "S"
0995                      and item-status not = "U"
0996                      and item-status not = "W"
0997                       add 1 to open-item-count
0998                       move item-account-text
0999                           to item-account(open-item-count)
1000                       move item-date-text
1001                           to item-date(open-item-count)
1002                       move item-remaining-text
1003                           to item-remaining(open-item-count)
1004                       move item-code-text
1005                           to item-code(open-item-count)
1006                   end-if
1007           end-read
1008       end-perform.
1009       close open-item-file.
1010       display open-item-count " open items loaded".
1011
1020   maintenance-cycle.
1021       display " ".
1022       display "D = dispute, P = promise to pay, N = contact note,".
1023       display "C = close a hold, B = browse, X = save and exit".
1024       accept maintenance-pick.
1025       if maintenance-pick = "D"
1026           perform record-dispute
1027       end-if.
1028       if maintenance-pick = "P"
1029           perform record-promise
1030       end-if.
1031       if maintenance-pick = "N"
1032           perform record-contact-note
1033       end-if.
1034       if maintenance-pick = "C"
1035           perform close-collection-hold
1036       end-if.
1037       if maintenance-pick = "B"
1038           perform browse-collection-account
1039       end-if.
1040
1050   record-dispute.
1051       perform pick-open-item.
1052       if item-picked = "Y"
1053           perform check-dispute-open
1054           if dispute-open = "Y"
1055               display "That item is already under dispute"
1056           else
1057               display "Reason for the dispute"
1058               move spaces to work-note
1059               accept work-note
1060               move "D" to work-type
1061               move spaces to work-promise-date
1062               move 0 to work-promise-amount
1063               perform add-collection-entry
1064           end-if
1065       end-if.
1066
1070   record-promise.
1071       perform pick-open-item.
1072       if item-picked = "Y"
1073           display "Promised payment date (YYYYMMDD)"
1074           accept work-promise-date
1075           if work-promise-date < processing-date
1076               display "Promise date is already past, rejected"
1077           else
1078               display "Promised amount"
1079               accept promise-amount-text
1080               move promise-amount-text to work-promise-amount
1081               display "Note"
1082               move spaces to work-note
1083               accept work-note
1084               perform close-earlier-promise
1085               move "P" to work-type
1086               perform add-collection-entry
1087           end-if
1088       end-if.
1089
1090   record-contact-note.
1091       display "Enter account".
1092       accept work-account.
1093       display "Note".
1094       move spaces to work-note.
1095       accept work-note.
1096       move spaces to work-item-date.
1097       move spaces to work-item-code.
1098       move spaces to work-promise-date.
1099       move 0 to work-promise-amount.
1100       move "N" to work-type.
1101       perform add-collection-entry.
1102
1110   pick-open-item.
1111       move "N" to item-picked.
1112       display "Enter account".
1113       accept work-account.
1114       move 0 to pick-count.
1115       perform varying open-item-index from 1 by 1
1116               until open-item-index > open-item-count
1117                  or pick-count = 20
1118           if item-account(open-item-index) = work-account
1119               add 1 to pick-count
1120               move open-item-index to pick-entry(pick-count)
1121               move pick-count to pick-number-edited
1122               move item-remaining(open-item-index)
1123                   to item-remaining-edited
1124               display pick-number-edited "  "
1125                   item-date(open-item-index) "  "
1126                   item-code(open-item-index) "  "
1127                   item-remaining-edited
1128           end-if
1129       end-perform.
1130       if pick-count = 0
1131           display "No open items for account " work-account
1132       else
1133           perform accept-pick-number
1134           if pick-number > 0
1135               move pick-entry(pick-number) to open-item-index
1136               move item-date(open-item-index) to work-item-date
1137               move item-code(open-item-index) to work-item-code
1138               move "Y" to item-picked
1139           end-if
1140       end-if.
1141
1150   accept-pick-number.
1151       display "Pick a line number, or 0 to cancel".
1152       move spaces to pick-number-text.
1153       accept pick-number-text.
1154       inspect pick-number-text replacing leading space by "0".
1155       if pick-number-text is numeric
1156           move pick-number-text to pick-number
1157       else
1158           move 0 to pick-number
1159       end-if.
1160       if pick-number > pick-count
1161           display "No such line"
1162           move 0 to pick-number
1163       end-if.
1164
1170   check-dispute-open.
1171       move "N" to dispute-open.
1172       perform varying collection-index from 1 by 1
1173               until collection-index > collection-count
1174                  or dispute-open = "Y"
1175           if coll-account(collection-index) = work-account
1176              and coll-item-date(collection-index) = work-item-date
1177              and coll-item-code(collection-index) = work-item-code
1178              and coll-type(collection-index) = "D"
1179              and coll-status(collection-index) = "O"
1180               move "Y" to dispute-open
1181           end-if
1182       end-perform.
1183
1190   close-earlier-promise.
1191       perform varying collection-index from 1 by 1
1192               until collection-index > collection-count
1193           if coll-account(collection-index) = work-account
1194              and coll-item-date(collection-index) = work-item-date
1195              and coll-item-code(collection-index) = work-item-code
1196              and coll-type(collection-index) = "P"
1197              and coll-status(collection-index) = "O"
1198               move "C" to coll-status(collection-index)
1199               display "Earlier promise of "
1200                   coll-promise-date(collection-index)
1201                   " replaced"
1202           end-if
1203       end-perform.
1204
1210   add-collection-entry.
1211       if collection-count = 1000
1212           display "Collections file is full, entry rejected"
1213       else
1214           inspect work-note replacing all "," by ";"
1215           add 1 to collection-count
1216           move work-account to coll-account(collection-count)
1217           move work-item-date to coll-item-date(collection-count)
1218           move work-item-code to coll-item-code(collection-count)
1219           move work-type to coll-type(collection-count)
1220           move processing-date
1221               to coll-entered-date(collection-count)
1222           move "O" to coll-status(collection-count)
1223           move work-promise-date
1224               to coll-promise-date(collection-count)
1225           move work-promise-amount
1226               to coll-promise-amount(collection-count)
1227           move collector-id to coll-collector(collection-count)
1228           move work-note to coll-note(collection-count)
1229           move "Y" to file-changed
1230           display "Entry recorded"
1231       end-if.
1232
1240   close-collection-hold.
1241       display "Enter account".
1242       accept work-account.
1243       move 0 to pick-count.
1244       perform varying collection-index from 1 by 1
1245               until collection-index > collection-count
1246                  or pick-count = 20
1247           if coll-account(collection-index) = work-account
1248              and coll-status(collection-index) = "O"
1249              and coll-type(collection-index) not = "N"
1250               add 1 to pick-count
1251               move collection-index to pick-entry(pick-count)
1252               move pick-count to pick-number-edited
1253               perform display-collection-entry
1254           end-if
1255       end-perform.
1256       if pick-count = 0
1257           display "No disputes or promises open for " work-account
1258       else
1259           perform accept-pick-number
1260           if pick-number > 0
1261               move pick-entry(pick-number) to picked-index
1262               move "C" to coll-status(picked-index)
1263               move "Y" to file-changed
1264               move "Hold closed" to work-note
1267               move coll-item-date(picked-index) to work-item-date
1268               move coll-item-code(picked-index) to work-item-code
1269               move spaces to work-promise-date
1270               move 0 to work-promise-amount
1271               move "N" to work-type
1272               perform add-collection-entry
1273           end-if
1274       end-if.
1275
1280   browse-collection-account.
1281       display "Enter account".
1282       accept work-account.
1283       move 0 to pick-number-edited.
1284       perform varying collection-index from 1 by 1
1285               until collection-index > collection-count
1286           if coll-account(collection-index) = work-account
1287               perform display-collection-entry
1288           end-if
1289       end-perform.
1290
1300   display-collection-entry.
1301       if coll-type(collection-index) = "D"
1302           move "DISPUTE" to type-name
1303       else
1304           if coll-type(collection-index) = "P"
1305               move "PROMISE" to type-name
1306           else
1307               move "NOTE" to type-name
1308           end-if
1309       end-if.
1310       move coll-promise-amount(collection-index)
1311           to promise-amount-edited.
1312       display pick-number-edited "  "
1313           coll-entered-date(collection-index) " "
1314           type-name " "
1315           coll-item-date(collection-index) " "
1316           coll-item-code(collection-index) " "
1317           coll-status(collection-index) " "
1318           coll-promise-date(collection-index) " "
1319           promise-amount-edited.
1320       display "      " coll-collector(collection-index) " "
1321           coll-note(collection-index).
1322
1330   save-collection-table.
1331       open output collection-file.
1332       perform varying collection-index from 1 by 1
1333               until collection-index > collection-count
1334           move coll-promise-amount(collection-index)
1335               to promise-amount-edited
1336           move spaces to collection-record
1337           string coll-account(collection-index) ","
1338                  coll-item-date(collection-index) ","
1339                  coll-item-code(collection-index) ","
1340                  coll-type(collection-index) ","
1341                  coll-entered-date(collection-index) ","
1342                  coll-status(collection-index) ","
1343                  coll-promise-date(collection-index) ","
1344                  promise-amount-edited ","
1345                  coll-collector(collection-index) ","
1346                  coll-note(collection-index)
1347               delimited by size into collection-record
1348           write collection-record
1349       end-perform.
1350       close collection-file.
1351
9900   copy 'processing-date-routine'.
