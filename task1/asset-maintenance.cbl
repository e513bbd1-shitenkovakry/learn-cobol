0100   identification division.
0200   program-id. Asset-Maintenance.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional fixed-asset-file assign to dynamic
0330A          fixedassetname
0331           organization is line sequential.
0332       select optional chart-file assign to dynamic
0332A          chartfilename
0333           organization is line sequential.
0334       select optional ledger-file assign to dynamic ledgerfilename
0335           organization is line sequential.
0336       select optional number-control-file assign to dynamic
0336A          numbercontrolname
0337           organization is line sequential.
0338       select optional number-log-file assign to dynamic
0338A          numberlogname
0339           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0392       select optional audit-file assign to dynamic
0392A          auditfilename
0392B          organization is line sequential.
0392C      select optional audit-control-file assign to dynamic
0392D          auditcontrolname
0392E          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  fixed-asset-file.
0407   01  fixed-asset-record pic x(200).
0408   fd  chart-file.
0409   01  chart-record pic x(60).
0409A  fd  ledger-file.
0409B  01  ledger-record pic x(100).
0409C  fd  number-control-file.
0409D  01  number-control-record pic x(60).
0409E  fd  number-log-file.
0409F  01  number-log-record pic x(60).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409Z  fd  audit-file.
0409Z1 01  audit-record pic x(100).
0409Z2 fd  audit-control-file.
0409Z3 01  audit-control-record pic x(40).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'audit-trail-variables'.
0415   copy 'number-assign-variables'.
0416   copy 'fixed-asset-variables'.
0417
0420   01 chartfilename pic x(20) value "COA.TXT".
0421   01 ledgerfilename pic x(24).
0422   01 chart-eof pic x value "N".
0423   01 array-size pic 9(2) value 0.
0424   01 run-control-rerun pic x value "N".
0425   01 maintenance-pick pic x.
0426   01 file-changed pic x value "N".
0427
0430   01 chart-table.
0431       05 chart-entry occurs 50 times.
0432           10 chart-account pic x(8).
0433           10 chart-description pic x(20).
0434           10 chart-type pic x.
0435           10 chart-normal-sign pic x.
0436   01 chart-count pic 9(2) value 0.
0437   01 chart-index pic 9(2).
0438   01 account-valid pic x.
0439
0440   01 found-index pic 9(3).
0441   01 work-number pic 9(8).
0442   01 work-text pic x(20).
0443   01 work-account pic x(8).
0444   01 work-amount pic 9(7)v99.
0445   01 work-date pic 9(8).
0446   01 work-life pic 9(3).
0447   01 work-method pic x.
0448   01 entry-valid pic x.
0449
0450   01 proceeds-account pic x(8) value "CASH".
0451   01 gain-loss-account pic x(8) value "DISPGAIN".
0452   01 disposal-proceeds pic 9(7)v99.
0453   01 net-book-value pic s9(7)v99.
0454   01 disposal-result pic s9(7)v99.
0455   01 net-book-edited pic -9(7).99.
0456   01 result-edited pic -9(7).99.
0457
0460   01 entry-source pic x value "A".
0461   01 posting-sequence pic 9(6) value 0.
0462   01 ledger-account pic x(8).
0463   01 ledger-amount pic s9(7)v99.
0464   01 ledger-amount-edited pic -9(6).99.
0465   01 zero-edited pic -9(6).99.
0466
0500   procedure division.
0600
0700   program-begin.
0701       move "Asset-Maintenance" to audit-program-name.
0701A      move "Asset-Maintenance" to period-program-name.
0701B      move "F" to period-poster-class.
0702       perform get-processing-date.
0703       string "LEDGER" processing-date ".TXT"
0704           delimited by size into ledgerfilename.
0705       move "ASSETPARM.TXT" to parmcardfilename.
0706       perform load-parameter-card.
0707       move "PROCEEDSACCT" to parm-keyword.
0708       perform get-parameter-value.
0709       if parm-found = "Y"
0710           move parm-value to proceeds-account
0711       end-if.
0712       move "GAINLOSSACCT" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to gain-loss-account
0716       end-if.
0717       perform load-chart-of-accounts.
0718       perform load-fixed-assets.
0719       display fixed-asset-count " fixed assets loaded".
0720       perform maintenance-cycle
0721           until maintenance-pick = "X".
0730       if file-changed = "Y"
0731           perform save-fixed-assets
0732           display "Fixed asset register saved, "
0733               fixed-asset-count " assets"
0734       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-chart-of-accounts.
0921       move 0 to chart-count.
0922       move "N" to chart-eof.
0923       open input chart-file.
0924       perform until chart-eof = "Y" or chart-count = 50
0925           read chart-file
0926               at end move "Y" to chart-eof
0927               not at end
0928                   add 1 to chart-count
0929                   unstring chart-record delimited by ","
0930                       into chart-account(chart-count)
0931                            chart-description(chart-count)
0932                            chart-type(chart-count)
0933                            chart-normal-sign(chart-count)
0934           end-read
0935       end-perform.
0936       close chart-file.
0937       display chart-count " chart accounts loaded".
0938
0950   maintenance-cycle.
0951       display " ".
0952       display "A = add asset, C = change, D = dispose,".
0953       display "B = browse, X = save and exit".
0954       accept maintenance-pick.
0955       if maintenance-pick = "A"
0956           perform add-fixed-asset
0957       end-if.
0958       if maintenance-pick = "C"
0959           perform change-fixed-asset
0960       end-if.
0961       if maintenance-pick = "D"
0962           perform dispose-fixed-asset
0963       end-if.
0964       if maintenance-pick = "B"
0965           perform browse-fixed-assets
0966       end-if.
0967
1000   add-fixed-asset.
1001       if fixed-asset-count = 200
1002           display "Fixed asset register is full, add rejected"
1003       else
1004           perform enter-new-asset
1005       end-if.
1006
1010   enter-new-asset.
1011       move "Y" to entry-valid.
1012       add 1 to fixed-asset-count.
1013       move fixed-asset-count to found-index.
1014       move spaces to fixed-asset-entry(found-index).
1015       display "Enter description".
1016       accept fa-description(found-index).
1017       display "Enter location".
1018       accept fa-location(found-index).
1019       display "Enter acquisition cost".
1020       accept work-amount.
1021       move work-amount to fa-cost(found-index).
1022       display "Enter acquisition date (YYYYMMDD)".
1023       accept work-date.
1024       move work-date to fa-acquired(found-index).
1025       display "Enter useful life in months".
1026       accept work-life.
1027       move work-life to fa-life-months(found-index).
1028       display "Enter method, S = straight-line,"
1029           " D = declining balance".
1030       accept work-method.
1031       move work-method to fa-method(found-index).
1032       display "Enter salvage value".
1033       accept work-amount.
1034       move work-amount to fa-salvage(found-index).
1035       perform check-asset-terms.
1036       display "Enter asset cost account".
1037       accept work-account.
1038       perform check-account-code.
1039       move work-account to fa-asset-account(found-index).
1040       display "Enter accumulated depreciation account".
1041       accept work-account.
1042       perform check-account-code.
1043       move work-account to fa-accum-account(found-index).
1044       display "Enter depreciation expense account".
1045       accept work-account.
1046       perform check-account-code.
1047       move work-account to fa-expense-account(found-index).
1048       if entry-valid = "Y"
1049           move "FIXASSET" to number-range-name
1050           perform get-next-assigned-number
1051           if number-assign-found = "N"
1052               display "No asset number available from range "
1053                   number-range-name
1054               move "N" to entry-valid
1055           end-if
1056       end-if.
1057       if entry-valid = "Y"
1058           move assigned-number to fa-number(found-index)
1059           move 0 to fa-accumulated(found-index)
1060           move 0 to fa-last-month(found-index)
1061           move "A" to fa-status(found-index)
1062           move 0 to fa-disposed(found-index)
1063           move 0 to fa-proceeds(found-index)
1064           display "Asset " assigned-number " added"
1065           move "Y" to file-changed
1066       else
1067           subtract 1 from fixed-asset-count
1068           display "Asset not added"
1069       end-if.
1070
1100   check-asset-terms.
1101       if fa-cost(found-index) = 0
1102           display "Cost must be greater than zero"
1103           move "N" to entry-valid
1104       end-if.
1105       if fa-acquired(found-index) < 19000101
1106          or fa-acquired(found-index) > processing-date
1107           display "Acquisition date must be a date not after "
1108               processing-date
1109           move "N" to entry-valid
1110       end-if.
1111       if fa-life-months(found-index) = 0
1112           display "Useful life must be at least one month"
1113           move "N" to entry-valid
1114       end-if.
1115       if fa-method(found-index) not = "S"
1116          and fa-method(found-index) not = "D"
1117           display "Method must be S or D"
1118           move "N" to entry-valid
1119       end-if.
1120       if fa-salvage(found-index) >= fa-cost(found-index)
1121          and fa-cost(found-index) > 0
1122           display "Salvage value must be less than cost"
1123           move "N" to entry-valid
1124       end-if.
1125
1130   check-account-code.
1131       move "Y" to account-valid.
1132       if work-account = spaces
1133           move "N" to account-valid
1134       else
1135           if chart-count > 0
1136               move "N" to account-valid
1137               perform varying chart-index from 1 by 1
1138                       until chart-index > chart-count
1139                   if chart-account(chart-index) = work-account
1140                       move "Y" to account-valid
1141                   end-if
1142               end-perform
1143           end-if
1144       end-if.
1145       if account-valid = "N"
1146           display "Account " work-account
1147               " is not on the chart of accounts"
1148           move "N" to entry-valid
1149       end-if.
1150
1200   change-fixed-asset.
1201       perform find-fixed-asset.
1202       if found-index > 0
1203           if fa-status(found-index) not = "A"
1204               display "Asset " work-number
1205                   " is disposed, change rejected"
1206           else
1207               perform enter-asset-changes
1208           end-if
1209       end-if.
1210
1220   enter-asset-changes.
1221       move "Y" to entry-valid.
1222       display "Enter description, blank to keep "
1223           fa-description(found-index).
1224       move spaces to work-text.
1225       accept work-text.
1226       if work-text not = spaces
1227           move work-text to fa-description(found-index)
1228       end-if.
1229       display "Enter location, blank to keep "
1230           fa-location(found-index).
1231       move spaces to work-text.
1232       accept work-text.
1233       if work-text not = spaces
1234           move work-text to fa-location(found-index)
1235       end-if.
1236       display "Enter depreciation expense account, blank to keep "
1237           fa-expense-account(found-index).
1238       move spaces to work-account.
1239       accept work-account.
1240       if work-account not = spaces
1241           perform check-account-code
1242           if account-valid = "Y"
1243               move work-account to fa-expense-account(found-index)
1244           end-if
1245       end-if.
1246       if fa-accumulated(found-index) = 0
1247           perform enter-depreciation-terms
1248       else
1249           display "Depreciation has been taken, cost, life,"
1250               " method and salvage are fixed"
1251       end-if.
1252       move "Y" to file-changed.
1253       display "Asset " fa-number(found-index) " changed".
1254
1260   enter-depreciation-terms.
1261       display "Enter useful life in months, 0 to keep "
1262           fa-life-months(found-index).
1263       accept work-life.
1264       if work-life > 0
1265           move work-life to fa-life-months(found-index)
1266       end-if.
1267       display "Enter method S or D, blank to keep "
1268           fa-method(found-index).
1269       move space to work-method.
1270       accept work-method.
1271       if work-method = "S" or work-method = "D"
1272           move work-method to fa-method(found-index)
1273       end-if.
1274       display "Enter salvage value, 0 to keep "
1275           fa-salvage(found-index).
1276       accept work-amount.
1277       if work-amount > 0
1278           if work-amount < fa-cost(found-index)
1279               move work-amount to fa-salvage(found-index)
1280           else
1281               display "Salvage value must be less than cost,"
1282                   " kept"
1283           end-if
1284       end-if.
1285
1300   dispose-fixed-asset.
1301       perform find-fixed-asset.
1302       if found-index > 0
1303           if fa-status(found-index) not = "A"
1304               display "Asset " work-number " is already disposed"
1305           else
1306               perform enter-disposal
1307           end-if
1308       end-if.
1309
1310   enter-disposal.
1311       display "Enter disposal date (YYYYMMDD), 0 for today".
1312       accept work-date.
1313       if work-date = 0
1314           move processing-date to work-date
1315       end-if.
1316       display "Enter sale proceeds, 0 if scrapped".
1317       accept disposal-proceeds.
1318       compute net-book-value = fa-cost(found-index)
1319           - fa-accumulated(found-index).
1320       compute disposal-result = disposal-proceeds - net-book-value.
1321       move net-book-value to net-book-edited.
1322       move disposal-result to result-edited.
1323       display "Net book value " net-book-edited
1324           "  gain (loss) " result-edited.
1325       display "Y to post the disposal".
1326       accept maintenance-pick.
1327       if maintenance-pick = "Y"
1327A          move processing-date to period-check-date
1327B          perform check-posting-period
1327C          if period-post-allowed = "N"
1327D              move "N" to maintenance-pick
1327E          end-if
1327F      end-if.
1327G      if maintenance-pick = "Y"
1328           perform post-disposal
1329           move "D" to fa-status(found-index)
1330           move work-date to fa-disposed(found-index)
1331           move disposal-proceeds to fa-proceeds(found-index)
1332           perform save-fixed-assets
1333           display "Asset " fa-number(found-index) " disposed"
1334       else
1335           display "Disposal not posted"
1336       end-if.
1337       move space to maintenance-pick.
1338
1400   post-disposal.
1401       perform open-audit-for-run.
1402       open extend ledger-file.
1403       if disposal-proceeds > 0
1404           move proceeds-account to ledger-account
1405           move disposal-proceeds to ledger-amount
1406           perform write-disposal-ledger-record
1407       end-if.
1408       if fa-accumulated(found-index) > 0
1409           move fa-accum-account(found-index) to ledger-account
1410           move fa-accumulated(found-index) to ledger-amount
1411           perform write-disposal-ledger-record
1412       end-if.
1413       move fa-asset-account(found-index) to ledger-account.
1414       compute ledger-amount = 0 - fa-cost(found-index).
1415       perform write-disposal-ledger-record.
1416       if disposal-result not = 0
1417           move gain-loss-account to ledger-account
1418           compute ledger-amount = 0 - disposal-result
1419           perform write-disposal-ledger-record
1420       end-if.
1421       close ledger-file.
1422       perform close-audit-for-run.
1423
1430   write-disposal-ledger-record.
1431       move ledger-amount to audit-result.
1432       perform write-held-audit-entry.
1433       move audit-sequence to posting-sequence.
1434       move ledger-amount to ledger-amount-edited.
1435       move 0 to zero-edited.
1436       move spaces to ledger-record.
1437       string ledger-amount-edited ","
1438              zero-edited ","
1439              ledger-amount-edited ","
1440              "N,"
1441              entry-source ","
1442              "LOC,"
1443              ledger-amount-edited ","
1444              "001.000000,"
1445              "01,"
1446              ledger-account ","
1447              posting-sequence
1448           delimited by size into ledger-record.
1449       write ledger-record.
1450
1500   find-fixed-asset.
1501       display "Enter asset number".
1502       accept work-number.
1503       move 0 to found-index.
1504       perform varying fixed-asset-index from 1 by 1
1505               until fixed-asset-index > fixed-asset-count
1506                  or found-index > 0
1507           if fa-number(fixed-asset-index) = work-number
1508               move fixed-asset-index to found-index
1509           end-if
1510       end-perform.
1511       if found-index = 0
1512           display "Asset " work-number " is not on the register"
1513       end-if.
1514
1600   browse-fixed-assets.
1601       display "Asset    Description          Loc  Method"
1602           "        Cost  Accumulated Status".
1603       perform varying fixed-asset-index from 1 by 1
1604               until fixed-asset-index > fixed-asset-count
1605           move fa-cost(fixed-asset-index) to fa-cost-edited
1606           move fa-accumulated(fixed-asset-index)
1607               to fa-accumulated-edited
1608           display fa-number(fixed-asset-index) " "
1609               fa-description(fixed-asset-index) " "
1610               fa-location(fixed-asset-index) " "
1611               fa-method(fixed-asset-index) "  "
1612               fa-cost-edited "  " fa-accumulated-edited "  "
1613               fa-status(fixed-asset-index)
1614       end-perform.
1615       display fixed-asset-count " assets on the register".
1616
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9930   copy 'number-assign-routine'.
9940   copy 'fixed-asset-file'.
9940P  copy 'period-control-checker'.
