0339           organization is line sequential.
0340       select report-file assign to dynamic reportfilename
0341           organization is line sequential.
0342       select optional sod-rule-file assign to dynamic
0342A          sodrulefilename
0343           organization is line sequential.
0344       select optional sod-exception-file assign to dynamic
0344A          sodexceptionname
0345           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  menu-audit-file.
0409F  01  operator-record pic x(60).
0409G  fd  report-file.
0409H  01  report-line pic x(120).
0409I  fd  sod-rule-file.
0409J  01  sod-rule-record pic x(80).
0409K  fd  sod-exception-file.
0409L  01  sod-exception-record pic x(100).
0410
0411   working-storage section.
0412   copy 'sod-rule-variables'.
0412A
0413   01 menuauditname pic x(24).
0414   01 repairlogname pic x(20) value "SUSPLOG.TXT".
0415   01 requestfilename pic x(20) value "BATCHREQ.TXT".
0481   01 group-lines pic 9(3).
0482   01 exception-lines pic 9(3) value 0.
0483
0484   01 usage-table.
0485       05 usage-entry occurs 50 times.
0486           10 usage-operator pic x(8).
0487           10 usage-pick-flags.
0488               15 usage-pick-flag occurs 9 times pic x.
0489   01 usage-count pic 9(2) value 0.
0490   01 usage-index pic 9(2).
0491   01 usage-found-index pic 9(2).
0492   01 used-pick pic 9(4).
0493   01 conflict-lines pic 9(3) value 0.
0494   01 sod-exception-text pic x(20).
0495
0500   procedure division.
0600
0700   program-begin.
0722       string "OPERACT" report-date ".TXT"
0723           delimited by size into reportfilename.
0730       perform load-known-operators.
0730A      perform load-sod-rules.
0740       perform scan-menu-audit.
0741       perform scan-repair-log.
0742       perform scan-request-queue.
0771           varying known-index from 1 by 1
0772           until known-index > known-count.
0780       perform report-unknown-operators.
0780A      perform report-conflicting-use.
0781       close report-file.
0790       display "Activity lines: " activity-count
0791           "  from unknown ids: " exception-lines.
0792       display "Conflicting function use: " conflict-lines.
0793       if conflict-lines > 0
0794           move 4 to return-code
0795       end-if.
0900   program-done.
0910       stop run.
0911
0974               delimited by size into entry-detail
0975           move "MENU" to entry-extra
0976           perform add-activity-entry
0976A          perform note-function-use
0977       end-if.
0978
0980   scan-repair-log.
1190               move "Y" to operator-known
1191           end-if
1192       end-perform.
1193
1200   note-function-use.
1201       if token-four(1:5) = "pick=" and token-four(6:4) is numeric
1202           move token-four(6:4) to used-pick
1203           if used-pick > 0 and used-pick < 10
1204               perform find-usage-entry
1205               if usage-found-index > 0
1206                   move "Y" to usage-pick-flag(usage-found-index,
1207                       used-pick)
1208               end-if
1209           end-if
1210       end-if.
1211
1220   find-usage-entry.
1221       move 0 to usage-found-index.
1222       perform varying usage-index from 1 by 1
1223               until usage-index > usage-count
1224                  or usage-found-index > 0
1225           if usage-operator(usage-index) = entry-operator
1226               move usage-index to usage-found-index
1227           end-if
1228       end-perform.
1229       if usage-found-index = 0
1230           if usage-count = 50
1231               display "Function use table full, entry dropped"
1232           else
1233               add 1 to usage-count
1234               move usage-count to usage-found-index
1235               move entry-operator to usage-operator(usage-count)
1236               move "NNNNNNNNN" to usage-pick-flags(usage-count)
1237           end-if
1238       end-if.
1239
1240   report-conflicting-use.
1241       move spaces to report-line.
1242       move "Conflicting functions used on this day:"
1243           to report-line.
1244       write report-line.
1245       perform varying usage-index from 1 by 1
1246               until usage-index > usage-count
1247           perform varying sod-rule-index from 1 by 1
1248                   until sod-rule-index > sod-rule-count
1249               if sod-rule-pick-a(sod-rule-index) > 0
1250                  and sod-rule-pick-b(sod-rule-index) > 0
1251                  and usage-pick-flag(usage-index,
1252                          sod-rule-pick-a(sod-rule-index)) = "Y"
1253                  and usage-pick-flag(usage-index,
1254                          sod-rule-pick-b(sod-rule-index)) = "Y"
1255                   perform report-one-conflicting-use
1256               end-if
1257           end-perform
1258       end-perform.
1259       move spaces to report-line.
1260       string "Conflict lines: " conflict-lines
1261           delimited by size into report-line.
1262       write report-line.
1263
1270   report-one-conflicting-use.
1271       add 1 to conflict-lines.
1272       move usage-operator(usage-index) to sod-check-operator.
1273       move sod-rule-pick-a(sod-rule-index) to sod-check-pick-a.
1274       move sod-rule-pick-b(sod-rule-index) to sod-check-pick-b.
1275       perform find-sod-exception.
1276       if sod-exception-found = 0
1277           move "NO EXCEPTION" to sod-exception-text
1278       else
1279           move sod-exc-reference(sod-exception-found)
1280               to sod-exception-text
1281       end-if.
1282       move spaces to report-line.
1283       string "  " usage-operator(usage-index) " picks "
1284              sod-check-pick-a "+" sod-check-pick-b " "
1285              sod-rule-description(sod-rule-index) " "
1286              sod-exception-text
1287           delimited by size into report-line.
1288       write report-line.
1289
9900   copy 'sod-rule-loader'.
