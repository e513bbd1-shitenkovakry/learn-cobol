0338       select optional security-log-file assign to dynamic
0338A          securitylogname
0339           organization is line sequential.
0339A      select optional sod-rule-file assign to dynamic
0339B          sodrulefilename
0339C          organization is line sequential.
0339D      select optional sod-exception-file assign to dynamic
0339E          sodexceptionname
0339F          organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0409D  01  history-record pic x(100).
0409E  fd  security-log-file.
0409F  01  security-log-record pic x(100).
0409G  fd  sod-rule-file.
0409H  01  sod-rule-record pic x(80).
0409I  fd  sod-exception-file.
0409J  01  sod-exception-record pic x(100).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412A  copy 'sod-rule-variables'.
0412B
0413   01 operatorfilename pic x(20) value "OPERMAST.TXT".
0414   01 authorityfilename pic x(20) value "OPERAUTH.TXT".
0415   01 pendingfilename pic x(20) value "PENDAUTH.TXT".
0474   01 authority-count pic 9(3) value 0.
0475   01 authority-index pic 9(3).
0476   01 auth-pick-text pic x(2).
0476A  01 target-pick-flags.
0476B      05 target-pick-flag occurs 9 times pic x.
0476C  01 held-pick pic 9.
0476D  01 other-pick pic 9.
0476E  01 grant-conflict-held pic x.
0476F  01 exception-reference pic x(12).
0476G  01 exception-reason pic x(40).
0477
0500   procedure division.
0600
0710       perform operator-sign-on.
0720       accept run-date from date yyyymmdd.
0730       perform load-pending-table.
0730A      perform load-sod-rules.
0740       perform maintenance-cycle
0741           until maintenance-pick = "X".
0750       if file-changed = "Y"
1020   enter-authority-request.
1021       display "Enter target operator id".
1022       accept work-target.
1023       display "Enter menu pick (1-7)".
1024       accept work-pick.
1025       if pending-count = 100
1026           display "Pending table is full, request refused"
1098               display "A = approve, R = reject"
1099               accept approve-answer
1100               if approve-answer = "A"
1100A                  move "N" to grant-conflict-held
1100B                  if pend-action(pending-index) = "G"
1100C                      perform check-grant-conflicts
1100D                  end-if
1100E                  if grant-conflict-held = "N"
1101                       perform apply-approved-request
1101A                  end-if
1102               end-if
1103               if approve-answer = "R"
1104                   move "R" to pend-status(pending-index)
1224           write pending-record
1225       end-perform.
1226       close pending-file.
1227
1230   check-grant-conflicts.
1231       perform load-target-authorities.
1232       perform varying sod-rule-index from 1 by 1
1233               until sod-rule-index > sod-rule-count
1234                  or grant-conflict-held = "Y"
1235           move 0 to other-pick
1236           if sod-rule-pick-a(sod-rule-index)
1237                  = pend-pick(pending-index)
1238               move sod-rule-pick-b(sod-rule-index) to other-pick
1239           end-if
1240           if sod-rule-pick-b(sod-rule-index)
1241                  = pend-pick(pending-index)
1242               move sod-rule-pick-a(sod-rule-index) to other-pick
1243           end-if
1244           if other-pick > 0
1245               if target-pick-flag(other-pick) = "Y"
1246                   perform judge-grant-conflict
1247               end-if
1248           end-if
1249       end-perform.
1250
1260   load-target-authorities.
1261       move "NNNNNNNNN" to target-pick-flags.
1262       move "N" to authority-eof.
1263       open input authority-file.
1264       perform until authority-eof = "Y"
1265           read authority-file
1266               at end move "Y" to authority-eof
1267               not at end
1268                   move spaces to auth-pick-text
1269                   unstring authority-record
1270                       delimited by ","
1271                       into master-operator-id
1272                            auth-pick-text
1273                   move auth-pick-text(1:1) to held-pick
1274                   if master-operator-id
1275                          = pend-target(pending-index)
1276                      and held-pick > 0
1277                       move "Y" to target-pick-flag(held-pick)
1278                   end-if
1279           end-read
1280       end-perform.
1281       close authority-file.
1282
1290   judge-grant-conflict.
1291       move pend-target(pending-index) to sod-check-operator.
1292       move pend-pick(pending-index) to sod-check-pick-a.
1293       move other-pick to sod-check-pick-b.
1294       perform find-sod-exception.
1295       if sod-exception-found > 0
1296           display "Conflict with pick " other-pick
1297               " is covered by exception "
1298               sod-exc-reference(sod-exception-found)
1299       else
1300           display "WARNING: " pend-target(pending-index)
1301               " already holds pick " other-pick
1302           display "Conflict: "
1303               sod-rule-description(sod-rule-index)
1304           display "Enter documented exception reference,"
1305               " blank to leave the request pending"
1306           move spaces to exception-reference
1307           accept exception-reference
1308           if exception-reference = spaces
1309               move "Y" to grant-conflict-held
1310               display "Request left pending,"
1311                   " no exception was given"
1312           else
1313               display "Enter the reason for the exception"
1314               move spaces to exception-reason
1315               accept exception-reason
1316               perform record-sod-exception
1317           end-if
1318       end-if.
1319
1320   record-sod-exception.
1321       open extend sod-exception-file.
1322       move spaces to sod-exception-record.
1323       string pend-target(pending-index) ","
1324              pend-pick(pending-index) ","
1325              other-pick ","
1326              exception-reference ","
1327              operator-id ","
1328              run-date ","
1329              exception-reason
1330           delimited by size into sod-exception-record.
1331       write sod-exception-record.
1332       close sod-exception-file.
1333       if sod-exception-count < 100
1334           add 1 to sod-exception-count
1335           move pend-target(pending-index)
1336               to sod-exc-operator(sod-exception-count)
1337           move pend-pick(pending-index)
1338               to sod-exc-pick-a(sod-exception-count)
1339           move other-pick
1340               to sod-exc-pick-b(sod-exception-count)
1341           move exception-reference
1342               to sod-exc-reference(sod-exception-count)
1343       end-if.
1344       move "SODEXCPT" to security-event.
1345       move spaces to security-detail.
1346       string "exception " exception-reference
1347           delimited by size into security-detail.
1348       perform write-security-event.
9900   copy 'processing-date-routine'.
9910   copy 'sod-rule-loader'.
