0100   identification division.
0200   program-id. Write-Off-Run.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional open-item-file assign to dynamic
0330A          openitemfilename
0331           organization is line sequential.
0332       select optional pending-file assign to dynamic
0332A          pendingfilename
0333           organization is line sequential.
0334       select optional register-file assign to dynamic
0334A          registerfilename
0335           organization is line sequential.
0336       select optional ledger-file assign to dynamic ledgerfilename
0337           organization is line sequential.
0338       select optional parameter-card-file assign to dynamic
0338A          parmcardfilename
0339           organization is line sequential.
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
0406   fd  open-item-file.
0407   01  open-item-record pic x(80).
0408   fd  pending-file.
0409   01  pending-record pic x(100).
0409A  fd  register-file.
0409B  01  register-line pic x(100).
0409C  fd  ledger-file.
0409D  01  ledger-record pic x(100).
0409E  fd  parameter-card-file.
0409F  01  parameter-card-record pic x(60).
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
0415
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 pendingfilename pic x(20) value "PENDAPPR.TXT".
0422   01 registerfilename pic x(24).
0423   01 ledgerfilename pic x(24).
0424   01 input-eof pic x value "N".
0425   01 array-size pic 9(2) value 0.
0426   01 run-control-rerun pic x value "N".
0427
0430   01 open-item-table.
0431       05 open-item-entry occurs 500 times.
0432           10 item-line pic x(80).
0433           10 item-account pic x(8).
0434           10 item-date pic x(8).
0435           10 item-original-text pic x(12).
0436           10 item-remaining pic s9(6)v99.
0437           10 item-code pic x(5).
0438           10 item-status pic x.
0439           10 item-changed pic x.
0439A           10 item-customer-number pic x(8).
0440   01 open-item-count pic 9(3) value 0.
0441   01 open-item-index pic 9(3).
0442   01 item-found-index pic 9(3).
0443   01 item-date-text pic x(10).
0444   01 item-remaining-text pic x(12).
0445   01 item-remaining-edited pic -9(6).99.
0446   01 open-items-changed pic x value "N".
0447
0450   01 pending-table.
0451       05 pending-entry occurs 100 times.
0452           10 pend-status pic x.
0453           10 pend-queue-date pic x(8).
0454           10 pend-detail pic x(80).
0455   01 pending-count pic 9(3) value 0.
0456   01 pending-index pic 9(3).
0457   01 pend-status-text pic x(2).
0458   01 pending-changed pic x value "N".
0459   01 detail-type pic x.
0460   01 detail-date pic x(10).
0461   01 detail-account pic x(8).
0462   01 detail-amount-text pic x(12).
0463   01 detail-code pic x(5).
0464   01 detail-reason pic x(30).
0465   01 detail-amount pic s9(6)v99.
0466   01 already-queued pic x.
0467
0470   01 write-off-tolerance pic 9(3)v99 value 1.00.
0471   01 tolerance-edited pic 9(3).99.
0472   01 bad-debt-account pic x(8) value "BADDEBT".
0473   01 write-off-code pic x(5) value "BADDT".
0474   01 write-off-amount pic s9(6)v99.
0475   01 write-off-size pic s9(6)v99.
0476   01 write-off-kind pic x(8).
0477   01 write-off-note pic x(30).
0478
0480   01 request-account pic x(8).
0481   01 request-date pic x(8).
0482   01 request-reason pic x(30).
0483   01 request-done pic x value "N".
0484
0490   01 small-count pic 9(4) value 0.
0491   01 small-total pic s9(8)v99 value 0.
0492   01 bad-debt-count pic 9(4) value 0.
0493   01 bad-debt-total pic s9(8)v99 value 0.
0494   01 queued-count pic 9(4) value 0.
0495   01 total-edited pic -9(8).99.
0496
0497   01 entry-source pic x value "W".
0498   01 posting-sequence pic 9(6) value 0.
0499   01 ledger-account pic x(8).
0500   01 ledger-amount pic s9(7)v99.
0501   01 ledger-amount-edited pic -9(6).99.
0502   01 zero-edited pic -9(6).99.
0503
0600   procedure division.
0610
0700   program-begin.
0701       move "Write-Off-Run" to audit-program-name.
0702       move "WOFFPARM.TXT" to parmcardfilename.
0703       perform load-parameter-card.
0704       move "TOLERANCE" to parm-keyword.
0705       perform get-parameter-value.
0706       if parm-found = "Y"
0707           move parm-value to write-off-tolerance
0708       end-if.
0709       move "BADDEBTACCT" to parm-keyword.
0710       perform get-parameter-value.
0711       if parm-found = "Y"
0712           move parm-value to bad-debt-account
0713       end-if.
0714       perform get-processing-date.
0715       move write-off-tolerance to tolerance-edited.
0716       display "Write-off run for " processing-date
0717           "  small-balance tolerance " tolerance-edited.
0718       string "WOFFREG" processing-date ".TXT"
0719           delimited by size into registerfilename.
0720       string "LEDGER" processing-date ".TXT"
0721           delimited by size into ledgerfilename.
0721A      move processing-date to period-check-date.
0721B      move "Write-Off-Run" to period-program-name.
0721C      perform check-posting-period.
0721D      if period-post-allowed = "N"
0721E          move 8 to return-code
0721F          stop run
0721G      end-if.
0730       perform load-open-item-table.
0731       perform load-pending-table.
0740       open extend register-file.
0741       move spaces to register-line.
0742       string "Write-off register for " processing-date
0743              "  tolerance " tolerance-edited
0744              "  expense account " bad-debt-account
0745           delimited by size into register-line.
0746       write register-line.
0747       move spaces to register-line.
0748       string "Kind      Account   Item date  Code        Amount"
0749              "  Note"
0750           delimited by size into register-line.
0751       write register-line.
0760       open extend ledger-file.
0761       perform open-audit-for-run.
0762       perform write-off-small-balance
0763           varying open-item-index from 1 by 1
0764           until open-item-index > open-item-count.
0765       perform post-approved-bad-debt
0766           varying pending-index from 1 by 1
0767           until pending-index > pending-count.
0768       perform close-audit-for-run.
0769       close ledger-file.
0770       perform take-bad-debt-requests
0771           until request-done = "Y".
0780       if open-items-changed = "Y"
0781           perform save-open-item-table
0782       end-if.
0783       if pending-changed = "Y"
0784           perform save-pending-table
0785       end-if.
0790       move small-total to total-edited.
0791       move spaces to register-line.
0792       string "Small balances written off: " small-count
0793              "  total " total-edited
0794           delimited by size into register-line.
0795       write register-line.
0796       move bad-debt-total to total-edited.
0797       move spaces to register-line.
0798       string "Bad debts written off: " bad-debt-count
0799              "  total " total-edited
0800              "  requests queued: " queued-count
0801           delimited by size into register-line.
0802       write register-line.
0803       close register-file.
0810       display "Small balances written off: " small-count.
0811       display "Bad debts written off: " bad-debt-count
0812           "  requests queued for approval: " queued-count.
0900   program-done.
0910       stop run.
0911
0920   load-open-item-table.
0921       move 0 to open-item-count.
0922       move "N" to input-eof.
0923       open input open-item-file.
0924       perform until input-eof = "Y"
0925              or open-item-count = 500
0926           read open-item-file
0927               at end move "Y" to input-eof
0928               not at end
0929                   perform note-one-open-item
0930           end-read
0931       end-perform.
0932       close open-item-file.
0933       if input-eof = "N"
0934           display "Open item file holds more than 500 items,"
0935               " run stopped"
0936           move 16 to return-code
0937           stop run
0938       end-if.
0939       display open-item-count " open items loaded".
0940
0950   note-one-open-item.
0951       add 1 to open-item-count.
0952       move open-item-record to item-line(open-item-count).
0953       move "N" to item-changed(open-item-count).
0953A      move spaces to item-customer-number(open-item-count).
0954       unstring open-item-record delimited by ","
0955           into item-account(open-item-count)
0956                item-date-text
0957                item-original-text(open-item-count)
0958                item-remaining-text
0959                item-code(open-item-count)
0960                item-status(open-item-count)
0960A               item-customer-number(open-item-count).
0961       move item-date-text to item-date(open-item-count).
0962       move item-remaining-text
0963           to item-remaining(open-item-count).
0964
0970   load-pending-table.
0971       move 0 to pending-count.
0972       move "N" to input-eof.
0973       open input pending-file.
0974       perform until input-eof = "Y"
0975              or pending-count = 100
0976           read pending-file
0977               at end move "Y" to input-eof
0978               not at end
0979                   add 1 to pending-count
0980                   unstring pending-record delimited by ","
0981                       into pend-status-text
0982                            pend-queue-date(pending-count)
0983                   move pend-status-text(1:1)
0984                       to pend-status(pending-count)
0985                   move pending-record(12:80)
0986                       to pend-detail(pending-count)
0987           end-read
0988       end-perform.
0989       close pending-file.
0990       if input-eof = "N"
0991           display "Approval queue holds more than 100 items,"
0992               " run stopped"
0993           move 16 to return-code
0994           stop run
0995       end-if.
0996       display pending-count " queued items loaded".
0997
1000   write-off-small-balance.
1001       if item-status(open-item-index) not = "S"
1002          and item-status(open-item-index) not = "U"
1003          and item-status(open-item-index) not = "W"
1004          and item-remaining(open-item-index) not = 0
1005           move item-remaining(open-item-index)
1006               to write-off-size
1007           if write-off-size < 0
1008               compute write-off-size = 0 - write-off-size
1009           end-if
1010           if write-off-size <= write-off-tolerance
1011               move open-item-index to item-found-index
1012               move "SMALL" to write-off-kind
1013               move "under tolerance" to write-off-note
1014               perform write-off-open-item
1015               add 1 to small-count
1016               add write-off-amount to small-total
1017           end-if
1018       end-if.
1019
1030   post-approved-bad-debt.
1031       if pend-status(pending-index) = "A"
1032           perform parse-pending-detail
1033           if detail-type = "W"
1034               perform find-requested-item
1035               move "BADDEBT" to write-off-kind
1036               if item-found-index > 0
1037                   move detail-reason to write-off-note
1038                   perform write-off-open-item
1039                   add 1 to bad-debt-count
1040                   add write-off-amount to bad-debt-total
1041               else
1042                   move 0 to write-off-amount
1043                   move "item no longer open" to write-off-note
1044                   perform write-unposted-request
1045               end-if
1046               move "D" to pend-status(pending-index)
1047               move "Y" to pending-changed
1048           end-if
1049       end-if.
1050
1060   parse-pending-detail.
1061       move spaces to detail-reason.
1062       unstring pend-detail(pending-index)
1063           delimited by ","
1064           into detail-type detail-date detail-account
1065                detail-amount-text detail-code detail-reason.
1066       move detail-amount-text to detail-amount.
1067
1070   find-requested-item.
1071       move 0 to item-found-index.
1072       perform varying open-item-index from 1 by 1
1073               until open-item-index > open-item-count
1074                  or item-found-index > 0
1075           if item-account(open-item-index) = detail-account
1076              and item-date(open-item-index) = detail-date
1077              and item-remaining(open-item-index) = detail-amount
1078              and item-status(open-item-index) not = "S"
1079              and item-status(open-item-index) not = "U"
1080              and item-status(open-item-index) not = "W"
1081               move open-item-index to item-found-index
1082           end-if
1083       end-perform.
1084
1100   write-off-open-item.
1101       move item-remaining(item-found-index) to write-off-amount.
1102       move bad-debt-account to ledger-account.
1103       move write-off-amount to ledger-amount.
1104       perform write-write-off-ledger-record.
1105       move item-account(item-found-index) to ledger-account.
1106       compute ledger-amount = 0 - write-off-amount.
1107       perform write-write-off-ledger-record.
1108       move 0 to item-remaining(item-found-index).
1109       move "W" to item-status(item-found-index).
1110       move "Y" to item-changed(item-found-index).
1111       move "Y" to open-items-changed.
1112       perform write-register-entry.
1113
1120   write-write-off-ledger-record.
1121       move ledger-amount to audit-result.
1122       perform write-held-audit-entry.
1123       move audit-sequence to posting-sequence.
1124       move ledger-amount to ledger-amount-edited.
1125       move 0 to zero-edited.
1126       move spaces to ledger-record.
1127       string ledger-amount-edited ","
1128              zero-edited ","
1129              ledger-amount-edited ","
1130              "N,"
1131              entry-source ","
1132              "LOC,"
1133              ledger-amount-edited ","
1134              "001.000000,"
1135              "01,"
1136              ledger-account ","
1137              posting-sequence
1138           delimited by size into ledger-record.
1139       write ledger-record.
1140
1150   write-register-entry.
1151       move write-off-amount to item-remaining-edited.
1152       move spaces to register-line.
1153       string write-off-kind "  "
1154              item-account(item-found-index) "  "
1155              item-date(item-found-index) "   "
1156              item-code(item-found-index) "  "
1157              item-remaining-edited "  "
1158              write-off-note
1159           delimited by size into register-line.
1160       write register-line.
1161
1170   write-unposted-request.
1172       move detail-amount to item-remaining-edited.
1173       move spaces to register-line.
1174       string write-off-kind "  "
1175              detail-account "  "
1176              detail-date "   "
1177              detail-code "  "
1178              item-remaining-edited "  "
1179              write-off-note
1180           delimited by size into register-line.
1181       write register-line.
1182
1200   take-bad-debt-requests.
1201       display "Enter account for a bad-debt write-off request,"
1202           " or blank to finish".
1203       move spaces to request-account.
1204       accept request-account.
1205       if request-account = spaces
1206           move "Y" to request-done
1207       else
1208           display "Enter the open item date (YYYYMMDD)"
1209           accept request-date
1210           display "Enter the reason for the write-off"
1211           move spaces to request-reason
1212           accept request-reason
1213           perform queue-bad-debt-request
1214       end-if.
1215
1220   queue-bad-debt-request.
1221       move request-account to detail-account.
1222       move request-date to detail-date.
1223       move 0 to item-found-index.
1224       perform varying open-item-index from 1 by 1
1225               until open-item-index > open-item-count
1226                  or item-found-index > 0
1227           if item-account(open-item-index) = request-account
1228              and item-date(open-item-index) = request-date
1229              and item-remaining(open-item-index) not = 0
1230              and item-status(open-item-index) not = "S"
1231              and item-status(open-item-index) not = "U"
1232              and item-status(open-item-index) not = "W"
1233               move open-item-index to item-found-index
1234           end-if
1235       end-perform.
1236       if item-found-index = 0
1237           display "No open item for " request-account
1238               " dated " request-date
1239       else
1240           perform check-already-queued
1241           if already-queued = "Y"
1242               display "A write-off for that item is already"
1243                   " awaiting approval"
1244           else
1245               perform add-pending-request
1246           end-if
1247       end-if.
1248
1250   check-already-queued.
1251       move "N" to already-queued.
1252       perform varying pending-index from 1 by 1
1253               until pending-index > pending-count
1254                  or already-queued = "Y"
1255           if pend-status(pending-index) = "P"
1256              or pend-status(pending-index) = "A"
1257               perform parse-pending-detail
1258               if detail-type = "W"
1259                  and detail-account = request-account
1260                  and detail-date = request-date
1261                   move "Y" to already-queued
1262               end-if
1263           end-if
1264       end-perform.
1265
1270   add-pending-request.
1271       if pending-count = 100
1272           display "Approval queue is full, request not queued"
1273       else
1274           add 1 to pending-count
1275           move "P" to pend-status(pending-count)
1276           move processing-date to pend-queue-date(pending-count)
1277           move item-remaining(item-found-index)
1278               to item-remaining-edited
1279           move spaces to pend-detail(pending-count)
1280           string "W," request-date ","
1281                  request-account ","
1282                  item-remaining-edited ","
1283                  write-off-code ","
1284                  request-reason
1285               delimited by size into pend-detail(pending-count)
1286           move "Y" to pending-changed
1287           add 1 to queued-count
1288           move item-remaining(item-found-index)
1288A              to write-off-amount
1289           move "REQUEST" to write-off-kind
1290           move "queued for approval" to write-off-note
1291           perform write-register-entry
1292           display "Write-off of " item-remaining-edited
1293               " queued for approval"
1294       end-if.
1295
1300   save-open-item-table.
1301       open output open-item-file.
1302       perform varying open-item-index from 1 by 1
1303               until open-item-index > open-item-count
1304           if item-changed(open-item-index) = "Y"
1305               move 0 to item-remaining-edited
1306               move spaces to item-line(open-item-index)
1307               string item-account(open-item-index) ","
1308                      item-date(open-item-index) ","
1309                      delimited by size
1310                      item-original-text(open-item-index)
1311                      delimited by "  "
1312                      "," item-remaining-edited ","
1312A                     delimited by size
1312B                     item-code(open-item-index)
1312C                     delimited by space
1312D                     "," item-status(open-item-index) ","
1312E                     item-customer-number(open-item-index)
1313                      delimited by size
1314                   into item-line(open-item-index)
1315           end-if
1316           move item-line(open-item-index) to open-item-record
1317           write open-item-record
1318       end-perform.
1319       close open-item-file.
1320
1330   save-pending-table.
1331       open output pending-file.
1332       perform varying pending-index from 1 by 1
1333               until pending-index > pending-count
1334           move spaces to pending-record
1335           string pend-status(pending-index) ","
1336                  pend-queue-date(pending-index) ","
1337                  pend-detail(pending-index)
1338               delimited by size into pending-record
1339           write pending-record
1340       end-perform.
1341       close pending-file.
1342
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9920P  copy 'period-control-checker'.
