0100   identification division.
0200   program-id. Direct-Debit-Run.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional open-item-file assign to dynamic
0330A          openitemfilename
0331           organization is line sequential.
0332       select optional mandate-file assign to dynamic
0332A          mandatefilename
0333           organization is line sequential.
0334       select optional collection-file assign to dynamic
0334A          collectionfilename
0335           organization is line sequential.
0336       select optional debit-log-file assign to dynamic
0336A          debitlogname
0337           organization is line sequential.
0338       select debit-out-file assign to dynamic debitoutname
0339           organization is line sequential.
0340       select optional sequence-file assign to dynamic
0340A          sequencefilename
0341           organization is line sequential.
0342       select optional outbound-queue-file assign to dynamic
0342A          outboundqueuename
0343           organization is line sequential.
0344       select optional debit-return-file assign to dynamic
0344A          debitreturnname
0345           organization is line sequential.
0346       select optional register-file assign to dynamic
0346A          registerfilename
0347           organization is line sequential.
0348       select optional ledger-file assign to dynamic ledgerfilename
0349           organization is line sequential.
0350       select optional alerts-file assign to dynamic
0350A          alertsfilename
0351           organization is line sequential.
0352       select optional parameter-card-file assign to dynamic
0352A          parmcardfilename
0353           organization is line sequential.
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
0408   fd  mandate-file.
0409   01  mandate-record pic x(80).
0409A  fd  collection-file.
0409B  01  collection-record pic x(120).
0409C  fd  debit-log-file.
0409D  01  debit-log-record pic x(80).
0409E  fd  debit-out-file.
0409F  01  debit-out-record pic x(100).
0409G  fd  sequence-file.
0409H  01  sequence-record pic 9(4).
0409I  fd  outbound-queue-file.
0409J  01  outbound-queue-record pic x(40).
0409K  fd  debit-return-file.
0409L  01  debit-return-record pic x(40).
0409M  fd  register-file.
0409N  01  register-line pic x(100).
0409O  fd  ledger-file.
0409P  01  ledger-record pic x(100).
0409Q  fd  alerts-file.
0409R  01  alert-record pic x(140).
0409S  fd  parameter-card-file.
0409T  01  parameter-card-record pic x(60).
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
0415   copy 'collection-hold-variables'.
0416   copy 'alert-writer-variables'.
0417
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 mandatefilename pic x(20) value "MANDATE.TXT".
0422   01 debitlogname pic x(20) value "DDLOG.TXT".
0423   01 debitoutname pic x(24) value spaces.
0424   01 sequencefilename pic x(20) value "DDSEQ.TXT".
0425   01 outboundqueuename pic x(20) value "XMITQ.TXT".
0426   01 debitreturnname pic x(20) value "DDRETURN.TXT".
0427   01 registerfilename pic x(24).
0428   01 ledgerfilename pic x(24).
0429   01 input-eof pic x value "N".
0430   01 array-size pic 9(2) value 0.
0431   01 run-control-rerun pic x value "N".
0432   01 run-mode pic 9 value 1.
0433
0440   01 open-item-table.
0441       05 open-item-entry occurs 500 times.
0442           10 item-line pic x(80).
0443           10 item-account pic x(8).
0444           10 item-date pic 9(8).
0445           10 item-original-text pic x(12).
0446           10 item-remaining pic s9(6)v99.
0447           10 item-code pic x(5).
0448           10 item-status pic x.
0449           10 item-changed pic x.
0449A           10 item-customer-number pic x(8).
0450   01 open-item-count pic 9(3) value 0.
0451   01 open-item-index pic 9(3).
0452   01 item-found-index pic 9(3).
0453   01 item-date-text pic x(10).
0454   01 item-remaining-text pic x(12).
0455   01 item-remaining-edited pic -9(6).99.
0456   01 open-items-changed pic x value "N".
0457
0460   01 mandate-table.
0461       05 mandate-entry occurs 200 times.
0462           10 mand-account pic x(8).
0463           10 mand-sort-code pic x(6).
0464           10 mand-bank-account pic x(16).
0465           10 mand-holder pic x(20).
0466           10 mand-status pic x.
0467   01 mandate-count pic 9(3) value 0.
0468   01 mandate-index pic 9(3).
0469   01 mand-found-index pic 9(3).
0470
0480   01 debit-log-table.
0481       05 debit-log-entry occurs 1000 times.
0482           10 dlog-status pic x.
0483           10 dlog-reference pic 9(8).
0484           10 dlog-account pic x(8).
0485           10 dlog-item-date pic 9(8).
0486           10 dlog-item-code pic x(5).
0487           10 dlog-amount pic 9(6)v99.
0488           10 dlog-collection-date pic 9(8).
0489   01 debit-log-count pic 9(4) value 0.
0490   01 debit-log-index pic 9(4).
0491   01 dlog-found-index pic 9(4).
0492   01 dlog-reference-text pic x(10).
0493   01 dlog-item-date-text pic x(10).
0494   01 dlog-amount-text pic x(12).
0495   01 dlog-date-text pic x(10).
0496
0500   01 terms-days pic 9(3) value 30.
0501   01 terms-days-text pic x(3) justified right.
0501A  01 return-days pic 9(3) value 60.
0501B  01 return-cutoff-date pic 9(8).
0501C  01 debit-log-dropped pic 9(4).
0502   01 bank-account pic x(8) value "BANK".
0503   01 run-date pic 9(8).
0504   01 collection-date pic 9(8).
0505   01 collection-serial pic 9(8).
0506   01 due-serial pic 9(8).
0507   01 debit-sequence pic 9(4).
0508   01 debit-reference pic 9(8).
0509   01 debit-line-number pic 9(4) value 0.
0510   01 debit-amount pic 9(6)v99.
0511   01 debit-amount-edited pic 9(7).99.
0512   01 debit-total pic 9(9)v99 value 0.
0513   01 debit-total-edited pic 9(9).99.
0514   01 bank-hash pic 9(18) value 0.
0515
0520   01 return-reference-text pic x(10).
0521   01 return-reason pic x(10).
0522   01 return-reference pic 9(8).
0523   01 returns-read pic 9(4) value 0.
0524   01 returns-applied pic 9(4) value 0.
0525   01 returns-unmatched pic 9(4) value 0.
0526   01 returned-total pic 9(9)v99 value 0.
0527
0530   01 entry-source pic x value "B".
0531   01 posting-sequence pic 9(6) value 0.
0532   01 ledger-account pic x(8).
0533   01 ledger-amount pic s9(7)v99.
0534   01 ledger-amount-edited pic -9(6).99.
0535   01 zero-edited pic -9(6).99.
0536
0600   procedure division.
0610
0700   program-begin.
0701       move "Direct-Debit-Run" to audit-program-name.
0702       move "DDPARM.TXT" to parmcardfilename.
0703       perform load-parameter-card.
0704       move "TERMSDAYS" to parm-keyword.
0705       perform get-parameter-value.
0706       if parm-found = "Y"
0707           unstring parm-value delimited by " "
0708               into terms-days-text
0709           inspect terms-days-text replacing leading space by "0"
0710           move terms-days-text to terms-days
0711       end-if.
0711A      move "RETURNDAYS" to parm-keyword.
0711B      perform get-parameter-value.
0711C      if parm-found = "Y"
0711D          move spaces to terms-days-text
0711E          unstring parm-value delimited by " "
0711F              into terms-days-text
0711G          inspect terms-days-text replacing leading space by "0"
0711H          move terms-days-text to return-days
0711I      end-if.
0712       move "BANKACCT" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to bank-account
0716       end-if.
0717       display "1 = build the collection file,".
0718       display "2 = apply the bank returns file".
0719       accept run-mode.
0720       perform get-processing-date.
0721       move processing-date to run-date.
0721A      compute return-cutoff-date = function date-of-integer(
0721B          function integer-of-date(run-date) - return-days).
0722       string "DDREG" run-date ".TXT"
0723           delimited by size into registerfilename.
0724       string "LEDGER" run-date ".TXT"
0725           delimited by size into ledgerfilename.
0725A      move run-date to period-check-date.
0725B      move "Direct-Debit-Run" to period-program-name.
0725C      perform check-posting-period.
0725D      if period-post-allowed = "N"
0725E          move 8 to return-code
0725F          stop run
0725G      end-if.
0726       perform load-open-item-table.
0730       if run-mode = 1
0731           perform build-collection-file
0732       end-if.
0733       if run-mode = 2
0734           perform apply-bank-returns
0735       end-if.
0740       if open-items-changed = "Y"
0741           perform save-open-item-table
0742       end-if.
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
0970   load-mandate-table.
0971       move 0 to mandate-count.
0972       move "N" to input-eof.
0973       open input mandate-file.
0974       perform until input-eof = "Y"
0975              or mandate-count = 200
0976           read mandate-file
0977               at end move "Y" to input-eof
0978               not at end
0979                   add 1 to mandate-count
0980                   unstring mandate-record delimited by ","
0981                       into mand-account(mandate-count)
0982                            mand-sort-code(mandate-count)
0983                            mand-bank-account(mandate-count)
0984                            mand-holder(mandate-count)
0985                            mand-status(mandate-count)
0986           end-read
0987       end-perform.
0988       close mandate-file.
0989       display mandate-count " mandates loaded".
0990
1000   build-collection-file.
1001       perform get-next-business-day.
1002       move processing-date to collection-date.
1003       move run-date to processing-date.
1004       compute collection-serial =
1005           function integer-of-date(collection-date).
1006       display "Collecting items due by " collection-date.
1007       perform load-mandate-table.
1008       perform load-collection-holds.
1009       perform get-next-debit-sequence.
1010       string "DDCOLL" run-date debit-sequence ".TXT"
1011           delimited by size into debitoutname.
1012       open output debit-out-file.
1013       move spaces to debit-out-record.
1014       string "H" run-date debit-sequence ",DIRECTDEBIT,"
1015              collection-date
1016           delimited by size into debit-out-record.
1017       write debit-out-record.
1017A      perform load-debit-log-table.
1017B      perform save-debit-log-table.
1018       open extend debit-log-file.
1019       open extend register-file.
1020       move spaces to register-line.
1021       string "Direct debit collection " debitoutname
1022              " for " collection-date
1023           delimited by size into register-line.
1024       write register-line.
1025       open extend ledger-file.
1026       perform open-audit-for-run.
1027       perform collect-one-item
1028           varying open-item-index from 1 by 1
1029           until open-item-index > open-item-count.
1030       if debit-total > 0
1031           move bank-account to ledger-account
1032           move debit-total to ledger-amount
1033           perform write-debit-ledger-record
1034       end-if.
1035       perform close-audit-for-run.
1036       close ledger-file.
1037       move debit-total to debit-total-edited.
1038       move spaces to debit-out-record.
1039       string "T," debit-line-number ","
1040              debit-total-edited ","
1041              bank-hash
1042           delimited by size into debit-out-record.
1043       write debit-out-record.
1044       close debit-out-file.
1045       close debit-log-file.
1046       move spaces to register-line.
1047       string "Items collected: " debit-line-number
1048              "  total " debit-total-edited
1049              "  hash " bank-hash
1050           delimited by size into register-line.
1051       write register-line.
1052       close register-file.
1053       display "Items collected: " debit-line-number
1054           "  total " debit-total-edited.
1055       if debit-line-number > 0
1056           open extend outbound-queue-file
1057           move debitoutname to outbound-queue-record
1058           write outbound-queue-record
1059           close outbound-queue-file
1059A          display debitoutname " queued for transmission"
1059B      else
1059C          display "Nothing due for collection, "
1059D              debitoutname " not queued"
1059E      end-if.
1060
1070   get-next-debit-sequence.
1071       move 0 to debit-sequence.
1072       open input sequence-file.
1073       read sequence-file
1074           at end move 0 to debit-sequence
1075           not at end move sequence-record
1076               to debit-sequence
1077       end-read.
1078       close sequence-file.
1079       add 1 to debit-sequence.
1080       open output sequence-file.
1081       move debit-sequence to sequence-record.
1082       write sequence-record.
1083       close sequence-file.
1084
1100   collect-one-item.
1101       if item-status(open-item-index) not = "S"
1102          and item-status(open-item-index) not = "U"
1103          and item-status(open-item-index) not = "W"
1104          and item-remaining(open-item-index) > 0
1105           compute due-serial =
1106               function integer-of-date(item-date(open-item-index))
1107               + terms-days
1108           if due-serial <= collection-serial
1109               perform check-item-collectable
1110           end-if
1111       end-if.
1112
1120   check-item-collectable.
1121       move 0 to mand-found-index.
1122       perform varying mandate-index from 1 by 1
1123               until mandate-index > mandate-count
1124                  or mand-found-index > 0
1125           if mand-account(mandate-index)
1126                  = item-account(open-item-index)
1127              and mand-status(mandate-index) = "A"
1128               move mandate-index to mand-found-index
1129           end-if
1130       end-perform.
1131       if mand-found-index > 0
1132           move item-account(open-item-index) to hold-account
1133           move item-date(open-item-index) to hold-item-date
1134           move item-code(open-item-index) to hold-item-code
1135           perform check-collection-hold
1136           if hold-found = "N"
1137               perform write-collection-detail
1138           end-if
1139       end-if.
1140
1150   write-collection-detail.
1151       add 1 to debit-line-number.
1152       compute debit-reference =
1153           (debit-sequence * 10000) + debit-line-number.
1154       move item-remaining(open-item-index) to debit-amount.
1155       move debit-amount to debit-amount-edited.
1156       add debit-amount to debit-total.
1157       compute bank-hash = bank-hash
1158           + function numval(mand-bank-account(mand-found-index)).
1159       move spaces to debit-out-record.
1160       string "D," debit-reference ","
1161              mand-sort-code(mand-found-index) ","
1162              mand-bank-account(mand-found-index) ","
1163              mand-holder(mand-found-index) ","
1164              debit-amount-edited ","
1165              item-account(open-item-index)
1166           delimited by size into debit-out-record.
1167       write debit-out-record.
1168       move 0 to item-remaining(open-item-index).
1169       move "S" to item-status(open-item-index).
1170       move "Y" to item-changed(open-item-index).
1171       move "Y" to open-items-changed.
1172       move item-account(open-item-index) to ledger-account.
1173       compute ledger-amount = 0 - debit-amount.
1174       perform write-debit-ledger-record.
1175       move spaces to debit-log-record.
1176       string "C," debit-reference ","
1177              item-account(open-item-index) ","
1178              item-date(open-item-index) ","
1179              item-code(open-item-index) ","
1180              debit-amount-edited ","
1181              collection-date
1182           delimited by size into debit-log-record.
1183       write debit-log-record.
1184       move spaces to register-line.
1185       string "  " debit-reference " "
1186              item-account(open-item-index) " "
1187              item-date(open-item-index) " "
1188              item-code(open-item-index) " "
1189              debit-amount-edited
1190           delimited by size into register-line.
1191       write register-line.
1192
1200   write-debit-ledger-record.
1201       move ledger-amount to audit-result.
1202       perform write-held-audit-entry.
1203       move audit-sequence to posting-sequence.
1204       move ledger-amount to ledger-amount-edited.
1205       move 0 to zero-edited.
1206       move spaces to ledger-record.
1207       string ledger-amount-edited ","
1208              zero-edited ","
1209              ledger-amount-edited ","
1210              "N,"
1211              entry-source ","
1212              "LOC,"
1213              ledger-amount-edited ","
1214              "001.000000,"
1215              "01,"
1216              ledger-account ","
1217              posting-sequence
1218           delimited by size into ledger-record.
1219       write ledger-record.
1220
1300   apply-bank-returns.
1301       perform load-debit-log-table.
1302       open extend register-file.
1303       move spaces to register-line.
1304       string "Direct debit returns applied " run-date
1305           delimited by size into register-line.
1306       write register-line.
1307       open extend ledger-file.
1308       perform open-audit-for-run.
1309       move "N" to input-eof.
1310       open input debit-return-file.
1311       perform until input-eof = "Y"
1312           read debit-return-file
1313               at end move "Y" to input-eof
1314               not at end
1315                   perform apply-one-return
1316           end-read
1317       end-perform.
1318       close debit-return-file.
1319       perform close-audit-for-run.
1320       close ledger-file.
1321       move returned-total to debit-total-edited.
1322       move spaces to register-line.
1323       string "Returns read: " returns-read
1324              "  applied: " returns-applied
1325              "  unmatched: " returns-unmatched
1326              "  total " debit-total-edited
1327           delimited by size into register-line.
1328       write register-line.
1329       close register-file.
1331       perform save-debit-log-table.
1333       display "Returns applied: " returns-applied
1334           "  unmatched: " returns-unmatched.
1335       if returns-applied > 0
1336           move 4 to return-code
1337       end-if.
1338
1340   load-debit-log-table.
1341       move 0 to debit-log-count.
1342       move "N" to input-eof.
1343       open input debit-log-file.
1344       perform until input-eof = "Y"
1345              or debit-log-count = 1000
1346           read debit-log-file
1347               at end move "Y" to input-eof
1348               not at end
1349                   perform note-one-debit-log-entry
1350           end-read
1351       end-perform.
1352       close debit-log-file.
1353       if input-eof = "N"
1354           display "Direct debit log holds more than 1000"
1355               " entries, run stopped"
1356           move 16 to return-code
1357           stop run
1358       end-if.
1359
1360   note-one-debit-log-entry.
1361       add 1 to debit-log-count.
1362       unstring debit-log-record delimited by ","
1363           into dlog-status(debit-log-count)
1364                dlog-reference-text
1365                dlog-account(debit-log-count)
1366                dlog-item-date-text
1367                dlog-item-code(debit-log-count)
1368                dlog-amount-text
1369                dlog-date-text.
1370       move dlog-reference-text to dlog-reference(debit-log-count).
1371       move dlog-item-date-text to dlog-item-date(debit-log-count).
1372       move dlog-amount-text to dlog-amount(debit-log-count).
1373       move dlog-date-text
1374           to dlog-collection-date(debit-log-count).
1375
1380   apply-one-return.
1381       add 1 to returns-read.
1382       move spaces to return-reason.
1383       unstring debit-return-record delimited by ","
1384           into return-reference-text return-reason.
1385       move return-reference-text to return-reference.
1386       move 0 to dlog-found-index.
1387       perform varying debit-log-index from 1 by 1
1388               until debit-log-index > debit-log-count
1389                  or dlog-found-index > 0
1390           if dlog-reference(debit-log-index) = return-reference
1391              and dlog-status(debit-log-index) = "C"
1392               move debit-log-index to dlog-found-index
1393           end-if
1394       end-perform.
1395       if dlog-found-index = 0
1396           add 1 to returns-unmatched
1397           move spaces to register-line
1398           string "  " return-reference-text
1399                  " not an outstanding collection, ignored"
1400               delimited by size into register-line
1401           write register-line
1402       else
1403           perform reopen-returned-item
1404       end-if.
1405
1410   reopen-returned-item.
1411       add 1 to returns-applied.
1412       move "R" to dlog-status(dlog-found-index).
1413       move dlog-amount(dlog-found-index) to debit-amount.
1414       add debit-amount to returned-total.
1415       move 0 to item-found-index.
1416       perform varying open-item-index from 1 by 1
1417               until open-item-index > open-item-count
1418                  or item-found-index > 0
1419           if item-account(open-item-index)
1420                  = dlog-account(dlog-found-index)
1421              and item-date(open-item-index)
1422                  = dlog-item-date(dlog-found-index)
1423              and item-code(open-item-index)
1424                  = dlog-item-code(dlog-found-index)
1425              and item-status(open-item-index) = "S"
1426               move open-item-index to item-found-index
1427           end-if
1428       end-perform.
1429       if item-found-index = 0
1430           if open-item-count = 500
1431               display "Open item table is full, returned item "
1432                   dlog-reference(dlog-found-index)
1433                   " must be reopened by hand"
1434           else
1435               add 1 to open-item-count
1436               move open-item-count to item-found-index
1436A              move spaces
1436B                  to item-customer-number(item-found-index)
1437               move dlog-account(dlog-found-index)
1438                   to item-account(item-found-index)
1439               move dlog-item-date(dlog-found-index)
1440                   to item-date(item-found-index)
1441               move dlog-item-code(dlog-found-index)
1442                   to item-code(item-found-index)
1443               move debit-amount to item-remaining-edited
1444               move item-remaining-edited
1445                   to item-original-text(item-found-index)
1446           end-if
1447       end-if.
1448       if item-found-index > 0
1449           move debit-amount to item-remaining(item-found-index)
1450           move "O" to item-status(item-found-index)
1451           move "Y" to item-changed(item-found-index)
1452           move "Y" to open-items-changed
1453       end-if.
1454       move dlog-account(dlog-found-index) to ledger-account.
1455       move debit-amount to ledger-amount.
1456       perform write-debit-ledger-record.
1457       move bank-account to ledger-account.
1458       compute ledger-amount = 0 - debit-amount.
1459       perform write-debit-ledger-record.
1460       move debit-amount to debit-amount-edited.
1461       move spaces to register-line.
1462       string "  " dlog-reference(dlog-found-index) " "
1463              dlog-account(dlog-found-index) " "
1464              dlog-item-date(dlog-found-index) " "
1465              debit-amount-edited " RETURNED " return-reason
1466           delimited by size into register-line.
1467       write register-line.
1468       move "Direct-Debit-Run" to alert-source.
1469       move "W" to alert-severity.
1470       move spaces to alert-text.
1471       string "Direct debit returned "
1472              dlog-account(dlog-found-index) " "
1473              debit-amount-edited " reason " return-reason
1474           delimited by size into alert-text.
1475       perform write-alert-record.
1476
1500   save-debit-log-table.
1500A      move 0 to debit-log-dropped.
1501       open output debit-log-file.
1502       perform varying debit-log-index from 1 by 1
1503               until debit-log-index > debit-log-count
1503A          if dlog-status(debit-log-index) = "C"
1503B             and dlog-collection-date(debit-log-index)
1503C                 >= return-cutoff-date
1503D              perform write-one-debit-log-entry
1503E          else
1503F              add 1 to debit-log-dropped
1503G          end-if
1503H      end-perform.
1503I      close debit-log-file.
1503J      if debit-log-dropped > 0
1503K          display debit-log-dropped " direct debit log entries"
1503L              " returned or past the return window dropped"
1503M      end-if.
1503N
1504   write-one-debit-log-entry.
1504A      move dlog-amount(debit-log-index) to debit-amount-edited.
1505       move spaces to debit-log-record.
1506       string dlog-status(debit-log-index) ","
1507              dlog-reference(debit-log-index) ","
1508              dlog-account(debit-log-index) ","
1509              dlog-item-date(debit-log-index) ","
1510              dlog-item-code(debit-log-index) ","
1511              debit-amount-edited ","
1512              dlog-collection-date(debit-log-index)
1513           delimited by size into debit-log-record.
1514       write debit-log-record.
1517
1600   save-open-item-table.
1601       open output open-item-file.
1602       perform varying open-item-index from 1 by 1
1603               until open-item-index > open-item-count
1604           if item-changed(open-item-index) = "Y"
1605               move item-remaining(open-item-index)
1606                   to item-remaining-edited
1607               move spaces to item-line(open-item-index)
1608               string item-account(open-item-index) ","
1609                      item-date(open-item-index) ","
1610                      delimited by size
1611                      item-original-text(open-item-index)
1612                      delimited by "  "
1613                      "," item-remaining-edited ","
1613A                     delimited by size
1614                      item-code(open-item-index)
1615                      delimited by space
1616                      "," item-status(open-item-index) ","
1616A                     item-customer-number(open-item-index)
1617                      delimited by size
1618                   into item-line(open-item-index)
1619           end-if
1620           move item-line(open-item-index) to open-item-record
1621           write open-item-record
1622       end-perform.
1623       close open-item-file.
1624
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9930   copy 'collection-hold-checker'.
9940   copy 'alert-writer'.
9940P  copy 'period-control-checker'.
