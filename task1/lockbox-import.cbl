0100   identification division.
0200   program-id. Lockbox-Import.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional lockbox-file assign to dynamic
0330A          lockboxfilename
0331           organization is line sequential.
0332       select optional open-item-file assign to dynamic
0332A          openitemfilename
0333           organization is line sequential.
0334       select receipts-file assign to dynamic receiptsfilename
0335           organization is line sequential.
0336       select register-file assign to dynamic registerfilename
0337           organization is line sequential.
0338       select optional report-file assign to dynamic reportfilename
0339           organization is line sequential.
0340       select optional alerts-file assign to dynamic
0340A          alertsfilename
0341           organization is line sequential.
0342       select optional balancing-file assign to dynamic
0342A          balancingfilename
0343           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  lockbox-file.
0407   01  lockbox-record pic x(100).
0408   fd  open-item-file.
0409   01  open-item-record pic x(80).
0409A  fd  receipts-file.
0409B  01  receipt-record pic x(60).
0409C  fd  register-file.
0409D  01  register-line pic x(100).
0409E  fd  report-file.
0409F  01  report-line pic x(200).
0409G  fd  alerts-file.
0409H  01  alert-record pic x(140).
0409I  fd  balancing-file.
0409J  01  balancing-record pic x(80).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414   copy 'alert-writer-variables'.
0415   copy 'balancing-variables'.
0416
0420   01 lockboxfilename pic x(20).
0421   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0422   01 receiptsfilename pic x(20) value spaces.
0423   01 registerfilename pic x(24).
0424   01 lockbox-eof pic x value "N".
0425   01 open-item-eof pic x value "N".
0426
0430   01 open-item-table.
0431       05 open-item-entry occurs 500 times.
0432           10 item-account pic x(8).
0433           10 item-code pic x(5).
0434           10 item-remaining pic s9(6)v99.
0435           10 item-status pic x.
0436   01 open-item-count pic 9(3) value 0.
0437   01 open-item-index pic 9(3).
0438   01 item-date-text pic x(10).
0439   01 item-original-text pic x(12).
0440   01 item-remaining-text pic x(12).
0441
0450   01 record-type pic x.
0451   01 batch-open pic x value "N".
0452   01 batch-id pic x(10).
0453   01 batch-deposit-date pic x(8).
0454   01 batch-trailer-count-text pic x(6) justified right.
0455   01 batch-trailer-count pic 9(6).
0456   01 batch-trailer-total-text pic x(14).
0457   01 batch-trailer-total pic 9(9)v99.
0458   01 batch-total pic 9(9)v99 value 0.
0459   01 batch-total-edited pic 9(9).99.
0460   01 batch-trailer-edited pic 9(9).99.
0461   01 batch-reject-reason pic x(30).
0462
0470   01 remittance-table.
0471       05 remittance-entry occurs 200 times.
0472           10 remit-cheque pic x(10).
0473           10 remit-account pic x(8).
0474           10 remit-amount pic 9(6)v99.
0475           10 remit-reference pic x(5) occurs 4 times.
0476   01 remittance-count pic 9(3) value 0.
0477   01 remittance-index pic 9(3).
0478   01 reference-index pic 9.
0479   01 remit-amount-text pic x(12).
0480
0490   01 matched-account pic x(8).
0491   01 matched-reference pic x(10).
0492   01 match-method pic x(10).
0493   01 receipt-amount-edited pic -9(6).99.
0494   01 remit-amount-edited pic 9(6).99.
0495
0500   01 batches-read pic 9(4) value 0.
0501   01 batches-proved pic 9(4) value 0.
0502   01 batches-rejected pic 9(4) value 0.
0503   01 remittances-read pic 9(6) value 0.
0504   01 remittances-rejected pic 9(6) value 0.
0505   01 receipts-written pic 9(6) value 0.
0506   01 by-reference-count pic 9(6) value 0.
0507   01 by-account-count pic 9(6) value 0.
0508   01 unidentified-count pic 9(6) value 0.
0509   01 receipts-total pic 9(9)v99 value 0.
0510   01 unidentified-total pic 9(9)v99 value 0.
0511   01 receipts-total-edited pic 9(9).99.
0512   01 unidentified-total-edited pic 9(9).99.
0513
0600   procedure division.
0610
0700   program-begin.
0701       display "Enter lockbox file name".
0702       accept lockboxfilename.
0703       perform get-processing-date.
0704       string "LBRCPT" processing-date ".TXT"
0705           delimited by size into receiptsfilename.
0706       string "LBREG" processing-date ".TXT"
0707           delimited by size into registerfilename.
0708       perform load-open-item-table.
0709       open output receipts-file.
0710       open output register-file.
0711       move spaces to register-line.
0712       string "Lockbox import of " lockboxfilename
0713              " for " processing-date
0714           delimited by size into register-line.
0715       write register-line.
0716       move "Lockbox-Import" to report-program-name.
0717       move spaces to report-title.
0718       string "Unidentified lockbox cash " processing-date
0719           delimited by size into report-title.
0720       move spaces to report-column-heading.
0721       string "Batch      Cheque     Account        Amount"
0722              "  References"
0723           delimited by size into report-column-heading.
0724       perform write-report-header.
0725       open input lockbox-file.
0726       perform read-lockbox-record
0727           until lockbox-eof = "Y".
0728       close lockbox-file.
0729       if batch-open = "Y"
0730           move "no batch trailer" to batch-reject-reason
0731           perform reject-batch
0732       end-if.
0733       perform write-import-totals.
0734       close register-file.
0735       close receipts-file.
0736       move "LOCKBOX" to balancing-step.
0737       move processing-date to balancing-run-date.
0738       move lockboxfilename to balancing-file-name.
0739       move remittances-read to balancing-read-count.
0740       move receipts-written to balancing-written-count.
0741       compute balancing-rejected-count =
0742           remittances-rejected + unidentified-count.
0743       perform write-balancing-record.
0900   program-done.
0910       stop run.
0911
0920   load-open-item-table.
0921       move 0 to open-item-count.
0922       move "N" to open-item-eof.
0923       open input open-item-file.
0924       perform until open-item-eof = "Y"
0925              or open-item-count = 500
0926           read open-item-file
0927               at end move "Y" to open-item-eof
0928               not at end
0929                   add 1 to open-item-count
0930                   unstring open-item-record delimited by ","
0931                       into item-account(open-item-count)
0932                            item-date-text
0933                            item-original-text
0934                            item-remaining-text
0935                            item-code(open-item-count)
0936                            item-status(open-item-count)
0937                   move item-remaining-text
0938                       to item-remaining(open-item-count)
0939           end-read
0940       end-perform.
0941       close open-item-file.
0942       if open-item-eof = "N"
0943           display "Open item file holds more than 500 items,"
0944               " run stopped"
0945           move 16 to return-code
0946           stop run
0947       end-if.
0948       display open-item-count " open items loaded".
0949
0950   read-lockbox-record.
0951       read lockbox-file
0952           at end move "Y" to lockbox-eof
0953           not at end
0954               move lockbox-record(1:1) to record-type
0955               if record-type = "H"
0956                   perform start-lockbox-batch
0957               end-if
0958               if record-type = "D"
0959                   perform note-remittance
0960               end-if
0961               if record-type = "T"
0962                   perform prove-lockbox-batch
0963               end-if
0964       end-read.
0965
0970   start-lockbox-batch.
0971       if batch-open = "Y"
0972           move "no batch trailer" to batch-reject-reason
0973           perform reject-batch
0974       end-if.
0975       add 1 to batches-read.
0976       move spaces to batch-id batch-deposit-date.
0977       unstring lockbox-record delimited by ","
0978           into record-type batch-id batch-deposit-date.
0979       if batch-deposit-date is not numeric
0980           move processing-date to batch-deposit-date
0981       end-if.
0982       move "Y" to batch-open.
0983       move 0 to remittance-count.
0984       move 0 to batch-total.
0985
0990   note-remittance.
0991       add 1 to remittances-read.
0992       if batch-open = "N"
0993           add 1 to remittances-rejected
0994           move spaces to register-line
0995           string "Remittance outside a batch rejected: "
0996                  lockbox-record(1:50)
0997               delimited by size into register-line
0998           write register-line
0999       else
1000           if remittance-count = 200
1001               display "Lockbox batch " batch-id
1002                   " holds more than 200 remittances,"
1003                   " run stopped"
1004               move 16 to return-code
1005               stop run
1006           end-if
1007           add 1 to remittance-count
1008           move spaces to remittance-entry(remittance-count)
1009           unstring lockbox-record delimited by ","
1010               into record-type
1011                    remit-cheque(remittance-count)
1012                    remit-account(remittance-count)
1013                    remit-amount-text
1014                    remit-reference(remittance-count 1)
1015                    remit-reference(remittance-count 2)
1016                    remit-reference(remittance-count 3)
1017                    remit-reference(remittance-count 4)
1018           move remit-amount-text
1019               to remit-amount(remittance-count)
1020           add remit-amount(remittance-count) to batch-total
1021       end-if.
1022
1030   prove-lockbox-batch.
1031       if batch-open = "N"
1032           move spaces to register-line
1033           string "Batch trailer without a header ignored: "
1034                  lockbox-record(1:50)
1035               delimited by size into register-line
1036           write register-line
1037       else
1038           move spaces to batch-trailer-count-text
1039           move spaces to batch-trailer-total-text
1040           unstring lockbox-record delimited by ","
1041               into record-type batch-trailer-count-text
1042                    batch-trailer-total-text
1043           inspect batch-trailer-count-text
1044               replacing leading space by "0"
1045           move batch-trailer-count-text to batch-trailer-count
1046           move batch-trailer-total-text to batch-trailer-total
1047           if batch-trailer-count not = remittance-count
1048               move "item count out of balance"
1049                   to batch-reject-reason
1050               perform reject-batch
1051           else
1052               if batch-trailer-total not = batch-total
1053                   move "batch total out of balance"
1054                       to batch-reject-reason
1055                   perform reject-batch
1056               else
1057                   perform release-batch
1058               end-if
1059           end-if
1060       end-if.
1061
1100   reject-batch.
1101       add 1 to batches-rejected.
1102       add remittance-count to remittances-rejected.
1103       move batch-total to batch-total-edited.
1104       move batch-trailer-total to batch-trailer-edited.
1105       move spaces to register-line.
1106       string "Batch " delimited by size
1106A             batch-id delimited by space
1106B             " REJECTED, " delimited by size
1107              batch-reject-reason delimited by "  "
1108              " items " remittance-count
1109              " total " batch-total-edited
1109A             " trailer " batch-trailer-edited
1110           delimited by size into register-line.
1111       write register-line.
1112       move "Lockbox-Import" to alert-source.
1113       move "E" to alert-severity.
1114       move spaces to alert-text.
1115       string "Lockbox batch " delimited by size
1116              batch-id delimited by space
1116A             " rejected, " batch-reject-reason
1117              delimited by size into alert-text.
1118       perform write-alert-record.
1119       move 8 to return-code.
1120       move "N" to batch-open.
1121       move 0 to batch-trailer-total.
1122
1130   release-batch.
1131       add 1 to batches-proved.
1132       move batch-total to batch-total-edited.
1133       move spaces to register-line.
1134       string "Batch " batch-id " deposited " batch-deposit-date
1135              " proved, items " remittance-count
1136              " total " batch-total-edited
1137           delimited by size into register-line.
1138       write register-line.
1139       perform identify-remittance
1140           varying remittance-index from 1 by 1
1141           until remittance-index > remittance-count.
1142       move "N" to batch-open.
1143
1150   identify-remittance.
1151       move spaces to matched-account matched-reference.
1152       move spaces to match-method.
1153       perform varying reference-index from 1 by 1
1154               until reference-index > 4
1155                  or matched-account not = spaces
1156           if remit-reference(remittance-index reference-index)
1157                  not = spaces
1158               perform match-reference-to-item
1159           end-if
1160       end-perform.
1161       if matched-account = spaces
1162          and remit-account(remittance-index) not = spaces
1163           perform varying open-item-index from 1 by 1
1164                   until open-item-index > open-item-count
1165                      or matched-account not = spaces
1166               if item-account(open-item-index)
1167                      = remit-account(remittance-index)
1168                   move remit-account(remittance-index)
1169                       to matched-account
1170                   move remit-cheque(remittance-index)
1171                       to matched-reference
1172                   move "ACCOUNT" to match-method
1173                   add 1 to by-account-count
1174               end-if
1175           end-perform
1176       end-if.
1177       if matched-account = spaces
1178           perform report-unidentified-cash
1179       else
1180           perform write-lockbox-receipt
1181       end-if.
1182
1190   match-reference-to-item.
1191       perform varying open-item-index from 1 by 1
1192               until open-item-index > open-item-count
1193                  or matched-account not = spaces
1194           if item-code(open-item-index)
1195                  = remit-reference(remittance-index
1195A                                   reference-index)
1196              and item-status(open-item-index) not = "S"
1197              and item-status(open-item-index) not = "U"
1198              and item-status(open-item-index) not = "W"
1199              and item-remaining(open-item-index) > 0
1200               move item-account(open-item-index)
1201                   to matched-account
1202               move remit-reference(remittance-index
1202A                                   reference-index)
1203                   to matched-reference
1204               move "REFERENCE" to match-method
1205               add 1 to by-reference-count
1206           end-if
1207       end-perform.
1208
1300   write-lockbox-receipt.
1301       add 1 to receipts-written.
1302       add remit-amount(remittance-index) to receipts-total.
1303       move remit-amount(remittance-index)
1304           to receipt-amount-edited.
1305       move spaces to receipt-record.
1306       string matched-account ","
1307              batch-deposit-date ","
1308              receipt-amount-edited ","
1309              matched-reference
1310           delimited by size into receipt-record.
1311       write receipt-record.
1312       move spaces to register-line.
1313       string "  " remit-cheque(remittance-index) " "
1314              matched-account " " receipt-amount-edited
1315              " by " match-method " " matched-reference
1316           delimited by size into register-line.
1317       write register-line.
1318
1320   report-unidentified-cash.
1321       add 1 to unidentified-count.
1322       add remit-amount(remittance-index) to unidentified-total.
1323       move remit-amount(remittance-index) to remit-amount-edited.
1324       move spaces to report-line.
1325       string batch-id " "
1326              remit-cheque(remittance-index) " "
1327              remit-account(remittance-index) " "
1328              remit-amount-edited "  "
1329              remit-reference(remittance-index 1) " "
1330              remit-reference(remittance-index 2) " "
1331              remit-reference(remittance-index 3) " "
1332              remit-reference(remittance-index 4)
1333           delimited by size into report-line.
1334       perform write-report-line.
1335       move spaces to register-line.
1336       string "  " remit-cheque(remittance-index) " "
1337              remit-account(remittance-index) " "
1338              remit-amount-edited " UNIDENTIFIED, see report"
1339           delimited by size into register-line.
1340       write register-line.
1341
1400   write-import-totals.
1401       move receipts-total to receipts-total-edited.
1402       move unidentified-total to unidentified-total-edited.
1403       move spaces to register-line.
1404       string "Batches: " batches-read
1405              "  proved: " batches-proved
1406              "  rejected: " batches-rejected
1407           delimited by size into register-line.
1408       write register-line.
1409       move spaces to register-line.
1410       string "Receipts written: " receipts-written
1411              "  total " receipts-total-edited
1412              "  by reference " by-reference-count
1413              "  by account " by-account-count
1414           delimited by size into register-line.
1415       write register-line.
1416       move spaces to register-line.
1417       string "Unidentified: " unidentified-count
1418              "  total " unidentified-total-edited
1419              "  rejected remittances " remittances-rejected
1420           delimited by size into register-line.
1421       write register-line.
1422       move spaces to report-line.
1423       string "Unidentified remittances: " unidentified-count
1424              "  total " unidentified-total-edited
1425           delimited by size into report-line.
1426       perform write-report-totals.
1427       display "Receipts written to " receiptsfilename ": "
1428           receipts-written.
1429       display "Unidentified remittances: " unidentified-count.
1430       display "Batches rejected: " batches-rejected.
1431
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'alert-writer'.
9930   copy 'balancing-writer'.
