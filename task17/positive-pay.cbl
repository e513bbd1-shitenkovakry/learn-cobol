010    identification division.
020    program-id. Positive-Pay.
030    environment division.
031    input-output section.
032    file-control.
033        select optional check-register-file assign to dynamic
033A           checkregistername
034            organization is line sequential.
035        select optional check-void-file assign to dynamic
035A           checkvoidname
036            organization is line sequential.
037        select optional pay-history-file assign to dynamic
037A           payhistoryname
038            organization is line sequential.
039        select positive-pay-file assign to dynamic
039A           positivepayname
039B           organization is line sequential.
039C       select optional sequence-file assign to dynamic
039D           sequencefilename
039E           organization is line sequential.
039F       select optional outbound-queue-file assign to dynamic
039G           outboundqueuename
039H           organization is line sequential.
039I       select optional exception-file assign to dynamic
039J           exceptionfilename
039K           organization is line sequential.
039L       select optional supplier-file assign to dynamic
039M           supplierfilename
039N           organization is line sequential.
039N1      select optional uncleared-file assign to dynamic
039N2          unclearedfilename
039N3          organization is line sequential.
039O       select optional parameter-card-file assign to dynamic
039P           parmcardfilename
039Q           organization is line sequential.
039R       select optional report-file assign to dynamic
039S           reportfilename
039T           organization is line sequential.
039U       select optional calendar-file assign to dynamic
039V           calendarfilename
039W           organization is line sequential.
040    data division.
041    file section.
042    fd  check-register-file.
043    01  check-register-line pic x(100).
044    fd  check-void-file.
045    01  check-void-record pic x(80).
046    fd  pay-history-file.
047    01  pay-history-record pic x(80).
048    fd  positive-pay-file.
048A   01  positive-pay-record pic x(100).
049    fd  sequence-file.
049A   01  sequence-record pic 9(4).
050    fd  outbound-queue-file.
050A   01  outbound-queue-record pic x(40).
050B   fd  exception-file.
050C   01  exception-record pic x(60).
050D   fd  supplier-file.
050E   01  supplier-record pic x(120).
050E1  fd  uncleared-file.
050E2  01  uncleared-record pic x(80).
050F   fd  parameter-card-file.
050G   01  parameter-card-record pic x(60).
050H   fd  report-file.
050I   01  report-line pic x(200).
050J   fd  calendar-file.
050K   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
061        01 checkregistername pic x(24).
062        01 checkvoidname pic x(20) value "CHKVOID.TXT".
063        01 payhistoryname pic x(20) value "PPAYHIST.TXT".
064        01 positivepayname pic x(24) value spaces.
065        01 sequencefilename pic x(20) value "PPAYSEQ.TXT".
066        01 outboundqueuename pic x(20) value "XMITQ.TXT".
067        01 exceptionfilename pic x(20) value "PPEXCEPT.TXT".
068        01 supplierfilename pic x(20) value "SUPPLIER.TXT".
068A       01 unclearedfilename pic x(20) value "UNCLEARED.TXT".
069        01 input-eof pic x value "N".
070        01 run-mode pic 9 value 1.
071        01 bank-account pic x(16) value "BANK".
072        01 bank-cutoff pic x(4) value "1400".
072A       01 exception-days pic 9(4) value 90.
072B       01 exception-days-text pic x(4) justified right.
072C       01 history-cutoff pic 9(8).
073
080        01 supplier-table.
081            05 supplier-entry occurs 50 times.
082                10 supplier-entry-id pic x(8).
083                10 supplier-entry-name pic x(20).
084        01 supplier-count pic 9(2) value 0.
085        01 supplier-index pic 9(2).
086        01 supplier-found-index pic 9(2).
087
090        01 history-table.
091            05 history-entry occurs 1000 times.
092                10 hist-check pic 9(8).
093                10 hist-issue-date pic 9(8).
094                10 hist-supplier pic x(8).
095                10 hist-amount pic 9(8)v99.
096                10 hist-status pic x.
097                10 hist-sent-date pic 9(8).
097A               10 hist-outstanding pic x.
098        01 history-count pic 9(4) value 0.
099        01 history-index pic 9(4).
0100       01 history-found-index pic 9(4).
0101       01 hist-check-text pic x(10).
0102       01 hist-date-text pic x(10).
0103       01 hist-amount-text pic x(12).
0104       01 hist-sent-text pic x(10).
0105       01 hist-amount-edited pic 9(8).99.
0106       01 history-changed pic x value "N".
0106A      01 history-dropped pic 9(4) value 0.
0106B      01 uncleared-read pic 9(4) value 0.
0106C      01 unc-date-text pic x(10).
0106D      01 unc-account pic x(8).
0106E      01 unc-amount-text pic x(12).
0106F      01 unc-reference pic x(10).
0107
0110       01 work-check-text pic x(10).
0111       01 work-supplier pic x(8).
0112       01 work-invoice pic x(12).
0113       01 work-amount-text pic x(12).
0114       01 work-date-text pic x(10).
0115       01 work-reason pic x(20).
0116       01 work-check pic 9(8).
0117       01 work-amount pic 9(8)v99.
0118       01 work-date pic 9(8).
0119       01 work-payee pic x(20).
0119A      01 new-check-text pic x(10).
0120
0130       01 pay-sequence pic 9(4).
0131       01 issue-count pic 9(4) value 0.
0132       01 issue-total pic 9(10)v99 value 0.
0133       01 void-count pic 9(4) value 0.
0134       01 void-total pic 9(10)v99 value 0.
0135       01 check-hash pic 9(12) value 0.
0136       01 amount-edited pic 9(8).99.
0137       01 issue-total-edited pic 9(10).99.
0138       01 void-total-edited pic 9(10).99.
0139
0140       01 presented-amount pic 9(8)v99.
0141       01 presented-edited pic 9(8).99.
0142       01 bank-reason pic x(8).
0143       01 exception-finding pic x(14).
0144       01 exception-decision pic x(6).
0145       01 exceptions-read pic 9(4) value 0.
0146       01 suggested-returns pic 9(4) value 0.
0147
0200   procedure division.
0201
0210   program-begin.
0211       move "PPAYPARM.TXT" to parmcardfilename.
0212       perform load-parameter-card.
0213       move "BANKACCT" to parm-keyword.
0214       perform get-parameter-value.
0215       if parm-found = "Y"
0216           move parm-value to bank-account
0217       end-if.
0218       move "CUTOFF" to parm-keyword.
0219       perform get-parameter-value.
0220       if parm-found = "Y"
0221           move parm-value to bank-cutoff
0222       end-if.
0222A      move "EXCEPTDAYS" to parm-keyword.
0222B      perform get-parameter-value.
0222C      if parm-found = "Y"
0222D          unstring parm-value delimited by " "
0222E              into exception-days-text
0222F          inspect exception-days-text
0222G              replacing leading space by "0"
0222H          move exception-days-text to exception-days
0222I      end-if.
0223       display "1 = build the positive pay file,".
0224       display "2 = report the bank exceptions file".
0225       accept run-mode.
0226       perform get-processing-date.
0226A      compute history-cutoff = function date-of-integer(
0226B          function integer-of-date(processing-date)
0226C          - exception-days).
0227       perform load-supplier-table.
0228       perform load-pay-history.
0230       if run-mode = 1
0231           perform build-positive-pay
0232       end-if.
0233       if run-mode = 2
0234           perform report-bank-exceptions
0235       end-if.
0240       perform save-pay-history.
0300   program-done.
0310       stop run.
0320
0400   load-supplier-table.
0401       move 0 to supplier-count.
0402       move "N" to input-eof.
0403       open input supplier-file.
0404       perform until input-eof = "Y"
0405              or supplier-count = 50
0406           read supplier-file
0407               at end move "Y" to input-eof
0408               not at end
0409                   add 1 to supplier-count
0410                   unstring supplier-record delimited by ","
0411                       into supplier-entry-id(supplier-count)
0412                            supplier-entry-name(supplier-count)
0413           end-read
0414       end-perform.
0415       close supplier-file.
0420
0500   load-pay-history.
0501       move 0 to history-count.
0502       move "N" to input-eof.
0503       open input pay-history-file.
0504       perform until input-eof = "Y"
0505           read pay-history-file
0506               at end move "Y" to input-eof
0507               not at end
0508                   perform load-one-history-entry
0509           end-read
0510       end-perform.
0511       close pay-history-file.
0512       display history-count " checks on positive pay history".
0520
0600   load-one-history-entry.
0601       if history-count = 1000
0602           display "More than 1000 checks on positive pay history,"
0603               " run stopped"
0604           move 16 to return-code
0605           stop run
0606       end-if.
0607       add 1 to history-count.
0608       unstring pay-history-record delimited by ","
0609           into hist-check-text
0610                hist-date-text
0611                hist-supplier(history-count)
0612                hist-amount-text
0613                hist-status(history-count)
0614                hist-sent-text.
0615       move hist-check-text to hist-check(history-count).
0616       move hist-date-text to hist-issue-date(history-count).
0617       move hist-amount-text to hist-amount(history-count).
0618       move hist-sent-text to hist-sent-date(history-count).
0619       move "N" to hist-outstanding(history-count).
0620
0700   find-history-check.
0701       move 0 to history-found-index.
0702       perform varying history-index from 1 by 1
0703               until history-index > history-count
0704                  or history-found-index > 0
0705           if hist-check(history-index) = work-check
0706               move history-index to history-found-index
0707           end-if
0708       end-perform.
0710
0720   find-payee-name.
0721       move work-supplier to work-payee.
0722       move 0 to supplier-found-index.
0723       perform varying supplier-index from 1 by 1
0724               until supplier-index > supplier-count
0725                  or supplier-found-index > 0
0726           if supplier-entry-id(supplier-index) = work-supplier
0727               move supplier-index to supplier-found-index
0728               move supplier-entry-name(supplier-index)
0729                   to work-payee
0730           end-if
0731       end-perform.
0740
0800   build-positive-pay.
0801       string "CHKREG" processing-date ".TXT"
0802           delimited by size into checkregistername.
0803       perform get-next-pay-sequence.
0804       string "PPAY" processing-date pay-sequence ".TXT"
0805           delimited by size into positivepayname.
0806       open output positive-pay-file.
0807       move spaces to positive-pay-record.
0808       string "H" processing-date pay-sequence ",POSITIVEPAY,"
0809              bank-account
0810           delimited by size into positive-pay-record.
0811       write positive-pay-record.
0812       move "N" to input-eof.
0813       open input check-register-file.
0814       perform until input-eof = "Y"
0815           read check-register-file
0816               at end move "Y" to input-eof
0817               not at end
0818                   if check-register-line(1:8) numeric
0819                      and check-register-line(9:1) = ","
0820                       perform issue-one-register-check
0821                   end-if
0822           end-read
0823       end-perform.
0824       close check-register-file.
0825       move "N" to input-eof.
0826       open input check-void-file.
0827       perform until input-eof = "Y"
0828           read check-void-file
0829               at end move "Y" to input-eof
0830               not at end
0831                   perform void-one-check
0832           end-read
0833       end-perform.
0834       close check-void-file.
0835       move issue-total to issue-total-edited.
0836       move void-total to void-total-edited.
0837       move spaces to positive-pay-record.
0838       string "T," issue-count ","
0839              issue-total-edited ","
0840              void-count ","
0841              void-total-edited ","
0842              check-hash
0843           delimited by size into positive-pay-record.
0844       write positive-pay-record.
0845       close positive-pay-file.
0846       display "Checks issued: " issue-count
0847           "  total " issue-total-edited.
0848       display "Checks voided: " void-count
0849           "  total " void-total-edited.
0850       if issue-count > 0 or void-count > 0
0851           open extend outbound-queue-file
0852           move positivepayname to outbound-queue-record
0853           write outbound-queue-record
0854           close outbound-queue-file
0855           display positivepayname " queued for transmission"
0856       else
0857           display "No checks to report, "
0858               positivepayname " not queued"
0859       end-if.
0860
0900   get-next-pay-sequence.
0901       move 0 to pay-sequence.
0902       open input sequence-file.
0903       read sequence-file
0904           at end move 0 to pay-sequence
0905           not at end move sequence-record
0906               to pay-sequence
0907       end-read.
0908       close sequence-file.
0909       add 1 to pay-sequence.
0910       open output sequence-file.
0911       move pay-sequence to sequence-record.
0912       write sequence-record.
0913       close sequence-file.
0920
1000   issue-one-register-check.
1001       unstring check-register-line delimited by ","
1002           into work-check-text
1003                work-supplier
1004                work-invoice
1005                work-amount-text.
1006       move work-check-text to work-check.
1007       move work-amount-text to work-amount.
1008       perform find-history-check.
1009       if history-found-index > 0
1010           display "Check " work-check " already reported, skipped"
1011       else
1012           if history-count = 1000
1013               display "Positive pay history is full, run stopped"
1014               move 16 to return-code
1015               stop run
1016           end-if
1017           add 1 to history-count
1018           move work-check to hist-check(history-count)
1019           move processing-date to hist-issue-date(history-count)
1020           move work-supplier to hist-supplier(history-count)
1021           move work-amount to hist-amount(history-count)
1022           move "I" to hist-status(history-count)
1023           move processing-date to hist-sent-date(history-count)
1024           move "Y" to history-changed
1025           perform find-payee-name
1026           move work-amount to amount-edited
1027           move spaces to positive-pay-record
1028           string "I," work-check ","
1029                  processing-date ","
1030                  work-payee ","
1031                  amount-edited
1032               delimited by size into positive-pay-record
1033           write positive-pay-record
1034           add 1 to issue-count
1035           add work-amount to issue-total
1036           add work-check to check-hash
1037       end-if.
1040
1100   void-one-check.
1101       move spaces to work-reason.
1101A      move spaces to new-check-text.
1102       unstring check-void-record delimited by ","
1103           into work-check-text
1104                work-date-text
1105                work-supplier
1106                work-amount-text
1107                work-reason
1107A               new-check-text.
1108       move work-check-text to work-check.
1109       move work-date-text to work-date.
1110       move work-amount-text to work-amount.
1111       perform find-history-check.
1111A      if history-found-index > 0
1111B         or work-date >= history-cutoff
1111C          perform report-one-void
1111D      end-if.
1111E
1111F  report-one-void.
1112       if history-found-index = 0
1113           if history-count = 1000
1114               display "Positive pay history is full, run stopped"
1115               move 16 to return-code
1116               stop run
1117           end-if
1118           add 1 to history-count
1119           move history-count to history-found-index
1120           move work-check to hist-check(history-count)
1121           move work-date to hist-issue-date(history-count)
1122           move work-supplier to hist-supplier(history-count)
1123           move work-amount to hist-amount(history-count)
1124           move "I" to hist-status(history-count)
1125       end-if.
1126       if hist-status(history-found-index) not = "V"
1127           move "V" to hist-status(history-found-index)
1128           move processing-date
1129               to hist-sent-date(history-found-index)
1130           move "Y" to history-changed
1131           perform find-payee-name
1132           move hist-amount(history-found-index) to amount-edited
1133           move spaces to positive-pay-record
1134           string "V," work-check ","
1135                  hist-issue-date(history-found-index) ","
1136                  work-payee ","
1137                  amount-edited
1138               delimited by size into positive-pay-record
1139           write positive-pay-record
1140           add 1 to void-count
1141           add hist-amount(history-found-index) to void-total
1142           add work-check to check-hash
1143       end-if.
1144       if new-check-text not = spaces
1145           move new-check-text to work-check
1146           perform find-history-check
1147           if history-found-index = 0
1148               perform issue-reissued-check
1149           end-if
1150       end-if.
1160
1170   issue-reissued-check.
1171       if history-count = 1000
1172           display "Positive pay history is full, run stopped"
1173           move 16 to return-code
1174           stop run
1175       end-if.
1176       add 1 to history-count.
1177       move work-check to hist-check(history-count).
1178       move processing-date to hist-issue-date(history-count).
1179       move work-supplier to hist-supplier(history-count).
1180       move work-amount to hist-amount(history-count).
1181       move "I" to hist-status(history-count).
1182       move processing-date to hist-sent-date(history-count).
1183       move "Y" to history-changed.
1184       perform find-payee-name.
1185       move work-amount to amount-edited.
1186       move spaces to positive-pay-record.
1187       string "I," work-check ","
1188              processing-date ","
1189              work-payee ","
1190              amount-edited
1191           delimited by size into positive-pay-record.
1192       write positive-pay-record.
1193       add 1 to issue-count.
1194       add work-amount to issue-total.
1195       add work-check to check-hash.
1196
1200   report-bank-exceptions.
1201       move "Positive-Pay" to report-program-name.
1202       move spaces to report-title.
1203       string "Positive pay exceptions, cutoff " bank-cutoff
1204           delimited by size into report-title.
1205       move "Check     Presented      Issued  Payee  "
1206           to report-column-heading.
1207       move "          Bank     Finding        Action"
1207A          to report-column-heading(41:40).
1208       perform write-report-header.
1209       move "N" to input-eof.
1210       open input exception-file.
1211       perform until input-eof = "Y"
1212           read exception-file
1213               at end move "Y" to input-eof
1214               not at end
1215                   perform report-one-exception
1216           end-read
1217       end-perform.
1218       close exception-file.
1219       move spaces to report-line.
1220       string "Exceptions: " exceptions-read
1221              "  suggested returns: " suggested-returns
1222              "  decide before " bank-cutoff
1223           delimited by size into report-line.
1224       perform write-report-totals.
1225       display "Bank exceptions: " exceptions-read
1226           "  suggested returns: " suggested-returns.
1227       if exceptions-read > 0
1228           move 4 to return-code
1229       end-if.
1230
1300   report-one-exception.
1301       move spaces to bank-reason.
1302       unstring exception-record delimited by ","
1303           into work-check-text
1304                work-amount-text
1305                work-date-text
1306                bank-reason.
1307       move work-check-text to work-check.
1308       move work-amount-text to presented-amount.
1309       add 1 to exceptions-read.
1310       move spaces to work-payee.
1311       move 0 to work-amount.
1312       perform find-history-check.
1313       if history-found-index = 0
1314           move "NOT ISSUED" to exception-finding
1315           move "RETURN" to exception-decision
1316       else
1317           move hist-supplier(history-found-index) to work-supplier
1318           perform find-payee-name
1319           move hist-amount(history-found-index) to work-amount
1320           if hist-status(history-found-index) = "V"
1321               move "CHECK VOIDED" to exception-finding
1322               move "RETURN" to exception-decision
1323           else
1324               if presented-amount not = work-amount
1325                   move "AMOUNT DIFFERS" to exception-finding
1326                   move "RETURN" to exception-decision
1327               else
1328                   move "MATCHES ISSUE" to exception-finding
1329                   move "PAY" to exception-decision
1330               end-if
1331           end-if
1332       end-if.
1333       if exception-decision = "RETURN"
1334           add 1 to suggested-returns
1335       end-if.
1336       move presented-amount to presented-edited.
1337       move work-amount to amount-edited.
1338       move spaces to report-line.
1339       string work-check " "
1340              presented-edited " "
1341              amount-edited " "
1342              work-payee(1:16) " "
1343              bank-reason " "
1344              exception-finding " "
1345              exception-decision
1346           delimited by size into report-line.
1347       perform write-report-line.
1350
1400   save-pay-history.
1400A      perform mark-outstanding-checks.
1401       open output pay-history-file.
1402       perform varying history-index from 1 by 1
1403               until history-index > history-count
1403A          if hist-sent-date(history-index) >= history-cutoff
1403B             or (hist-status(history-index) = "I"
1403C                 and hist-outstanding(history-index) = "Y")
1403D              perform write-one-history-entry
1403E          else
1403F              add 1 to history-dropped
1403G          end-if
1414       end-perform.
1415       close pay-history-file.
1415A      if history-dropped > 0
1415B          display history-dropped " cleared or voided checks older"
1415C              " than " exception-days " days dropped from history"
1415D      end-if.
1416
1420   write-one-history-entry.
1421       move hist-amount(history-index) to hist-amount-edited.
1422       move spaces to pay-history-record.
1423       string hist-check(history-index) ","
1424              hist-issue-date(history-index) ","
1425              hist-supplier(history-index) ","
1426              hist-amount-edited ","
1427              hist-status(history-index) ","
1428              hist-sent-date(history-index)
1429           delimited by size into pay-history-record.
1430       write pay-history-record.
1431
1440   mark-outstanding-checks.
1441       move 0 to uncleared-read.
1442       move "N" to input-eof.
1443       open input uncleared-file.
1444       perform until input-eof = "Y"
1445           read uncleared-file
1446               at end move "Y" to input-eof
1447               not at end
1448                   perform mark-one-outstanding-check
1449           end-read
1450       end-perform.
1451       close uncleared-file.
1452       if uncleared-read = 0
1453           perform varying history-index from 1 by 1
1454                   until history-index > history-count
1455               move "Y" to hist-outstanding(history-index)
1456           end-perform
1457       end-if.
1458
1460   mark-one-outstanding-check.
1461       add 1 to uncleared-read.
1462       move spaces to unc-reference.
1463       unstring uncleared-record delimited by ","
1464           into unc-date-text unc-account
1465                unc-amount-text unc-reference.
1466       if unc-reference(1:8) numeric
1467           move unc-reference(1:8) to work-check
1468           perform find-history-check
1469           if history-found-index > 0
1470               move "Y" to hist-outstanding(history-found-index)
1471           end-if
1472       end-if.
1473
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
