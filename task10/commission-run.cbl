0100   identification division.
0200   program-id. Commission-Run.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional invoice-line-file assign to dynamic
0330A          invoicelinename
0331           organization is line sequential.
0332       select optional ledger-input-file assign to dynamic
0332A          ledgerinputname
0333           organization is line sequential.
0334       select optional ledger-file assign to dynamic ledgerfilename
0335           organization is line sequential.
0336       select optional salesperson-file assign to dynamic
0336A          salespersonfilename
0337           organization is line sequential.
0338       select optional customer-file assign to dynamic
0338A          customerfilename
0339           organization is line sequential.
0340       select optional order-rep-file assign to dynamic
0340A          orderrepfilename
0341           organization is line sequential.
0342       select statement-file assign to dynamic statementfilename
0343           organization is line sequential.
0344       select optional commission-control-file assign to dynamic
0344A          commissioncontrolname
0345           organization is line sequential.
0346       select optional parameter-card-file assign to dynamic
0346A          parmcardfilename
0347           organization is line sequential.
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
0406   fd  invoice-line-file.
0407   01  invoice-line-record pic x(80).
0408   fd  ledger-input-file.
0409   01  ledger-input-record pic x(100).
0409A  fd  ledger-file.
0409B  01  ledger-record pic x(100).
0409C  fd  salesperson-file.
0409D  01  salesperson-record pic x(80).
0409E  fd  customer-file.
0409F  01  customer-record pic x(120).
0409G  fd  order-rep-file.
0409H  01  order-rep-record pic x(20).
0409I  fd  statement-file.
0409J  01  statement-line pic x(100).
0409K  fd  commission-control-file.
0409L  01  commission-control-record pic x(40).
0409M  fd  parameter-card-file.
0409N  01  parameter-card-record pic x(60).
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
0412   copy 'parameter-card-variables'.
0413   copy 'processing-date-variables'.
0413P  copy 'period-control-variables'.
0414   copy 'audit-trail-variables'.
0415
0420   01 invoicelinename pic x(24).
0421   01 ledgerinputname pic x(24).
0422   01 ledgerfilename pic x(24).
0423   01 salespersonfilename pic x(20) value "SALESREP.TXT".
0424   01 customerfilename pic x(20).
0425   01 orderrepfilename pic x(20) value "ORDREP.TXT".
0426   01 statementfilename pic x(24).
0427   01 commissioncontrolname pic x(20) value "COMMCTL.TXT".
0428   01 input-eof pic x value "N".
0429   01 array-size pic 9(2) value 0.
0430   01 run-control-rerun pic x value "N".
0431
0440   01 commission-period pic 9(6).
0441   01 commission-period-parts redefines commission-period.
0442       05 commission-year pic 9(4).
0443       05 commission-month pic 99.
0444   01 scan-date pic 9(8).
0445   01 scan-date-parts redefines scan-date.
0446       05 scan-year pic 9(4).
0447       05 scan-month pic 99.
0448       05 scan-day pic 99.
0449
0450   01 salesperson-table.
0451       05 salesperson-entry occurs 100 times.
0452           10 rep-code pic x(4).
0453           10 rep-name pic x(20).
0454           10 rep-method pic x.
0455           10 rep-rate pic 99v99 occurs 4 times.
0456           10 rep-invoiced-net pic s9(8)v99.
0457           10 rep-returns-net pic s9(8)v99.
0458           10 rep-commission pic s9(7)v99.
0459           10 rep-line-count pic 9(5).
0460   01 salesperson-count pic 9(3) value 0.
0461   01 salesperson-index pic 9(3).
0462   01 rep-found-index pic 9(3).
0463   01 rate-index pic 9.
0464   01 rate-text pic x(6) occurs 4 times.
0465   01 house-rep pic x(4) value "HOUS".
0466   01 search-rep pic x(4).
0467
0470   01 customer-rep-table.
0471       05 customer-rep-entry occurs 200 times.
0472           10 cr-customer pic x(8).
0473           10 cr-salesrep pic x(4).
0474   01 customer-rep-count pic 9(3) value 0.
0475   01 customer-rep-index pic 9(3).
0476   01 customer-name-text pic x(10).
0477   01 customer-template-text pic x(10).
0478   01 customer-occasion-text pic x.
0479   01 customer-date-text pic x(8).
0480   01 customer-street-text pic x(20).
0481   01 customer-city-text pic x(15).
0482   01 customer-postal-text pic x(8).
0483   01 customer-salesrep-text pic x(4).
0484
0485   01 order-rep-table.
0486       05 order-rep-entry occurs 5000 times.
0487           10 or-order pic x(8).
0488           10 or-salesrep pic x(4).
0489   01 order-rep-count pic 9(4) value 0.
0490   01 order-rep-index pic 9(4).
0491   01 order-rep-found pic x.
0492   01 order-rep-order-text pic x(8).
0493   01 order-rep-code-text pic x(4).
0494
0495   01 commission-detail-table.
0496       05 commission-detail occurs 2000 times.
0497           10 det-rep-index pic 9(3).
0498           10 det-type pic x.
0499           10 det-document pic x(8).
0499A          10 det-customer pic x(8).
0499B          10 det-item pic x(8).
0499C          10 det-amount pic s9(7)v99.
0499D          10 det-discount-pct pic 99v9.
0499E          10 det-rate pic 99v99.
0499F          10 det-commission pic s9(7)v99.
0499G  01 detail-count pic 9(4) value 0.
0499H  01 detail-index pic 9(4).
0499I  01 details-dropped pic 9(5) value 0.
0499J
0499K  01 line-invoice pic x(8).
0499L  01 line-order pic x(8).
0499M  01 line-customer pic x(8).
0499N  01 line-item pic x(8).
0499O  01 line-qty-text pic x(8).
0499P  01 line-net-text pic x(12).
0499Q  01 line-gross-text pic x(12).
0499R  01 line-net pic 9(7)v99.
0499S  01 line-gross pic 9(7)v99.
0499T  01 line-discount-pct pic 99v9.
0499U  01 line-rate pic 99v99.
0499V  01 line-amount pic s9(7)v99.
0499W  01 line-commission pic s9(7)v99.
0499X  01 line-type pic x.
0499X1 01 det-document-hold pic x(8).
0499Y
0499Z  01 ledger-amount-text pic x(12).
0499Z1 01 ledger-field-skip pic x(12).
0499Z2 01 ledger-flag-text pic x.
0499Z3 01 ledger-source-text pic x.
0499Z4 01 ledger-account-text pic x(8).
0499Z5 01 return-source pic x value "R".
0499Z6
0499Z7 01 commission-expense-account pic x(8) value "COMMEXP".
0499Z8 01 commission-accrual-account pic x(8) value "COMMACCR".
0499Z9 01 entry-source pic x value "M".
0499ZA 01 posting-sequence pic 9(6) value 0.
0499ZB 01 ledger-account pic x(8).
0499ZC 01 ledger-amount pic s9(7)v99.
0499ZD 01 ledger-amount-edited pic -9(6).99.
0499ZE 01 zero-edited pic -9(6).99.
0499ZF 01 period-already-posted pic x value "N".
0499ZG 01 repost-reply pic x value "N".
0499ZH 01 control-period-text pic x(6).
0499ZI
0499ZJ 01 amount-edited pic -9(7).99.
0499ZK 01 commission-edited pic -9(6).99.
0499ZL 01 discount-pct-edited pic 99.9.
0499ZM 01 rate-edited pic 99.99.
0499ZN 01 invoiced-edited pic -9(8).99.
0499ZO 01 returns-edited pic -9(8).99.
0499ZP 01 commissionable-edited pic -9(8).99.
0499ZQ 01 commissionable-net pic s9(8)v99.
0499ZR 01 plan-description pic x(20).
0499ZS 01 total-commission pic s9(8)v99 value 0.
0499ZT 01 total-commission-edited pic -9(8).99.
0499ZU 01 statements-written pic 9(3) value 0.
0499ZV 01 invoice-lines-read pic 9(6) value 0.
0499ZW 01 return-lines-read pic 9(6) value 0.
0499ZX
0500   procedure division.
0600
0700   program-begin.
0701       move "Commission-Run" to audit-program-name.
0702       move "COMMPARM.TXT" to parmcardfilename.
0703       perform load-parameter-card.
0704       move "CUSTFILE" to parm-keyword.
0705       perform get-parameter-value.
0706       if parm-found = "Y"
0707           move parm-value to customerfilename
0708       else
0709           display "Enter customer master file name"
0710           accept customerfilename
0711       end-if.
0712       move "EXPENSEACCT" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to commission-expense-account
0716       end-if.
0717       move "ACCRUALACCT" to parm-keyword.
0718       perform get-parameter-value.
0719       if parm-found = "Y"
0720           move parm-value to commission-accrual-account
0721       end-if.
0722       move "HOUSEREP" to parm-keyword.
0723       perform get-parameter-value.
0724       if parm-found = "Y"
0725           move parm-value to house-rep
0726       end-if.
0727       display "Enter commission month (YYYYMM) or 0".
0728       accept commission-period.
0729       perform get-processing-date.
0730       if commission-period = 0
0731           move processing-date(1:6) to commission-period
0732       end-if.
0733       string "LEDGER" processing-date ".TXT"
0734           delimited by size into ledgerfilename.
0734A      move processing-date to period-check-date.
0734B      move "Commission-Run" to period-program-name.
0734C      move "F" to period-poster-class.
0734D      perform check-posting-period.
0734E      if period-post-allowed = "N"
0734F          move 8 to return-code
0734G          stop run
0734H      end-if.
0735       string "COMMSTMT" commission-period ".TXT"
0736           delimited by size into statementfilename.
0740       perform load-salesperson-table.
0741       perform load-customer-reps.
0742       perform load-order-reps.
0743       perform check-period-posted.
0750       move commission-year to scan-year.
0751       move commission-month to scan-month.
0752       move 1 to scan-day.
0753       perform gather-one-day
0754           until scan-day > 31.
0760       open output statement-file.
0761       perform write-rep-statement
0762           varying salesperson-index from 1 by 1
0763           until salesperson-index > salesperson-count.
0764       move total-commission to total-commission-edited.
0765       move spaces to statement-line.
0766       string "Commission run " commission-period
0767              "  statements " statements-written
0768              "  total commission " total-commission-edited
0769           delimited by size into statement-line.
0770       write statement-line.
0771       close statement-file.
0780       if period-already-posted = "N"
0781           perform post-commission-accrual
0782       end-if.
0790       display "Invoice lines: " invoice-lines-read
0791           "  return credits: " return-lines-read.
0792       display "Statements written: " statements-written
0793           "  total commission: " total-commission-edited.
0794       if details-dropped > 0
0795           display details-dropped
0796               " lines left off the statements, detail table full"
0797       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-salesperson-table.
0921       move 0 to salesperson-count.
0922       move "N" to input-eof.
0923       open input salesperson-file.
0924       perform until input-eof = "Y"
0925              or salesperson-count = 99
0926           read salesperson-file
0927               at end move "Y" to input-eof
0928               not at end
0929                   perform load-one-salesperson
0930           end-read
0931       end-perform.
0932       close salesperson-file.
0933       move house-rep to search-rep.
0934       perform find-salesperson.
0935       if rep-found-index = 0
0936           add 1 to salesperson-count
0937           initialize salesperson-entry(salesperson-count)
0938           move house-rep to rep-code(salesperson-count)
0939           move "House account" to rep-name(salesperson-count)
0940           move "F" to rep-method(salesperson-count)
0941       end-if.
0942       display salesperson-count " salespeople loaded".
0943
0944   load-one-salesperson.
0945       add 1 to salesperson-count.
0946       initialize salesperson-entry(salesperson-count).
0947       move spaces to rate-text(1) rate-text(2)
0948                      rate-text(3) rate-text(4).
0949       unstring salesperson-record delimited by ","
0950           into rep-code(salesperson-count)
0951                rep-name(salesperson-count)
0952                rep-method(salesperson-count)
0953                rate-text(1) rate-text(2)
0954                rate-text(3) rate-text(4).
0955       perform varying rate-index from 1 by 1
0956               until rate-index > 4
0957           if rate-text(rate-index) not = spaces
0958               move rate-text(rate-index)
0959                   to rep-rate(salesperson-count, rate-index)
0960           end-if
0961       end-perform.
0962
0970   load-customer-reps.
0971       move 0 to customer-rep-count.
0972       move "N" to input-eof.
0973       open input customer-file.
0974       perform until input-eof = "Y"
0975              or customer-rep-count = 200
0976           read customer-file
0977               at end move "Y" to input-eof
0978               not at end
0979                   perform load-one-customer-rep
0980           end-read
0981       end-perform.
0982       close customer-file.
0983
0984   load-one-customer-rep.
0985       move spaces to customer-salesrep-text.
0986       unstring customer-record delimited by ","
0987           into customer-name-text customer-template-text
0988                customer-occasion-text customer-date-text
0989                customer-street-text customer-city-text
0990                customer-postal-text customer-salesrep-text.
0991       if customer-salesrep-text not = spaces
0992           add 1 to customer-rep-count
0993           move customer-name-text(1:8)
0994               to cr-customer(customer-rep-count)
0995           move customer-salesrep-text
0996               to cr-salesrep(customer-rep-count)
0997       end-if.
0998
1000   load-order-reps.
1001       move 0 to order-rep-count.
1002       move "N" to input-eof.
1003       open input order-rep-file.
1004       perform until input-eof = "Y"
1005           read order-rep-file
1006               at end move "Y" to input-eof
1007               not at end
1008                   perform load-one-order-rep
1009           end-read
1010       end-perform.
1011       close order-rep-file.
1012
1013   load-one-order-rep.
1014       unstring order-rep-record delimited by ","
1015           into order-rep-order-text order-rep-code-text.
1016       perform find-order-rep.
1017       if order-rep-found = "Y"
1018           move order-rep-code-text
1019               to or-salesrep(order-rep-index)
1020       else
1021           if order-rep-count = 5000
1021A              display "More than 5000 orders in " orderrepfilename
1021B                  ", run stopped"
1021C              move 16 to return-code
1021D              stop run
1021E          end-if
1022           add 1 to order-rep-count
1023           move order-rep-order-text
1024               to or-order(order-rep-count)
1025           move order-rep-code-text
1026               to or-salesrep(order-rep-count)
1028       end-if.
1029
1030   find-order-rep.
1031       move "N" to order-rep-found.
1032       perform varying order-rep-index from 1 by 1
1033               until order-rep-index > order-rep-count
1034                  or order-rep-found = "Y"
1035           if or-order(order-rep-index) = order-rep-order-text
1036               move "Y" to order-rep-found
1037               subtract 1 from order-rep-index
1038           end-if
1039       end-perform.
1040
1050   check-period-posted.
1051       move "N" to period-already-posted.
1052       move "N" to input-eof.
1053       open input commission-control-file.
1054       perform until input-eof = "Y"
1055           read commission-control-file
1056               at end move "Y" to input-eof
1057               not at end
1058                   move commission-control-record(1:6)
1059                       to control-period-text
1060                   if control-period-text = commission-period
1061                       move "Y" to period-already-posted
1062                   end-if
1063           end-read
1064       end-perform.
1065       close commission-control-file.
1066       if period-already-posted = "Y"
1067           display "Commission for " commission-period
1068               " already accrued, post again? (Y/N)"
1069           accept repost-reply
1070           if repost-reply = "Y"
1071               move "N" to period-already-posted
1072           end-if
1073       end-if.
1074
1100   gather-one-day.
1101       move spaces to invoicelinename.
1102       string "INVLINE" scan-date ".TXT"
1103           delimited by size into invoicelinename.
1104       move "N" to input-eof.
1105       open input invoice-line-file.
1106       perform until input-eof = "Y"
1107           read invoice-line-file
1108               at end move "Y" to input-eof
1109               not at end
1110                   perform add-invoiced-line
1111           end-read
1112       end-perform.
1113       close invoice-line-file.
1114       move spaces to ledgerinputname.
1115       string "LEDGER" scan-date ".TXT"
1116           delimited by size into ledgerinputname.
1117       move "N" to input-eof.
1118       open input ledger-input-file.
1119       perform until input-eof = "Y"
1120           read ledger-input-file
1121               at end move "Y" to input-eof
1122               not at end
1123                   perform add-return-credit
1124           end-read
1125       end-perform.
1126       close ledger-input-file.
1127       add 1 to scan-day.
1128
1130   add-invoiced-line.
1131       move spaces to line-gross-text.
1132       unstring invoice-line-record delimited by ","
1133           into line-invoice line-order line-customer
1134                line-item line-qty-text line-net-text
1135                line-gross-text.
1136       move line-net-text to line-net.
1137       if line-gross-text = spaces
1138           move line-net to line-gross
1139       else
1140           move line-gross-text to line-gross
1141       end-if.
1142       move 0 to line-discount-pct.
1143       if line-gross > line-net
1144           compute line-discount-pct rounded =
1145               (line-gross - line-net) * 100 / line-gross
1146       end-if.
1147       add 1 to invoice-lines-read.
1148       move line-order to order-rep-order-text.
1149       perform find-order-rep.
1150       if order-rep-found = "Y"
1151           move or-salesrep(order-rep-index) to search-rep
1152       else
1153           perform find-customer-rep
1154       end-if.
1155       perform find-commission-rep.
1156       perform find-commission-rate.
1157       move line-net to line-amount.
1158       compute line-commission rounded =
1159           line-amount * line-rate / 100.
1160       add line-amount to rep-invoiced-net(rep-found-index).
1161       move "I" to line-type.
1162       move line-invoice to det-document-hold.
1163       perform record-commission-line.
1164
1170   add-return-credit.
1171       move spaces to ledger-source-text.
1172       move spaces to ledger-account-text.
1173       unstring ledger-input-record delimited by ","
1174           into ledger-amount-text ledger-field-skip
1175                ledger-field-skip ledger-flag-text
1176                ledger-source-text ledger-field-skip
1177                ledger-field-skip ledger-field-skip
1178                ledger-field-skip ledger-account-text.
1179       if ledger-source-text = return-source
1180           add 1 to return-lines-read
1181           move ledger-account-text to line-customer
1182           move spaces to line-item
1183           move 0 to line-discount-pct
1184           perform find-customer-rep
1185           perform find-commission-rep
1186           move rep-rate(rep-found-index, 1) to line-rate
1187           move ledger-amount-text to line-amount
1188           compute line-commission rounded =
1189               line-amount * line-rate / 100
1190           add line-amount to rep-returns-net(rep-found-index)
1191           move "R" to line-type
1192           move "RETURN" to det-document-hold
1193           perform record-commission-line
1194       end-if.
1195
1200   find-customer-rep.
1201       move house-rep to search-rep.
1202       perform varying customer-rep-index from 1 by 1
1203               until customer-rep-index > customer-rep-count
1204           if cr-customer(customer-rep-index) = line-customer
1205               move cr-salesrep(customer-rep-index) to search-rep
1206           end-if
1207       end-perform.
1208
1210   find-commission-rep.
1211       perform find-salesperson.
1212       if rep-found-index = 0
1213           display "Salesperson " search-rep
1214               " not on file, credited to " house-rep
1215           move house-rep to search-rep
1216           perform find-salesperson
1217       end-if.
1218
1220   find-salesperson.
1221       move 0 to rep-found-index.
1222       perform varying salesperson-index from 1 by 1
1223               until salesperson-index > salesperson-count
1224                  or rep-found-index > 0
1225           if rep-code(salesperson-index) = search-rep
1226               move salesperson-index to rep-found-index
1227           end-if
1228       end-perform.
1229
1230   find-commission-rate.
1231       move rep-rate(rep-found-index, 1) to line-rate.
1232       if rep-method(rep-found-index) = "T"
1233           if line-discount-pct > 5.0
1234               move rep-rate(rep-found-index, 4) to line-rate
1235           else
1236               if line-discount-pct > 2.5
1237                   move rep-rate(rep-found-index, 3) to line-rate
1238               else
1239                   if line-discount-pct > 0
1240                       move rep-rate(rep-found-index, 2)
1241                           to line-rate
1242                   end-if
1243               end-if
1244           end-if
1245       end-if.
1246
1250   record-commission-line.
1251       add line-commission to rep-commission(rep-found-index).
1252       add 1 to rep-line-count(rep-found-index).
1253       if detail-count = 2000
1254           add 1 to details-dropped
1255       else
1256           add 1 to detail-count
1257           move rep-found-index to det-rep-index(detail-count)
1258           move line-type to det-type(detail-count)
1259           move det-document-hold to det-document(detail-count)
1260           move line-customer to det-customer(detail-count)
1261           move line-item to det-item(detail-count)
1262           move line-amount to det-amount(detail-count)
1263           move line-discount-pct
1264               to det-discount-pct(detail-count)
1265           move line-rate to det-rate(detail-count)
1266           move line-commission to det-commission(detail-count)
1267       end-if.
1268
1300   write-rep-statement.
1301       if rep-line-count(salesperson-index) > 0
1302           perform write-statement-heading
1303           perform write-statement-detail
1304               varying detail-index from 1 by 1
1305               until detail-index > detail-count
1306           perform write-statement-totals
1307           add 1 to statements-written
1308           add rep-commission(salesperson-index)
1309               to total-commission
1310       end-if.
1311
1320   write-statement-heading.
1321       if rep-method(salesperson-index) = "T"
1322           move "tiered by discount" to plan-description
1323       else
1324           move rep-rate(salesperson-index, 1) to rate-edited
1325           move spaces to plan-description
1326           string "flat " rate-edited "%"
1327               delimited by size into plan-description
1328       end-if.
1329       move spaces to statement-line.
1330       string "Commission statement " commission-period
1331              "  " rep-code(salesperson-index)
1332              " " rep-name(salesperson-index)
1333              "  plan " plan-description
1334           delimited by size into statement-line.
1335       write statement-line.
1336       move spaces to statement-line.
1337       string "T Document Customer Item          Amount"
1338              "  Disc%  Rate%  Commission"
1339           delimited by size into statement-line.
1340       write statement-line.
1341
1350   write-statement-detail.
1351       if det-rep-index(detail-index) = salesperson-index
1352           move det-amount(detail-index) to amount-edited
1353           move det-discount-pct(detail-index)
1354               to discount-pct-edited
1355           move det-rate(detail-index) to rate-edited
1356           move det-commission(detail-index) to commission-edited
1357           move spaces to statement-line
1358           string det-type(detail-index) " "
1359                  det-document(detail-index) " "
1360                  det-customer(detail-index) " "
1361                  det-item(detail-index) " "
1362                  amount-edited "  " discount-pct-edited
1363                  "  " rate-edited "  " commission-edited
1364               delimited by size into statement-line
1365           write statement-line
1366       end-if.
1367
1370   write-statement-totals.
1371       compute commissionable-net =
1372           rep-invoiced-net(salesperson-index)
1373           + rep-returns-net(salesperson-index).
1374       move rep-invoiced-net(salesperson-index) to invoiced-edited.
1375       move rep-returns-net(salesperson-index) to returns-edited.
1376       move commissionable-net to commissionable-edited.
1377       move rep-commission(salesperson-index)
1378           to commission-edited.
1379       move spaces to statement-line.
1380       string "Invoiced net " invoiced-edited
1381              "  returns " returns-edited
1382              "  commissionable " commissionable-edited
1383           delimited by size into statement-line.
1384       write statement-line.
1385       move spaces to statement-line.
1386       string "Commission due " commission-edited
1387           delimited by size into statement-line.
1388       write statement-line.
1389       move spaces to statement-line.
1390       write statement-line.
1391
1400   post-commission-accrual.
1401       open extend ledger-file.
1402       perform open-audit-for-run.
1403       perform post-one-rep-accrual
1404           varying salesperson-index from 1 by 1
1405           until salesperson-index > salesperson-count.
1406       perform close-audit-for-run.
1407       close ledger-file.
1408       open extend commission-control-file.
1409       move spaces to commission-control-record.
1410       string commission-period "," processing-date ","
1411              total-commission-edited
1412           delimited by size into commission-control-record.
1413       write commission-control-record.
1414       close commission-control-file.
1415
1420   post-one-rep-accrual.
1421       if rep-commission(salesperson-index) not = 0
1422           move commission-expense-account to ledger-account
1423           move rep-commission(salesperson-index)
1424               to ledger-amount
1425           perform write-commission-ledger-record
1426           move commission-accrual-account to ledger-account
1427           compute ledger-amount =
1428               0 - rep-commission(salesperson-index)
1429           perform write-commission-ledger-record
1430       end-if.
1431
1440   write-commission-ledger-record.
1441       move ledger-amount to audit-result.
1442       perform write-held-audit-entry.
1443       move audit-sequence to posting-sequence.
1444       move ledger-amount to ledger-amount-edited.
1445       move 0 to zero-edited.
1446       move spaces to ledger-record.
1447       string ledger-amount-edited ","
1448              zero-edited ","
1449              ledger-amount-edited ","
1450              "N,"
1451              entry-source ","
1452              "LOC,"
1453              ledger-amount-edited ","
1454              "001.000000,"
1455              "01,"
1456              ledger-account ","
1457              posting-sequence
1458           delimited by size into ledger-record.
1459       write ledger-record.
1460
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9920P  copy 'period-control-checker'.
