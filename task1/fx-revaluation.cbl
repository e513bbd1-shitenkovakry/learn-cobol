0100   identification division.
0200   program-id. FX-Revaluation.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional open-item-file assign to dynamic
0330A          openitemfilename
0331           organization is line sequential.
0332       select optional fx-item-file assign to dynamic
0332A          fxitemfilename
0333           organization is line sequential.
0334       select optional fx-rate-file assign to dynamic
0334A          fxratefilename
0335           organization is line sequential.
0336       select optional revaluation-log-file assign to dynamic
0336A          revaluationlogname
0337           organization is line sequential.
0338       select optional ledger-file assign to dynamic ledgerfilename
0339           organization is line sequential.
0340       select optional report-file assign to dynamic reportfilename
0341           organization is line sequential.
0342       select optional parameter-card-file assign to dynamic
0342A          parmcardfilename
0343           organization is line sequential.
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
0408   fd  fx-item-file.
0409   01  fx-item-record pic x(80).
0409A  fd  fx-rate-file.
0409B  01  fx-rate-record pic x(30).
0409C  fd  revaluation-log-file.
0409D  01  revaluation-log-record pic x(60).
0409E  fd  ledger-file.
0409F  01  ledger-record pic x(100).
0409G  fd  report-file.
0409H  01  report-line pic x(200).
0409I  fd  parameter-card-file.
0409J  01  parameter-card-record pic x(60).
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
0415   copy 'report-writer-variables'.
0416   copy 'fx-item-variables'.
0417
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 revaluationlogname pic x(20) value "FXREVLOG.TXT".
0422   01 ledgerfilename pic x(24).
0423   01 input-eof pic x value "N".
0424   01 array-size pic 9(2) value 0.
0425   01 run-control-rerun pic x value "N".
0426
0430   01 item-account pic x(8).
0431   01 item-date-text pic x(10).
0432   01 item-original-text pic x(12).
0433   01 item-remaining-text pic x(12).
0434   01 item-code pic x(5).
0435   01 item-status pic x.
0436   01 item-original pic s9(6)v99.
0437   01 item-remaining pic s9(6)v99.
0438   01 foreign-remaining pic s9(6)v99.
0439   01 revalued-amount pic s9(7)v99.
0440   01 revaluation-difference pic s9(7)v99.
0441
0450   01 revaluation-table.
0451       05 revaluation-entry occurs 200 times.
0452           10 reval-currency pic x(3).
0453           10 reval-account pic x(8).
0454           10 reval-items pic 9(4).
0455           10 reval-booked pic s9(9)v99.
0456           10 reval-revalued pic s9(9)v99.
0457           10 reval-difference pic s9(9)v99.
0458   01 revaluation-count pic 9(3) value 0.
0459   01 revaluation-index pic 9(3).
0460   01 reval-found-index pic 9(3).
0461
0470   01 unrealized-account pic x(8) value "FXUNREAL".
0471   01 revaluation-date pic 9(8).
0472   01 reversal-date pic 9(8).
0473   01 reversal-year pic 9(4).
0474   01 reversal-month pic 9(2).
0475   01 reversal-first-day pic 9(8).
0476   01 log-date pic x(8).
0477   01 already-revalued pic x value "N".
0478   01 items-revalued pic 9(5) value 0.
0479   01 items-without-rate pic 9(5) value 0.
0480   01 currency-items pic 9(5).
0481   01 currency-booked pic s9(9)v99.
0482   01 currency-revalued pic s9(9)v99.
0483   01 currency-difference pic s9(9)v99.
0484   01 total-difference pic s9(9)v99 value 0.
0485   01 booked-edited pic -9(8).99.
0486   01 revalued-edited pic -9(8).99.
0487   01 difference-edited pic -9(8).99.
0488   01 rate-edited pic 9(3).9(6).
0489
0490   01 entry-source pic x value "V".
0491   01 posting-sequence pic 9(6) value 0.
0492   01 ledger-account pic x(8).
0493   01 ledger-amount pic s9(7)v99.
0494   01 ledger-amount-edited pic -9(6).99.
0495   01 zero-edited pic -9(6).99.
0496   01 reversing-run pic x value "N".
0497
0600   procedure division.
0610
0700   program-begin.
0701       move "FX-Revaluation" to audit-program-name.
0702       move "FXREVPARM.TXT" to parmcardfilename.
0703       perform load-parameter-card.
0704       move "UNREALACCT" to parm-keyword.
0705       perform get-parameter-value.
0706       if parm-found = "Y"
0707           move parm-value to unrealized-account
0708       end-if.
0709       perform get-processing-date.
0710       move processing-date to revaluation-date.
0711       perform check-revaluation-log.
0712       if already-revalued = "Y"
0713           display "Foreign currency items already revalued"
0714               " for month " revaluation-date(1:6)
0715               ", run stopped"
0716           move 8 to return-code
0717       else
0718           perform find-reversal-date
0718A          perform check-revaluation-periods
0719           perform load-fx-rates
0720           perform load-fx-items
0721           perform revalue-open-items
0722           perform post-revaluation
0723           perform write-revaluation-report
0724           perform write-revaluation-log
0725           display "Items revalued: " items-revalued
0726               "  without a rate: " items-without-rate
0727           display "Reversal posted for " reversal-date
0728           if items-without-rate > 0
0729               move 4 to return-code
0730           end-if
0731       end-if.
0900   program-done.
0910       stop run.
0911
0920   check-revaluation-log.
0921       move "N" to input-eof.
0922       open input revaluation-log-file.
0923       perform until input-eof = "Y"
0924           read revaluation-log-file
0925               at end move "Y" to input-eof
0926               not at end
0927                   move revaluation-log-record(1:8) to log-date
0928                   if log-date(1:6) = revaluation-date(1:6)
0929                       move "Y" to already-revalued
0930                   end-if
0931           end-read
0932       end-perform.
0933       close revaluation-log-file.
0934
0940   find-reversal-date.
0941       move revaluation-date(1:4) to reversal-year.
0942       move revaluation-date(5:2) to reversal-month.
0943       add 1 to reversal-month.
0944       if reversal-month > 12
0945           move 1 to reversal-month
0946           add 1 to reversal-year
0947       end-if.
0948       compute reversal-first-day =
0949           (reversal-year * 10000) + (reversal-month * 100) + 1.
0950       compute processing-work-serial =
0951           function integer-of-date(reversal-first-day) - 1.
0952       compute processing-date =
0953           function date-of-integer(processing-work-serial).
0954       perform get-next-business-day.
0955       move processing-date to reversal-date.
0956       move revaluation-date to processing-date.
0957
0960   check-revaluation-periods.
0961       move "FX-Revaluation" to period-program-name.
0962       move "F" to period-poster-class.
0963       move revaluation-date to period-check-date.
0964       perform check-posting-period.
0965       if period-post-allowed = "Y"
0966           move reversal-date to period-check-date
0967           perform check-posting-period
0968       end-if.
0969       if period-post-allowed = "N"
0970           display "Revaluation not posted, run stopped"
0971           move 8 to return-code
0972           stop run
0973       end-if.
0974
1000   revalue-open-items.
1001       move "N" to input-eof.
1002       open input open-item-file.
1003       perform until input-eof = "Y"
1004           read open-item-file
1005               at end move "Y" to input-eof
1006               not at end
1007                   perform revalue-one-item
1008           end-read
1009       end-perform.
1010       close open-item-file.
1011
1020   revalue-one-item.
1021       unstring open-item-record delimited by ","
1022           into item-account item-date-text
1023                item-original-text item-remaining-text
1024                item-code item-status.
1025       move item-original-text to item-original.
1026       move item-remaining-text to item-remaining.
1027       if item-status not = "S"
1028          and item-status not = "U"
1029          and item-status not = "W"
1030          and item-remaining not = 0
1031          and item-original not = 0
1032           move item-account to fx-lookup-account
1033           move item-date-text to fx-lookup-date
1034           move item-code to fx-lookup-code
1035           perform find-fx-item
1036           if fx-found-index > 0
1037               perform revalue-fx-item
1038           end-if
1039       end-if.
1040
1050   revalue-fx-item.
1051       move fx-item-currency(fx-found-index) to fx-rate-wanted.
1052       perform find-fx-rate.
1053       if fx-rate-found = "N"
1054           add 1 to items-without-rate
1055           display "No month-end rate for " fx-rate-wanted
1056               ", item " item-account " " item-code
1057               " not revalued"
1058       else
1059           add 1 to items-revalued
1060           compute foreign-remaining rounded =
1061               fx-item-foreign(fx-found-index)
1062               * item-remaining / item-original
1063           compute revalued-amount rounded =
1064               foreign-remaining * fx-rate-used
1065           compute revaluation-difference =
1066               revalued-amount - item-remaining
1067           perform add-revaluation-entry
1068       end-if.
1069
1080   add-revaluation-entry.
1081       move 0 to reval-found-index.
1082       perform varying revaluation-index from 1 by 1
1083               until revaluation-index > revaluation-count
1084                  or reval-found-index > 0
1085           if reval-currency(revaluation-index) = fx-rate-wanted
1086              and reval-account(revaluation-index) = item-account
1087               move revaluation-index to reval-found-index
1088           end-if
1089       end-perform.
1090       if reval-found-index = 0
1091           if revaluation-count = 200
1092               display "More than 200 currency and customer"
1093                   " totals, run stopped"
1094               move 16 to return-code
1095               stop run
1096           end-if
1097           add 1 to revaluation-count
1098           move revaluation-count to reval-found-index
1099           move fx-rate-wanted to reval-currency(reval-found-index)
1100           move item-account to reval-account(reval-found-index)
1101           move 0 to reval-items(reval-found-index)
1102           move 0 to reval-booked(reval-found-index)
1103           move 0 to reval-revalued(reval-found-index)
1104           move 0 to reval-difference(reval-found-index)
1105       end-if.
1106       add 1 to reval-items(reval-found-index).
1107       add item-remaining to reval-booked(reval-found-index).
1108       add revalued-amount to reval-revalued(reval-found-index).
1109       add revaluation-difference
1110           to reval-difference(reval-found-index).
1111       add revaluation-difference to total-difference.
1112
1200   post-revaluation.
1201       perform open-audit-for-run.
1202       move "N" to reversing-run.
1203       string "LEDGER" revaluation-date ".TXT"
1204           delimited by size into ledgerfilename.
1205       open extend ledger-file.
1206       perform post-one-revaluation
1207           varying revaluation-index from 1 by 1
1208           until revaluation-index > revaluation-count.
1209       close ledger-file.
1210       move "Y" to reversing-run.
1211       move spaces to ledgerfilename.
1212       string "LEDGER" reversal-date ".TXT"
1213           delimited by size into ledgerfilename.
1214       open extend ledger-file.
1215       perform post-one-revaluation
1216           varying revaluation-index from 1 by 1
1217           until revaluation-index > revaluation-count.
1218       close ledger-file.
1219       perform close-audit-for-run.
1220
1230   post-one-revaluation.
1231       if reval-difference(revaluation-index) not = 0
1232           move reval-account(revaluation-index) to ledger-account
1233           move reval-difference(revaluation-index)
1234               to ledger-amount
1235           if reversing-run = "Y"
1236               compute ledger-amount = 0 - ledger-amount
1237           end-if
1238           perform write-revaluation-ledger-record
1239           move unrealized-account to ledger-account
1240           compute ledger-amount = 0 - ledger-amount
1241           perform write-revaluation-ledger-record
1242       end-if.
1243
1250   write-revaluation-ledger-record.
1251       move ledger-amount to audit-result.
1252       perform write-held-audit-entry.
1253       move audit-sequence to posting-sequence.
1254       move ledger-amount to ledger-amount-edited.
1255       move 0 to zero-edited.
1256       move spaces to ledger-record.
1257       string ledger-amount-edited ","
1258              zero-edited ","
1259              ledger-amount-edited ","
1260              "N,"
1261              entry-source ","
1262              "LOC,"
1263              ledger-amount-edited ","
1264              "001.000000,"
1265              "01,"
1266              ledger-account ","
1267              posting-sequence
1268           delimited by size into ledger-record.
1269       write ledger-record.
1270
1300   write-revaluation-report.
1301       move "FX-Revaluation" to report-program-name.
1302       move spaces to report-title.
1303       string "Foreign currency revaluation " revaluation-date
1304           delimited by size into report-title.
1305       move spaces to report-column-heading.
1306       string "Cur Account  Items        Booked      Revalued"
1307              "     Gain/loss  Rate"
1308           delimited by size into report-column-heading.
1309       perform write-report-header.
1310       perform report-one-currency
1311           varying fx-rate-index from 1 by 1
1312           until fx-rate-index > fx-rate-count.
1313       move total-difference to difference-edited.
1314       move spaces to report-line.
1315       string "Total unrealized gain/loss " difference-edited
1316              "  reversed " reversal-date
1317           delimited by size into report-line.
1318       perform write-report-totals.
1319
1320   report-one-currency.
1321       move 0 to currency-items currency-booked.
1322       move 0 to currency-revalued currency-difference.
1323       move fx-rate-value(fx-rate-index) to rate-edited.
1324       perform varying revaluation-index from 1 by 1
1325               until revaluation-index > revaluation-count
1326           if reval-currency(revaluation-index)
1327                  = fx-rate-currency(fx-rate-index)
1328               perform report-one-customer
1329           end-if
1330       end-perform.
1331       if currency-items > 0
1332           move currency-booked to booked-edited
1333           move currency-revalued to revalued-edited
1334           move currency-difference to difference-edited
1335           move spaces to report-line
1336           string fx-rate-currency(fx-rate-index) " total    "
1337                  currency-items " "
1338                  booked-edited " " revalued-edited " "
1339                  difference-edited
1340               delimited by size into report-line
1341           perform write-report-line
1342           move spaces to report-line
1343           perform write-report-line
1344       end-if.
1345
1350   report-one-customer.
1351       add reval-items(revaluation-index) to currency-items.
1352       add reval-booked(revaluation-index) to currency-booked.
1353       add reval-revalued(revaluation-index) to currency-revalued.
1354       add reval-difference(revaluation-index)
1355           to currency-difference.
1356       move reval-booked(revaluation-index) to booked-edited.
1357       move reval-revalued(revaluation-index) to revalued-edited.
1358       move reval-difference(revaluation-index)
1359           to difference-edited.
1360       move spaces to report-line.
1361       string reval-currency(revaluation-index) " "
1362              reval-account(revaluation-index) " "
1363              reval-items(revaluation-index) " "
1364              booked-edited " " revalued-edited " "
1365              difference-edited "  " rate-edited
1366           delimited by size into report-line.
1367       perform write-report-line.
1368
1400   write-revaluation-log.
1401       move total-difference to difference-edited.
1402       open extend revaluation-log-file.
1403       move spaces to revaluation-log-record.
1404       string revaluation-date "," items-revalued ","
1405              difference-edited "," reversal-date
1406           delimited by size into revaluation-log-record.
1407       write revaluation-log-record.
1408       close revaluation-log-file.
1409
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9930   copy 'report-writer-writer'.
9940   copy 'fx-item-loader'.
9940P  copy 'period-control-checker'.
