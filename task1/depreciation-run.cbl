0100   identification division.
0200   program-id. Depreciation-Run.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional fixed-asset-file assign to dynamic
0330A          fixedassetname
0331           organization is line sequential.
0332       select optional ledger-file assign to dynamic ledgerfilename
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
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
0408   fd  ledger-file.
0409   01  ledger-record pic x(100).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
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
0413   copy 'audit-trail-variables'.
0414   copy 'report-writer-variables'.
0415   copy 'fixed-asset-variables'.
0416
0420   01 ledgerfilename pic x(24).
0421   01 array-size pic 9(2) value 0.
0422   01 run-control-rerun pic x value "N".
0423
0430   01 run-month pic 9(6).
0431   01 run-month-serial pic 9(6).
0432   01 acquired-month-serial pic 9(6).
0433   01 depreciation-month-serial pic 9(6).
0434   01 work-year pic 9(4).
0435   01 work-month pic 9(2).
0436   01 months-in-service pic 9(4).
0437   01 depreciable-remaining pic s9(7)v99.
0438   01 month-depreciation pic s9(7)v99.
0439   01 asset-depreciation pic s9(7)v99.
0440   01 net-book-value pic s9(7)v99.
0441   01 asset-status-text pic x(8).
0441A  01 run-depreciation-table.
0441B      05 run-depreciation pic 9(7)v99 occurs 200 times.
0442
0450   01 assets-depreciated pic 9(4) value 0.
0451   01 assets-skipped pic 9(4) value 0.
0452   01 total-cost pic s9(9)v99 value 0.
0453   01 total-depreciation pic s9(9)v99 value 0.
0454   01 total-accumulated pic s9(9)v99 value 0.
0455   01 total-net-book pic s9(9)v99 value 0.
0456   01 cost-edited pic z(6)9.99.
0457   01 depreciation-edited pic z(6)9.99.
0458   01 accumulated-edited pic z(6)9.99.
0459   01 net-book-edited pic -(6)9.99.
0460   01 total-edited pic -(8)9.99.
0461
0470   01 entry-source pic x value "A".
0471   01 posting-sequence pic 9(6) value 0.
0472   01 ledger-account pic x(8).
0473   01 ledger-amount pic s9(7)v99.
0474   01 ledger-amount-edited pic -9(6).99.
0475   01 zero-edited pic -9(6).99.
0476
0600   procedure division.
0610
0700   program-begin.
0701       move "Depreciation-Run" to audit-program-name.
0702       perform get-processing-date.
0703       move processing-date(1:6) to run-month.
0704       divide run-month by 100 giving work-year
0705           remainder work-month.
0706       compute run-month-serial = (work-year * 12) + work-month - 1.
0707       string "LEDGER" processing-date ".TXT"
0708           delimited by size into ledgerfilename.
0708A      move processing-date to period-check-date.
0708B      move "Depreciation-Run" to period-program-name.
0708C      move "F" to period-poster-class.
0708D      perform check-posting-period.
0708E      if period-post-allowed = "N"
0708F          move 8 to return-code
0708G          stop run
0708H      end-if.
0710       perform load-fixed-assets.
0711       display fixed-asset-count " fixed assets loaded".
0720       perform open-audit-for-run.
0721       open extend ledger-file.
0722       perform depreciate-one-asset
0723           varying fixed-asset-index from 1 by 1
0724           until fixed-asset-index > fixed-asset-count.
0725       close ledger-file.
0726       perform close-audit-for-run.
0727       perform save-fixed-assets.
0730       perform write-asset-register.
0740       display "Assets depreciated: " assets-depreciated
0741           "  skipped: " assets-skipped.
0742       move total-depreciation to total-edited.
0743       display "Depreciation posted for " run-month ": "
0744           total-edited.
0745       if assets-skipped > 0
0746           move 4 to return-code
0747       end-if.
0900   program-done.
0910       stop run.
0911
1000   depreciate-one-asset.
1001       move 0 to asset-depreciation.
1001A      move 0 to run-depreciation(fixed-asset-index).
1002       if fa-status(fixed-asset-index) = "A"
1003          and fa-last-month(fixed-asset-index) < run-month
1004          and fa-acquired(fixed-asset-index)(1:6) <= run-month
1005           if fa-life-months(fixed-asset-index) = 0
1006              or (fa-method(fixed-asset-index) not = "S"
1007                  and fa-method(fixed-asset-index) not = "D")
1008               add 1 to assets-skipped
1009               display "Asset " fa-number(fixed-asset-index)
1010                   " has no valid life or method, not depreciated"
1011           else
1012               perform compute-asset-depreciation
1013           end-if
1014       end-if.
1020
1100   compute-asset-depreciation.
1101       move fa-acquired(fixed-asset-index)(1:4) to work-year.
1102       move fa-acquired(fixed-asset-index)(5:2) to work-month.
1103       compute acquired-month-serial =
1104           (work-year * 12) + work-month - 1.
1105       if fa-last-month(fixed-asset-index) = 0
1106           move acquired-month-serial
1107               to depreciation-month-serial
1108       else
1109           divide fa-last-month(fixed-asset-index) by 100
1110               giving work-year remainder work-month
1111           compute depreciation-month-serial =
1112               (work-year * 12) + work-month
1113       end-if.
1114       perform depreciate-one-month
1115           until depreciation-month-serial > run-month-serial.
1116       move run-month to fa-last-month(fixed-asset-index).
1116A      move asset-depreciation
1116B          to run-depreciation(fixed-asset-index).
1117       if asset-depreciation > 0
1118           add asset-depreciation
1119               to fa-accumulated(fixed-asset-index)
1120           add asset-depreciation to total-depreciation
1121           add 1 to assets-depreciated
1122           move fa-expense-account(fixed-asset-index)
1123               to ledger-account
1124           move asset-depreciation to ledger-amount
1125           perform write-depreciation-ledger-record
1126           move fa-accum-account(fixed-asset-index)
1127               to ledger-account
1128           compute ledger-amount = 0 - asset-depreciation
1129           perform write-depreciation-ledger-record
1130       end-if.
1140
1200   depreciate-one-month.
1201       compute depreciable-remaining =
1202           fa-cost(fixed-asset-index)
1203           - fa-salvage(fixed-asset-index)
1204           - fa-accumulated(fixed-asset-index)
1205           - asset-depreciation.
1206       compute months-in-service = depreciation-month-serial
1207           - acquired-month-serial + 1.
1208       if depreciable-remaining > 0
1209           if fa-method(fixed-asset-index) = "S"
1210               compute month-depreciation rounded =
1211                   (fa-cost(fixed-asset-index)
1212                    - fa-salvage(fixed-asset-index))
1213                   / fa-life-months(fixed-asset-index)
1214           else
1215               compute month-depreciation rounded =
1216                   (fa-cost(fixed-asset-index)
1217                    - fa-accumulated(fixed-asset-index)
1218                    - asset-depreciation) * 2
1219                   / fa-life-months(fixed-asset-index)
1220           end-if
1221           if months-in-service >= fa-life-months(fixed-asset-index)
1222              or month-depreciation > depreciable-remaining
1223               move depreciable-remaining to month-depreciation
1224           end-if
1225           add month-depreciation to asset-depreciation
1226       end-if.
1227       add 1 to depreciation-month-serial.
1230
1300   write-depreciation-ledger-record.
1301       move ledger-amount to audit-result.
1302       perform write-held-audit-entry.
1303       move audit-sequence to posting-sequence.
1304       move ledger-amount to ledger-amount-edited.
1305       move 0 to zero-edited.
1306       move spaces to ledger-record.
1307       string ledger-amount-edited ","
1308              zero-edited ","
1309              ledger-amount-edited ","
1310              "N,"
1311              entry-source ","
1312              "LOC,"
1313              ledger-amount-edited ","
1314              "001.000000,"
1315              "01,"
1316              ledger-account ","
1317              posting-sequence
1318           delimited by size into ledger-record.
1319       write ledger-record.
1320
1400   write-asset-register.
1401       move "Depreciation-Run" to report-program-name.
1402       move spaces to report-title.
1403       string "Fixed asset register " run-month
1404           delimited by size into report-title.
1405       move "Asset    Description      M       Cost This mo"
1406           to report-column-heading.
1407       move "nth Accum depr   Net book Status"
1408           to report-column-heading(47:32).
1409       perform write-report-header.
1410       perform report-one-asset
1411           varying fixed-asset-index from 1 by 1
1412           until fixed-asset-index > fixed-asset-count.
1413       move spaces to report-line.
1414       move total-cost to total-edited.
1415       string "Cost " total-edited
1416           delimited by size into report-line.
1417       move total-depreciation to total-edited.
1418       string "  this month " total-edited
1419           delimited by size into report-line(19:30).
1420       move total-accumulated to total-edited.
1421       string "  accumulated " total-edited
1422           delimited by size into report-line(44:30).
1423       move total-net-book to total-edited.
1424       string "  net book " total-edited
1425           delimited by size into report-line(70:30).
1426       perform write-report-totals.
1427
1500   report-one-asset.
1501       if fa-status(fixed-asset-index) = "D"
1503           move 0 to net-book-value
1504           move "DISPOSED" to asset-status-text
1505       else
1506           compute net-book-value = fa-cost(fixed-asset-index)
1507               - fa-accumulated(fixed-asset-index)
1508           if net-book-value <= fa-salvage(fixed-asset-index)
1509               move "FULLY" to asset-status-text
1510           else
1511               move "ACTIVE" to asset-status-text
1512           end-if
1513           add fa-cost(fixed-asset-index) to total-cost
1514           add fa-accumulated(fixed-asset-index)
1515               to total-accumulated
1516           add net-book-value to total-net-book
1517       end-if.
1518       move run-depreciation(fixed-asset-index)
1519           to depreciation-edited.
1522       move fa-cost(fixed-asset-index) to cost-edited.
1523       move fa-accumulated(fixed-asset-index)
1524           to accumulated-edited.
1525       move net-book-value to net-book-edited.
1526       move spaces to report-line.
1527       string fa-number(fixed-asset-index) " "
1528              fa-description(fixed-asset-index)(1:16) " "
1529              fa-method(fixed-asset-index) " "
1530              cost-edited " "
1531              depreciation-edited " "
1532              accumulated-edited " "
1533              net-book-edited " "
1534              asset-status-text
1535           delimited by size into report-line.
1536       perform write-report-line.
1540
9900   copy 'processing-date-routine'.
9920   copy 'audit-trail-writer'.
9930   copy 'report-writer-writer'.
9940   copy 'fixed-asset-file'.
9940P  copy 'period-control-checker'.
