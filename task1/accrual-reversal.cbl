0100   identification division.
0200   program-id. Accrual-Reversal.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional accrual-file assign to dynamic
0330A          accrualfilename
0331           organization is line sequential.
0332       select optional ledger-file assign to dynamic ledgerfilename
0333           organization is line sequential.
0334       select optional original-ledger-file assign to dynamic
0334A          originalledgername
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
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
0406   fd  accrual-file.
0407   01  accrual-record pic x(100).
0408   fd  ledger-file.
0409   01  ledger-record pic x(100).
0409A  fd  original-ledger-file.
0409B  01  original-ledger-record pic x(100).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
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
0415
0420   01 accrualfilename pic x(20) value "ACCRUALS.TXT".
0421   01 ledgerfilename pic x(24).
0422   01 originalledgername pic x(24).
0423   01 accrual-eof pic x value "N".
0424   01 original-eof pic x.
0425   01 array-size pic 9(2) value 0.
0426   01 run-control-rerun pic x value "N".
0427
0430   01 accrual-table.
0431       05 accrual-entry occurs 200 times.
0432           10 acc-journal pic 9(8).
0433           10 acc-journal-date pic 9(8).
0434           10 acc-reverse-date pic 9(8).
0435           10 acc-status pic x.
0436           10 acc-reversed-date pic 9(8).
0437           10 acc-narrative pic x(30).
0438   01 accrual-count pic 9(3) value 0.
0439   01 accrual-index pic 9(3).
0440   01 acc-journal-text pic x(8).
0441   01 acc-journal-date-text pic x(8).
0442   01 acc-reverse-date-text pic x(8).
0443   01 acc-reversed-date-text pic x(8).
0443A  01 closed-month-table.
0443B      05 closed-month occurs 600 times pic 9(6).
0443C  01 closed-month-count pic 9(3) value 0.
0443D  01 closed-month-index pic 9(3).
0443E  01 closed-month-found pic x.
0443F  01 reversed-month pic 9(6).
0443G  01 accruals-pruned pic 9(3) value 0.
0444
0450   01 reversal-table.
0451       05 reversal-line occurs 50 times.
0452           10 rl-first pic s9(7)v99.
0453           10 rl-second pic s9(7)v99.
0454           10 rl-result pic s9(7)v99.
0455           10 rl-currency pic x(3).
0456           10 rl-original pic s9(7)v99.
0457           10 rl-rate pic x(10).
0458           10 rl-company pic x(2).
0459           10 rl-account pic x(8).
0460   01 reversal-line-count pic 9(2).
0461   01 reversal-line-index pic 9(2).
0462
0470   01 ledger-first-text pic x(10).
0471   01 ledger-second-text pic x(10).
0472   01 ledger-result-text pic x(10).
0473   01 ledger-rerun pic x.
0474   01 ledger-source pic x.
0475   01 ledger-currency pic x(3).
0476   01 ledger-original-text pic x(10).
0477   01 ledger-rate-text pic x(10).
0478   01 ledger-company pic x(2).
0479   01 ledger-account pic x(8).
0480   01 ledger-sequence pic x(6).
0481   01 ledger-reference pic x(12).
0482   01 journal-reference pic x(12).
0483   01 reversal-reference pic x(12).
0484
0490   01 entry-source pic x value "J".
0491   01 posting-sequence pic 9(6) value 0.
0492   01 ledger-amount pic s9(7)v99.
0493   01 first-edited pic -9(6).99.
0494   01 second-edited pic -9(6).99.
0495   01 result-edited pic -9(6).99.
0496   01 original-edited pic -9(6).99.
0497
0500   01 accruals-reversed pic 9(4) value 0.
0501   01 accruals-not-found pic 9(4) value 0.
0502   01 accruals-waiting pic 9(4) value 0.
0503   01 accrual-debits pic 9(8)v99.
0504   01 debits-edited pic z(7)9.99.
0505   01 total-reversed pic 9(9)v99 value 0.
0506   01 total-edited pic z(8)9.99.
0507   01 accrual-status-text pic x(12).
0508   01 audit-opened pic x value "N".
0509
0600   procedure division.
0610
0700   program-begin.
0701       move "Accrual-Reversal" to audit-program-name.
0702       perform get-processing-date.
0703       move processing-date to period-check-date.
0704       move "Accrual-Reversal" to period-program-name.
0705       move "F" to period-poster-class.
0706       perform check-posting-period.
0707       if period-post-allowed = "N"
0708           move 8 to return-code
0709           stop run
0710       end-if.
0711       string "LEDGER" processing-date ".TXT"
0712           delimited by size into ledgerfilename.
0720       perform load-accrual-table.
0721       perform load-closed-months.
0730       move "Accrual-Reversal" to report-program-name.
0731       move spaces to report-title.
0732       string "Accrual reversals " processing-date
0733           delimited by size into report-title.
0734       move "Journal  Posted   Reverse  Lines      Amount Status"
0735           to report-column-heading.
0736       perform write-report-header.
0740       perform reverse-one-accrual
0741           varying accrual-index from 1 by 1
0742           until accrual-index > accrual-count.
0750       if audit-opened = "Y"
0751           perform close-audit-for-run
0752       end-if.
0753       if accrual-count > 0
0754           perform save-accrual-table
0755       end-if.
0760       move total-reversed to total-edited.
0761       move spaces to report-line.
0762       string "Reversed " accruals-reversed
0763              "  amount " total-edited
0764              "  not found " accruals-not-found
0765              "  awaiting date " accruals-waiting
0766           delimited by size into report-line.
0767       perform write-report-totals.
0770       display "Accruals reversed: " accruals-reversed
0771           "  originals not found: " accruals-not-found
0772           "  awaiting reverse date: " accruals-waiting.
0780       if accruals-not-found > 0
0781           move 4 to return-code
0782       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-accrual-table.
0921       move 0 to accrual-count.
0922       move "N" to accrual-eof.
0923       open input accrual-file.
0924       perform until accrual-eof = "Y"
0925           read accrual-file
0926               at end move "Y" to accrual-eof
0927               not at end
0928                   perform add-accrual-entry
0929           end-read
0930       end-perform.
0931       close accrual-file.
0932       display accrual-count " accruals loaded".
0933
0940   add-accrual-entry.
0941       if accrual-count = 200
0942           display "More than 200 accruals on file, run stopped"
0943           move 16 to return-code
0944           stop run
0945       end-if.
0946       add 1 to accrual-count.
0947       move spaces to accrual-entry(accrual-count).
0948       unstring accrual-record delimited by ","
0949           into acc-journal-text acc-journal-date-text
0950                acc-reverse-date-text acc-status(accrual-count)
0951                acc-reversed-date-text acc-narrative(accrual-count).
0952       move acc-journal-text to acc-journal(accrual-count).
0953       move acc-journal-date-text
0953A          to acc-journal-date(accrual-count).
0954       move acc-reverse-date-text
0954A          to acc-reverse-date(accrual-count).
0955       move acc-reversed-date-text
0956           to acc-reversed-date(accrual-count).
0957
1000   reverse-one-accrual.
1001       if acc-status(accrual-index) = "O"
1002           if acc-reverse-date(accrual-index) > processing-date
1003               add 1 to accruals-waiting
1004           else
1005               perform load-original-lines
1006               if reversal-line-count = 0
1007                   add 1 to accruals-not-found
1008                   move "NOT FOUND" to accrual-status-text
1009                   move 0 to accrual-debits
1010                   perform write-reversal-line
1011               else
1012                   perform post-reversal
1013               end-if
1014           end-if
1015       end-if.
1016
1100   load-original-lines.
1101       move 0 to reversal-line-count.
1102       move acc-journal(accrual-index) to journal-reference.
1103       move spaces to originalledgername.
1104       string "LEDGER" acc-journal-date(accrual-index) ".TXT"
1105           delimited by size into originalledgername.
1106       perform read-original-ledger.
1107       if reversal-line-count = 0
1108           move spaces to originalledgername
1109           string "ARCHLEDGER" acc-journal-date(accrual-index)
1110                  ".TXT"
1111               delimited by size into originalledgername
1112           perform read-original-ledger
1113       end-if.
1114
1120   read-original-ledger.
1121       move "N" to original-eof.
1122       open input original-ledger-file.
1123       perform until original-eof = "Y"
1124           read original-ledger-file
1125               at end move "Y" to original-eof
1126               not at end
1127                   perform note-original-line
1128           end-read
1129       end-perform.
1130       close original-ledger-file.
1131
1200   note-original-line.
1201       move spaces to ledger-sequence ledger-reference.
1202       unstring original-ledger-record delimited by ","
1203           into ledger-first-text ledger-second-text
1204                ledger-result-text ledger-rerun ledger-source
1205                ledger-currency ledger-original-text
1206                ledger-rate-text ledger-company ledger-account
1207                ledger-sequence ledger-reference.
1208       if ledger-source = "J"
1209          and ledger-reference = journal-reference
1210           if reversal-line-count = 50
1211               display "More than 50 lines on accrual "
1212                   acc-journal(accrual-index) ", run stopped"
1213               move 16 to return-code
1214               stop run
1215           end-if
1216           add 1 to reversal-line-count
1217           move ledger-first-text to rl-first(reversal-line-count)
1218           move ledger-second-text to rl-second(reversal-line-count)
1219           move ledger-result-text to rl-result(reversal-line-count)
1220           move ledger-currency to rl-currency(reversal-line-count)
1221           move ledger-original-text
1222               to rl-original(reversal-line-count)
1223           move ledger-rate-text to rl-rate(reversal-line-count)
1224           move ledger-company to rl-company(reversal-line-count)
1225           move ledger-account to rl-account(reversal-line-count)
1226       end-if.
1227
1300   post-reversal.
1301       if audit-opened = "N"
1302           perform open-audit-for-run
1303           move "Y" to audit-opened
1304       end-if.
1305       move spaces to reversal-reference.
1306       string "R" acc-journal(accrual-index)
1307           delimited by size into reversal-reference.
1308       move 0 to accrual-debits.
1309       open extend ledger-file.
1310       perform post-reversal-line
1311           varying reversal-line-index from 1 by 1
1312           until reversal-line-index > reversal-line-count.
1313       close ledger-file.
1314       move "R" to acc-status(accrual-index).
1315       move processing-date to acc-reversed-date(accrual-index).
1316       add 1 to accruals-reversed.
1317       add accrual-debits to total-reversed.
1318       move "REVERSED" to accrual-status-text.
1319       perform write-reversal-line.
1320       display "Accrual " acc-journal(accrual-index)
1321           " reversed to " ledgerfilename.
1322
1400   post-reversal-line.
1401       compute ledger-amount = 0 - rl-result(reversal-line-index).
1402       if ledger-amount < 0
1403           subtract ledger-amount from accrual-debits
1404       end-if.
1405       move ledger-amount to audit-result.
1406       perform write-held-audit-entry.
1407       move audit-sequence to posting-sequence.
1408       compute first-edited = 0 - rl-first(reversal-line-index).
1409       compute second-edited = 0 - rl-second(reversal-line-index).
1410       move ledger-amount to result-edited.
1411       compute original-edited =
1412           0 - rl-original(reversal-line-index).
1413       move spaces to ledger-record.
1414       string first-edited ","
1415              second-edited ","
1416              result-edited ","
1417              "N,"
1418              entry-source ","
1419              rl-currency(reversal-line-index) ","
1420              original-edited ","
1421              rl-rate(reversal-line-index) ","
1422              rl-company(reversal-line-index) ","
1423              rl-account(reversal-line-index) ","
1424              posting-sequence ","
1425              reversal-reference
1426           delimited by size into ledger-record.
1427       write ledger-record.
1428
1500   write-reversal-line.
1501       move accrual-debits to debits-edited.
1502       move spaces to report-line.
1503       string acc-journal(accrual-index) " "
1504              acc-journal-date(accrual-index) " "
1505              acc-reverse-date(accrual-index) " "
1506              reversal-line-count "  "
1507              debits-edited " "
1508              accrual-status-text " "
1509              acc-narrative(accrual-index)
1510           delimited by size into report-line.
1511       perform write-report-line.
1512
1600   save-accrual-table.
1601       open output accrual-file.
1602       perform save-one-accrual
1603           varying accrual-index from 1 by 1
1604           until accrual-index > accrual-count.
1614       close accrual-file.
1614A      if accruals-pruned > 0
1614B          display accruals-pruned
1614C              " reversed accruals in closed periods removed"
1614D      end-if.
1615
1620   save-one-accrual.
1621       move "N" to closed-month-found.
1622       if acc-status(accrual-index) = "R"
1623           divide acc-reversed-date(accrual-index) by 100
1624               giving reversed-month
1625           perform find-closed-month
1626       end-if.
1627       if closed-month-found = "Y"
1628           add 1 to accruals-pruned
1629       else
1630           move spaces to accrual-record
1631           string acc-journal(accrual-index) ","
1632                  acc-journal-date(accrual-index) ","
1633                  acc-reverse-date(accrual-index) ","
1634                  acc-status(accrual-index) ","
1635                  acc-reversed-date(accrual-index) ","
1636                  acc-narrative(accrual-index)
1637               delimited by size into accrual-record
1638           write accrual-record
1639       end-if.
1640
1700   load-closed-months.
1701       move 0 to closed-month-count.
1702       move "N" to period-control-eof.
1703       open input period-control-file.
1704       perform until period-control-eof = "Y"
1705           read period-control-file
1706               at end move "Y" to period-control-eof
1707               not at end
1708                   move spaces to period-entry-status
1709                   unstring period-control-record
1710                       delimited by ","
1711                       into period-entry-month-text
1712                            period-entry-status
1713                   if period-entry-status = "H"
1714                      and period-entry-month-text is numeric
1715                      and closed-month-count < 600
1716                       add 1 to closed-month-count
1717                       move period-entry-month-text
1718                           to closed-month(closed-month-count)
1719                   end-if
1720           end-read
1721       end-perform.
1722       close period-control-file.
1723
1730   find-closed-month.
1731       perform varying closed-month-index from 1 by 1
1732               until closed-month-index > closed-month-count
1733                  or closed-month-found = "Y"
1734           if closed-month(closed-month-index) = reversed-month
1735               move "Y" to closed-month-found
1736           end-if
1737       end-perform.
1738
9900   copy 'processing-date-routine'.
9920   copy 'audit-trail-writer'.
9930   copy 'report-writer-writer'.
9940   copy 'period-control-checker'.
