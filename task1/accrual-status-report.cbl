0100   identification division.
0200   program-id. Accrual-Status-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional accrual-file assign to dynamic
0330A          accrualfilename
0331           organization is line sequential.
0332       select optional ledger-file assign to dynamic ledgerfilename
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  accrual-file.
0407   01  accrual-record pic x(100).
0408   fd  ledger-file.
0409   01  ledger-record pic x(100).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414
0420   01 accrualfilename pic x(20) value "ACCRUALS.TXT".
0421   01 ledgerfilename pic x(24).
0422   01 accrual-eof pic x value "N".
0423   01 ledger-eof pic x.
0424   01 day-record-count pic 9(5).
0425
0430   01 accrual-table.
0431       05 accrual-entry occurs 200 times.
0432           10 acc-journal pic 9(8).
0433           10 acc-journal-date pic 9(8).
0434           10 acc-reverse-date pic 9(8).
0435           10 acc-status pic x.
0436           10 acc-reversed-date pic 9(8).
0437           10 acc-narrative pic x(30).
0438           10 acc-original-lines pic 9(3).
0439           10 acc-reversal-lines pic 9(3).
0440           10 acc-reversal-days pic 9(2).
0441           10 acc-last-reversal pic 9(8).
0442   01 accrual-count pic 9(3) value 0.
0443   01 accrual-index pic 9(3).
0444   01 accrual-found-index pic 9(3).
0445   01 acc-journal-text pic x(8).
0446   01 acc-journal-date-text pic x(8).
0447   01 acc-reverse-date-text pic x(8).
0448   01 acc-reversed-date-text pic x(8).
0449
0450   01 scan-date pic 9(8).
0451   01 scan-serial pic 9(8).
0452   01 scan-end-serial pic 9(8).
0453   01 earliest-date pic 9(8) value 99999999.
0454   01 days-scanned pic 9(5) value 0.
0455
0460   01 ledger-first-text pic x(10).
0461   01 ledger-second-text pic x(10).
0462   01 ledger-result-text pic x(10).
0463   01 ledger-rerun pic x.
0464   01 ledger-source pic x.
0465   01 ledger-currency pic x(3).
0466   01 ledger-original-text pic x(10).
0467   01 ledger-rate-text pic x(10).
0468   01 ledger-company pic x(2).
0469   01 ledger-account pic x(8).
0470   01 ledger-sequence pic x(6).
0471   01 ledger-reference pic x(12).
0472   01 reference-number pic 9(8).
0473
0480   01 accrual-state-text pic x(14).
0481   01 outstanding-count pic 9(4) value 0.
0482   01 reversed-count pic 9(4) value 0.
0483   01 twice-count pic 9(4) value 0.
0484   01 never-count pic 9(4) value 0.
0485
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0710       perform load-accrual-table.
0711       if accrual-count > 0
0712           perform scan-ledger-days
0713       end-if.
0720       move "Accrual-Status-Report" to report-program-name.
0721       move spaces to report-title.
0722       string "Accrual status " processing-date
0723           delimited by size into report-title.
0724       move "Journal  Posted   Reverse" to report-column-heading.
0725       move "St Reversed  Lns Rev" to report-column-heading(29:20).
0726       move "State" to report-column-heading(53:5).
0727       perform write-report-header.
0730       perform report-one-accrual
0731           varying accrual-index from 1 by 1
0732           until accrual-index > accrual-count.
0740       move spaces to report-line.
0741       string "Outstanding " outstanding-count
0742              "  reversed " reversed-count
0743              "  reversed twice " twice-count
0744              "  never reversed " never-count
0745           delimited by size into report-line.
0746       perform write-report-totals.
0750       display "Accruals outstanding: " outstanding-count
0751           "  reversed: " reversed-count.
0752       display "Reversed twice: " twice-count
0753           "  never reversed: " never-count.
0760       if twice-count > 0 or never-count > 0
0761           move 4 to return-code
0762       end-if.
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
0957       move 0 to acc-original-lines(accrual-count).
0958       move 0 to acc-reversal-lines(accrual-count).
0959       move 0 to acc-reversal-days(accrual-count).
0960       move 0 to acc-last-reversal(accrual-count).
0961       if acc-journal-date(accrual-count) < earliest-date
0962           move acc-journal-date(accrual-count) to earliest-date
0963       end-if.
0964
1000   scan-ledger-days.
1001       compute scan-serial =
1001A          function integer-of-date(earliest-date).
1002       compute scan-end-serial =
1003           function integer-of-date(processing-date).
1004       perform scan-one-day
1005           until scan-serial > scan-end-serial.
1006       display days-scanned " ledger days scanned from "
1007           earliest-date.
1008
1010   scan-one-day.
1011       compute scan-date = function date-of-integer(scan-serial).
1012       move spaces to ledgerfilename.
1013       string "LEDGER" scan-date ".TXT"
1014           delimited by size into ledgerfilename.
1015       perform read-ledger-day.
1016       if day-record-count = 0
1017           move spaces to ledgerfilename
1018           string "ARCHLEDGER" scan-date ".TXT"
1019               delimited by size into ledgerfilename
1020           perform read-ledger-day
1021       end-if.
1022       add 1 to days-scanned.
1023       add 1 to scan-serial.
1024
1030   read-ledger-day.
1031       move 0 to day-record-count.
1032       move "N" to ledger-eof.
1033       open input ledger-file.
1034       perform until ledger-eof = "Y"
1035           read ledger-file
1036               at end move "Y" to ledger-eof
1037               not at end
1038                   add 1 to day-record-count
1039                   perform note-ledger-line
1040           end-read
1041       end-perform.
1042       close ledger-file.
1043
1100   note-ledger-line.
1101       move spaces to ledger-source ledger-reference.
1102       unstring ledger-record delimited by ","
1103           into ledger-first-text ledger-second-text
1104                ledger-result-text ledger-rerun ledger-source
1105                ledger-currency ledger-original-text
1106                ledger-rate-text ledger-company ledger-account
1107                ledger-sequence ledger-reference.
1108       if ledger-source = "J"
1109           if ledger-reference(1:1) = "R"
1110              and ledger-reference(2:8) is numeric
1111               move ledger-reference(2:8) to reference-number
1112               perform find-accrual
1113               if accrual-found-index > 0
1114                   perform note-reversal-line
1115               end-if
1116           else
1117               if ledger-reference(1:8) is numeric
1118                   move ledger-reference(1:8) to reference-number
1119                   perform find-accrual
1120                   if accrual-found-index > 0
1121                       add 1
1122                         to acc-original-lines(accrual-found-index)
1123                   end-if
1124               end-if
1125           end-if
1126       end-if.
1127
1200   find-accrual.
1201       move 0 to accrual-found-index.
1202       perform varying accrual-index from 1 by 1
1203               until accrual-index > accrual-count
1204                  or accrual-found-index > 0
1205           if acc-journal(accrual-index) = reference-number
1206               move accrual-index to accrual-found-index
1207           end-if
1208       end-perform.
1209
1300   note-reversal-line.
1301       add 1 to acc-reversal-lines(accrual-found-index).
1302       if acc-last-reversal(accrual-found-index) not = scan-date
1303           add 1 to acc-reversal-days(accrual-found-index)
1304           move scan-date to acc-last-reversal(accrual-found-index)
1305       end-if.
1306
1400   report-one-accrual.
1401       move spaces to accrual-state-text.
1402       if acc-reversal-days(accrual-index) > 1
1403          or (acc-original-lines(accrual-index) > 0
1404              and acc-reversal-lines(accrual-index)
1405                  > acc-original-lines(accrual-index))
1406           move "REVERSED TWICE" to accrual-state-text
1407           add 1 to twice-count
1408       else
1409           if acc-reversal-lines(accrual-index) = 0
1410              and acc-reverse-date(accrual-index) < processing-date
1411               move "NEVER REVERSED" to accrual-state-text
1412               add 1 to never-count
1413           else
1414               if acc-status(accrual-index) = "O"
1415                   move "OUTSTANDING" to accrual-state-text
1416                   add 1 to outstanding-count
1417               else
1418                   add 1 to reversed-count
1419               end-if
1420           end-if
1421       end-if.
1422       if accrual-state-text not = spaces
1423           move spaces to report-line
1424           string acc-journal(accrual-index) " "
1425                  acc-journal-date(accrual-index) " "
1426                  acc-reverse-date(accrual-index) "   "
1427                  acc-status(accrual-index) "   "
1428                  acc-reversed-date(accrual-index) "  "
1429                  acc-original-lines(accrual-index) " "
1430                  acc-reversal-lines(accrual-index) "  "
1431                  accrual-state-text " "
1432                  acc-narrative(accrual-index)
1433               delimited by size into report-line
1434           perform write-report-line
1435       end-if.
1436
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
