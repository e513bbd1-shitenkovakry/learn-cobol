0100   identification division.
0200   program-id. Period-Status-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional period-control-file assign to dynamic
0330A          periodcontrolname
0331           organization is line sequential.
0332       select optional period-log-file assign to dynamic
0332A          periodlogname
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  period-control-file.
0407   01  period-control-record pic x(40).
0408   fd  period-log-file.
0409   01  period-log-record pic x(80).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'period-control-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 period-table.
0421       05 period-entry occurs 120 times.
0422           10 period-month pic x(6).
0423           10 period-state pic x.
0424           10 period-changed-date pic x(8).
0425           10 period-changed-by pic x(8).
0426           10 period-refused pic 9(4).
0427           10 period-allowed pic 9(4).
0428   01 period-count pic 9(3) value 0.
0429   01 period-index pic 9(3).
0430   01 period-found-index pic 9(3).
0431   01 processing-month pic x(6).
0432
0440   01 log-date pic x(8).
0441   01 log-time pic x(8).
0442   01 log-program pic x(20).
0443   01 log-posting-date pic x(8).
0444   01 log-month pic x(6).
0445   01 log-status pic x.
0446   01 log-action pic x(8).
0447
0450   01 open-count pic 9(3) value 0.
0451   01 soft-count pic 9(3) value 0.
0452   01 hard-count pic 9(3) value 0.
0453   01 refused-total pic 9(5) value 0.
0454   01 refused-edited pic z(3)9.
0455   01 allowed-edited pic z(3)9.
0456   01 current-flag pic x(7).
0457
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0702       move processing-date(1:6) to processing-month.
0710       perform load-period-table.
0711       perform count-posting-attempts.
0720       move "Period-Status-Report" to report-program-name.
0721       move spaces to report-title.
0722       string "Accounting period status " processing-date
0723           delimited by size into report-title.
0724       move "Period Status       Changed  By       Refused Allow"
0725           to report-column-heading.
0726       move "ed" to report-column-heading(52:2).
0727       perform write-report-header.
0730       perform write-period-line
0731           varying period-index from 1 by 1
0732           until period-index > period-count.
0740       move spaces to report-line.
0741       string "Open " open-count
0742              "  soft-closed " soft-count
0743              "  hard-closed " hard-count
0744              "  refused postings " refused-total
0745           delimited by size into report-line.
0746       perform write-report-totals.
0750       display "Periods open: " open-count
0751           "  soft-closed: " soft-count
0752           "  hard-closed: " hard-count.
0753       display "Refused posting attempts logged: " refused-total.
0760       if refused-total > 0
0761           move 4 to return-code
0762       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-period-table.
0921       move 0 to period-count.
0922       move "N" to period-control-eof.
0923       open input period-control-file.
0924       perform until period-control-eof = "Y"
0925              or period-count = 120
0926           read period-control-file
0927               at end move "Y" to period-control-eof
0928               not at end
0929                   add 1 to period-count
0930                   move spaces to period-entry(period-count)
0931                   unstring period-control-record
0932                       delimited by ","
0933                       into period-month(period-count)
0934                            period-state(period-count)
0935                            period-changed-date(period-count)
0936                            period-changed-by(period-count)
0937                   move 0 to period-refused(period-count)
0938                   move 0 to period-allowed(period-count)
0939           end-read
0940       end-perform.
0941       close period-control-file.
0942       if period-control-eof = "N"
0943           display "Period control file holds more than 120"
0944               " periods, run stopped"
0945           move 16 to return-code
0946           stop run
0947       end-if.
0948       move processing-month to log-month.
0949       perform find-log-period.
0950       if period-found-index = 0
0951          and period-count < 120
0952           add 1 to period-count
0953           move spaces to period-entry(period-count)
0954           move processing-month to period-month(period-count)
0955           move "O" to period-state(period-count)
0956           move 0 to period-refused(period-count)
0957           move 0 to period-allowed(period-count)
0958       end-if.
0959
1000   count-posting-attempts.
1001       move "N" to period-control-eof.
1002       open input period-log-file.
1003       perform until period-control-eof = "Y"
1004           read period-log-file
1005               at end move "Y" to period-control-eof
1006               not at end
1007                   unstring period-log-record delimited by ","
1008                       into log-date log-time log-program
1009                            log-posting-date log-month
1010                            log-status log-action
1011                   perform note-posting-attempt
1012           end-read
1013       end-perform.
1014       close period-log-file.
1015
1100   note-posting-attempt.
1101       perform find-log-period.
1102       if period-found-index > 0
1103           if log-action = "REFUSED"
1104               add 1 to period-refused(period-found-index)
1105               add 1 to refused-total
1106           else
1107               add 1 to period-allowed(period-found-index)
1108           end-if
1109       end-if.
1110
1200   find-log-period.
1201       move 0 to period-found-index.
1202       perform varying period-index from 1 by 1
1203               until period-index > period-count
1204                  or period-found-index > 0
1205           if period-month(period-index) = log-month
1206               move period-index to period-found-index
1207           end-if
1208       end-perform.
1209
1300   write-period-line.
1301       move period-state(period-index) to period-status.
1302       perform describe-period-status.
1303       if period-status = "H"
1304           add 1 to hard-count
1305       else
1306           if period-status = "S"
1307               add 1 to soft-count
1308           else
1309               add 1 to open-count
1310           end-if
1311       end-if.
1312       if period-month(period-index) = processing-month
1313           move "CURRENT" to current-flag
1314       else
1315           move spaces to current-flag
1316       end-if.
1317       move period-refused(period-index) to refused-edited.
1318       move period-allowed(period-index) to allowed-edited.
1319       move spaces to report-line.
1320       string period-month(period-index) " "
1321              period-status-text " "
1322              period-changed-date(period-index) " "
1323              period-changed-by(period-index) "    "
1324              refused-edited "   "
1325              allowed-edited " "
1326              current-flag
1327           delimited by size into report-line.
1328       perform write-report-line.
1329
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'period-control-checker'.
