0100   identification division.
0200   program-id. Period-Maintenance.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional period-control-file assign to dynamic
0330A          periodcontrolname
0331           organization is line sequential.
0332       select optional period-log-file assign to dynamic
0332A          periodlogname
0333           organization is line sequential.
0334       select optional period-audit-file assign to dynamic
0334A          periodauditname
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
0409A  fd  period-audit-file.
0409B  01  period-audit-record pic x(80).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'period-control-variables'.
0414
0420   01 periodauditname pic x(20) value "PERIODAUD.TXT".
0421   01 operator-id pic x(8).
0422   01 file-changed pic x value "N".
0423   01 panel-done pic x value "N".
0424   01 audit-time pic 9(8).
0425
0430   01 period-table.
0431       05 period-entry occurs 120 times.
0432           10 period-month pic x(6).
0433           10 period-state pic x.
0434           10 period-changed-date pic x(8).
0435           10 period-changed-by pic x(8).
0436   01 period-count pic 9(3) value 0.
0437   01 period-index pic 9(3).
0438   01 period-found-index pic 9(3).
0439   01 period-shift-index pic 9(3).
0440
0450   01 panel-period pic x(6).
0451   01 panel-status pic x.
0452   01 panel-message-line pic x(60).
0453   01 panel-period-number pic 9(6).
0454   01 panel-month pic 9(2).
0455   01 panel-year pic 9(4).
0456   01 old-status pic x.
0457   01 old-status-text pic x(12).
0458   01 changes-made pic 9(3) value 0.
0459
0480   screen section.
0481   01 period-panel-screen.
0482       05 blank screen.
0483       05 line 2 column 10 value "accounting period control".
0484       05 line 4 column 5 value "period (yyyymm):".
0485       05 line 4 column 23 pic x(6) using panel-period.
0486       05 line 5 column 5 value "new status:".
0487       05 line 5 column 23 pic x using panel-status.
0488       05 line 7 column 5
0489          value "O = open, S = soft-closed (finance only),".
0490       05 line 8 column 5
0491          value "H = hard-closed, blank period = exit".
0492       05 line 10 column 5 pic x(60) from panel-message-line.
0493
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter operator id".
0711       accept operator-id.
0712       move "Period-Maintenance" to period-program-name.
0720       perform get-processing-date.
0730       perform load-period-table.
0740       move spaces to panel-message-line.
0741       perform show-period-panel
0742           until panel-done = "Y".
0750       if file-changed = "Y"
0751           perform save-period-table
0752       end-if.
0760       display "Period status changes: " changes-made.
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
0937           end-read
0938       end-perform.
0939       close period-control-file.
0940       if period-control-eof = "N"
0941           display "Period control file holds more than 120"
0942               " periods, run stopped"
0943           move 16 to return-code
0944           stop run
0945       end-if.
0946       display period-count " periods loaded".
0947
1000   show-period-panel.
1001       move spaces to panel-period.
1002       move space to panel-status.
1003       display period-panel-screen.
1004       accept period-panel-screen.
1005       move spaces to panel-message-line.
1006       if panel-period = spaces
1007           move "Y" to panel-done
1008       else
1009           perform change-period-status
1010       end-if.
1011
1100   change-period-status.
1101       move 0 to panel-month.
1102       if panel-period is numeric
1103           move panel-period to panel-period-number
1104           divide panel-period-number by 100
1105               giving panel-year remainder panel-month
1106       end-if.
1107       if panel-month < 1 or panel-month > 12
1108           move "Period must be a valid YYYYMM"
1109               to panel-message-line
1110       else
1111           if panel-status not = "O"
1112              and panel-status not = "S"
1113              and panel-status not = "H"
1114               move "Status must be O, S or H"
1115                   to panel-message-line
1116           else
1117               perform apply-period-status
1118           end-if
1119       end-if.
1120
1200   apply-period-status.
1201       perform find-period.
1202       if period-found-index = 0
1203           move "O" to old-status
1204       else
1205           move period-state(period-found-index) to old-status
1206       end-if.
1207       move old-status to period-status.
1208       perform describe-period-status.
1209       move period-status-text to old-status-text.
1210       move panel-status to period-status.
1211       perform describe-period-status.
1212       if old-status = panel-status
1213           string "Period " panel-period " is already "
1214                  old-status-text
1215               delimited by size into panel-message-line
1216       else
1217           if old-status = "H"
1218               string "Period " panel-period
1219                      " is hard-closed and cannot be reopened"
1220                   delimited by size into panel-message-line
1221           else
1222               perform record-period-status
1223           end-if
1224       end-if.
1225
1300   find-period.
1301       move 0 to period-found-index.
1302       perform varying period-index from 1 by 1
1303               until period-index > period-count
1304                  or period-found-index > 0
1305           if period-month(period-index) = panel-period
1306               move period-index to period-found-index
1307           end-if
1308       end-perform.
1309
1400   record-period-status.
1401       if period-found-index = 0
1402           perform insert-period
1403       end-if.
1404       if period-found-index > 0
1405           move panel-status to period-state(period-found-index)
1406           move processing-date
1407               to period-changed-date(period-found-index)
1408           move operator-id to period-changed-by(period-found-index)
1409           move "Y" to file-changed
1410           add 1 to changes-made
1411           perform write-period-audit
1412           string "Period " panel-period " changed from "
1413                  old-status-text " to " period-status-text
1414               delimited by size into panel-message-line
1415       end-if.
1416
1500   insert-period.
1501       if period-count = 120
1502           move "Period control file is full, change refused"
1503               to panel-message-line
1504       else
1505           add 1 to period-count
1506           move period-count to period-found-index
1507           perform varying period-shift-index from period-count
1508                   by -1
1509                   until period-shift-index = 1
1510                      or period-month(period-shift-index - 1)
1511                         < panel-period
1512               move period-entry(period-shift-index - 1)
1513                   to period-entry(period-shift-index)
1514               subtract 1 from period-found-index
1515           end-perform
1516           move spaces to period-entry(period-found-index)
1517           move panel-period to period-month(period-found-index)
1518       end-if.
1519
1600   write-period-audit.
1601       accept audit-time from time.
1602       open extend period-audit-file.
1603       move spaces to period-audit-record.
1604       string processing-date "," audit-time ","
1605              operator-id "," panel-period ","
1606              old-status "," panel-status
1607           delimited by size into period-audit-record.
1608       write period-audit-record.
1609       close period-audit-file.
1610
1700   save-period-table.
1701       open output period-control-file.
1702       perform varying period-index from 1 by 1
1703               until period-index > period-count
1704           move spaces to period-control-record
1705           string period-month(period-index) ","
1706                  period-state(period-index) ","
1707                  period-changed-date(period-index) ","
1708                  period-changed-by(period-index)
1709               delimited by size into period-control-record
1710           write period-control-record
1711       end-perform.
1712       close period-control-file.
1713
9900   copy 'processing-date-routine'.
9910   copy 'period-control-checker'.
