0100   identification division.
0200   program-id. Close-Checklist.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional template-file assign to dynamic
0330A          templatefilename
0331           organization is line sequential.
0332       select optional checklist-file assign to dynamic
0332A          checklistfilename
0333           organization is line sequential.
0334       select optional runctl-file assign to dynamic
0334A          runctlfilename
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  template-file.
0407   01  template-record pic x(120).
0408   fd  checklist-file.
0409   01  checklist-record pic x(160).
0409A  fd  runctl-file.
0409B  01  runctl-record pic x(60).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 templatefilename pic x(20) value "CLOSETMPL.TXT".
0421   01 checklistfilename pic x(20).
0422   01 template-eof pic x value "N".
0423   01 checklist-eof pic x value "N".
0425   01 runctlfilename pic x(20) value "RUNCTL.TXT".
0426   01 runctl-eof pic x.
0427   01 runctl-date pic 9(8).
0428   01 runctl-step pic x(8).
0429   01 runctl-start pic x(8).
0429A  01 runctl-end pic x(8).
0429B  01 runctl-status pic x.
0429C
0430   01 task-table.
0431       05 task-entry occurs 50 times.
0432           10 ct-id pic x(4).
0433           10 ct-description pic x(30).
0434           10 ct-owner pic x(8).
0435           10 ct-offset pic s9(2).
0436           10 ct-due-date pic 9(8).
0437           10 ct-type pic x.
0438           10 ct-step pic x(8).
0439           10 ct-prereq occurs 3 times pic x(4).
0440           10 ct-status pic x.
0441           10 ct-done-date pic 9(8).
0442           10 ct-done-by pic x(8).
0443   01 task-count pic 9(2) value 0.
0444   01 task-index pic 9(2).
0445   01 task-found-index pic 9(2).
0446   01 prereq-index pic 9.
0447   01 prereq-open pic x.
0448
0450   01 offset-text pic x(4).
0451   01 offset-digits pic x(3).
0452   01 offset-length pic 9.
0453   01 offset-days pic 9(2).
0454   01 due-date-text pic x(8).
0455   01 done-date-text pic x(8).
0456   01 offset-sign pic x.
0457   01 prereq-text pic x(15).
0457A  01 prereq-pointer pic 99.
0458
0460   01 close-month pic 9(6).
0461   01 close-year pic 9(4).
0462   01 close-month-number pic 99.
0463   01 days-in-month pic 99.
0464   01 leap-remainder pic 9(4).
0465   01 month-end-date pic 9(8).
0466   01 month-start-date pic 9(8).
0467   01 month-end-serial pic 9(8).
0468   01 step-serial pic 9(8).
0469   01 step-count pic 9(2).
0470   01 step-direction pic s9 value 1.
0471   01 window-start-date pic 9(8).
0472
0480   01 task-state-text pic x(8).
0481   01 done-count pic 9(2) value 0.
0482   01 open-count pic 9(2) value 0.
0483   01 overdue-count pic 9(2) value 0.
0484   01 waiting-count pic 9(2) value 0.
0485   01 ticked-count pic 9(2) value 0.
0486
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0710       display "Enter close month (YYYYMM) or 0".
0711       accept close-month.
0712       if close-month = 0
0713           move processing-date(1:6) to close-month
0714       end-if.
0715       divide close-month by 100 giving close-year
0716           remainder close-month-number.
0717       string "CLOSE" close-month ".TXT"
0718           delimited by size into checklistfilename.
0720       perform find-month-end.
0730       perform load-checklist.
0731       if task-count = 0
0732           perform build-checklist-from-template
0733       end-if.
0734       if task-count = 0
0735           display "No close tasks on " templatefilename
0736           move 8 to return-code
0737           stop run
0738       end-if.
0740       perform tick-one-batch-task
0741           varying task-index from 1 by 1
0742           until task-index > task-count.
0750       perform save-checklist.
0760       move "Close-Checklist" to report-program-name.
0761       move spaces to report-title.
0762       string "Close checklist " close-month
0763           delimited by size into report-title.
0764       move "Task Description                    Owner    Due"
0765           to report-column-heading.
0766       move "T State    Done by  Needs"
0766A          to report-column-heading(56:25).
0767       perform write-report-header.
0770       perform report-one-task
0771           varying task-index from 1 by 1
0772           until task-index > task-count.
0780       move spaces to report-line.
0781       string "Tasks " task-count
0782              "  done " done-count
0783              "  open " open-count
0784              "  waiting " waiting-count
0785              "  overdue " overdue-count
0786              "  month end " month-end-date
0787           delimited by size into report-line.
0788       perform write-report-totals.
0790       display "Close " close-month " tasks: " task-count
0791           "  done: " done-count "  overdue: " overdue-count.
0792       if ticked-count > 0
0793           display ticked-count " batch tasks ticked from "
0794               runctlfilename
0795       end-if.
0796       if overdue-count > 0
0797           move 4 to return-code
0798       end-if.
0900   program-done.
0910       stop run.
0911
1000   find-month-end.
1001       move 31 to days-in-month.
1002       if close-month-number = 4 or close-month-number = 6
1003          or close-month-number = 9 or close-month-number = 11
1004           move 30 to days-in-month
1005       end-if.
1006       if close-month-number = 2
1007           move 28 to days-in-month
1008           divide close-year by 4 giving leap-remainder
1009               remainder leap-remainder
1010           if leap-remainder = 0
1011               move 29 to days-in-month
1012           end-if
1013       end-if.
1014       compute month-start-date = (close-month * 100) + 1.
1015       compute calendar-probe-date =
1016           (close-month * 100) + days-in-month.
1017       compute step-serial =
1018           function integer-of-date(calendar-probe-date).
1019       perform check-calendar-day.
1020       move -1 to step-direction.
1021       move 0 to calendar-step-limit.
1022       perform step-one-day
1023           until calendar-is-business = "Y"
1024              or calendar-step-limit > 10.
1025       move calendar-probe-date to month-end-date.
1026       move step-serial to month-end-serial.
1027
1050   step-one-day.
1051       add 1 to calendar-step-limit.
1052       add step-direction to step-serial.
1053       compute calendar-probe-date =
1054           function date-of-integer(step-serial).
1055       perform check-calendar-day.
1056
1060   step-one-business-day.
1061       move 0 to calendar-step-limit.
1062       perform step-one-day.
1063       perform step-one-day
1064           until calendar-is-business = "Y"
1065              or calendar-step-limit > 10.
1066
1100   load-checklist.
1101       move 0 to task-count.
1102       open input checklist-file.
1103       perform until checklist-eof = "Y"
1104           read checklist-file
1105               at end move "Y" to checklist-eof
1106               not at end
1107                   perform add-checklist-task
1108           end-read
1109       end-perform.
1110       close checklist-file.
1111
1120   add-checklist-task.
1121       perform make-room-for-task.
1122       move spaces to offset-text due-date-text done-date-text.
1123       unstring checklist-record delimited by ","
1124           into ct-id(task-count) ct-description(task-count)
1125                ct-owner(task-count) offset-text due-date-text
1126                ct-type(task-count) ct-step(task-count)
1127                ct-prereq(task-count 1) ct-prereq(task-count 2)
1128                ct-prereq(task-count 3) ct-status(task-count)
1129                done-date-text ct-done-by(task-count).
1130       perform set-task-offset.
1131       move 0 to ct-due-date(task-count).
1132       if due-date-text is numeric
1133           move due-date-text to ct-due-date(task-count)
1134       end-if.
1135       move 0 to ct-done-date(task-count).
1136       if done-date-text is numeric
1137           move done-date-text to ct-done-date(task-count)
1138       end-if.
1139       if ct-status(task-count) not = "D"
1140           move "O" to ct-status(task-count)
1141       end-if.
1142
1150   make-room-for-task.
1151       if task-count = 50
1152           display "More than 50 close tasks, run stopped"
1153           move 16 to return-code
1154           stop run
1155       end-if.
1156       add 1 to task-count.
1157       move spaces to task-entry(task-count).
1158
1200   build-checklist-from-template.
1201       open input template-file.
1202       perform until template-eof = "Y"
1203           read template-file
1204               at end move "Y" to template-eof
1205               not at end
1206                   if template-record not = spaces
1207                       perform add-template-task
1208                   end-if
1209           end-read
1210       end-perform.
1211       close template-file.
1212       if task-count > 0
1214           display "Checklist " checklistfilename " built with "
1215               task-count " tasks"
1216       end-if.
1217
1220   add-template-task.
1221       perform make-room-for-task.
1222       move spaces to offset-text.
1223       unstring template-record delimited by ","
1224           into ct-id(task-count) ct-description(task-count)
1225                ct-owner(task-count) offset-text
1226                ct-type(task-count) ct-step(task-count)
1227                ct-prereq(task-count 1) ct-prereq(task-count 2)
1228                ct-prereq(task-count 3).
1229       perform set-task-offset.
1230       move month-end-serial to step-serial.
1231       move month-end-date to calendar-probe-date.
1232       move 1 to step-direction.
1233       if ct-offset(task-count) < 0
1234           move -1 to step-direction
1235       end-if.
1236       perform step-one-business-day
1237           varying step-count from 1 by 1
1238           until step-count > offset-days.
1239       move calendar-probe-date to ct-due-date(task-count).
1240       if ct-type(task-count) not = "B"
1241           move "M" to ct-type(task-count)
1242       end-if.
1243       move "O" to ct-status(task-count).
1244       move 0 to ct-done-date(task-count).
1245
1300   set-task-offset.
1301       move spaces to offset-digits.
1302       if offset-text(1:1) = "-" or offset-text(1:1) = "+"
1303           move offset-text(2:3) to offset-digits
1304       else
1305           move offset-text to offset-digits
1306       end-if.
1307       move 0 to offset-length.
1308       inspect offset-digits tallying offset-length
1309           for characters before initial " ".
1310       move 0 to offset-days.
1311       if offset-length > 0 and offset-length < 3
1312           if offset-digits(1:offset-length) is numeric
1313               move offset-digits(1:offset-length) to offset-days
1314           end-if
1315       end-if.
1316       move offset-days to ct-offset(task-count).
1317       if offset-text(1:1) = "-"
1318           compute ct-offset(task-count) = 0 - offset-days
1319       end-if.
1320
1400   tick-one-batch-task.
1401       if ct-type(task-index) = "B"
1402          and ct-status(task-index) = "O"
1403          and ct-step(task-index) not = spaces
1404           move month-end-date to window-start-date
1405           if ct-due-date(task-index) < month-end-date
1406               move month-start-date to window-start-date
1407           end-if
1408           move "N" to runctl-eof
1409           open input runctl-file
1410           perform until runctl-eof = "Y"
1411               read runctl-file
1412                   at end move "Y" to runctl-eof
1413                   not at end
1414                       perform check-batch-run
1415               end-read
1416           end-perform
1417           close runctl-file
1418       end-if.
1419
1420   check-batch-run.
1421       move spaces to runctl-step runctl-status.
1422       unstring runctl-record delimited by ","
1423           into runctl-date runctl-step
1424                runctl-start runctl-end runctl-status.
1424A      if runctl-step = ct-step(task-index)
1425          and runctl-status = "C"
1425A         and runctl-date >= window-start-date
1426          and ct-status(task-index) = "O"
1427           move "D" to ct-status(task-index)
1428           move runctl-date
1429               to ct-done-date(task-index)
1430           move "BATCH" to ct-done-by(task-index)
1431           add 1 to ticked-count
1432       end-if.
1433
1500   save-checklist.
1501       open output checklist-file.
1502       perform write-checklist-task
1503           varying task-index from 1 by 1
1504           until task-index > task-count.
1505       close checklist-file.
1506
1510   write-checklist-task.
1511       move "+" to offset-sign.
1511A      move ct-offset(task-index) to offset-days.
1511B      if ct-offset(task-index) < 0
1511C          move "-" to offset-sign
1511D      end-if.
1512       move spaces to checklist-record.
1513       string ct-id(task-index) ","
1514              ct-description(task-index) ","
1515              ct-owner(task-index) ","
1516              offset-sign offset-days ","
1517              ct-due-date(task-index) ","
1518              ct-type(task-index) ","
1519              ct-step(task-index) ","
1520              ct-prereq(task-index 1) ","
1521              ct-prereq(task-index 2) ","
1522              ct-prereq(task-index 3) ","
1523              ct-status(task-index) ","
1524              ct-done-date(task-index) ","
1525              ct-done-by(task-index)
1526           delimited by size into checklist-record.
1527       write checklist-record.
1528
1600   report-one-task.
1601       move spaces to prereq-text.
1602       move "N" to prereq-open.
1602A      move 1 to prereq-pointer.
1603       perform check-one-prerequisite
1604           varying prereq-index from 1 by 1
1605           until prereq-index > 3.
1606       if ct-status(task-index) = "D"
1607           move "DONE" to task-state-text
1607A          move spaces to prereq-text
1608           add 1 to done-count
1609       else
1610           add 1 to open-count
1611           if ct-due-date(task-index) < processing-date
1612               move "OVERDUE" to task-state-text
1613               add 1 to overdue-count
1614           else
1615               if prereq-open = "Y"
1616                   move "WAITING" to task-state-text
1617                   add 1 to waiting-count
1618               else
1619                   move "OPEN" to task-state-text
1620               end-if
1621           end-if
1622       end-if.
1623       move spaces to report-line.
1624       string ct-id(task-index) " "
1625              ct-description(task-index) "  "
1626              ct-owner(task-index) " "
1627              ct-due-date(task-index) " "
1628              ct-type(task-index) " "
1629              task-state-text " "
1630              ct-done-by(task-index) " "
1631              prereq-text
1632           delimited by size into report-line.
1633       perform write-report-line.
1634
1650   check-one-prerequisite.
1651       if ct-prereq(task-index prereq-index) not = spaces
1652           move 0 to task-found-index
1653           perform varying task-found-index from 1 by 1
1654                   until task-found-index > task-count
1655               if ct-id(task-found-index)
1656                      = ct-prereq(task-index prereq-index)
1657                  and ct-status(task-found-index) not = "D"
1658                   move "Y" to prereq-open
1659                   string ct-prereq(task-index prereq-index)
1660                              delimited by " "
1661                          " " delimited by size
1662                       into prereq-text
1663                       with pointer prereq-pointer
1664               end-if
1665           end-perform
1666       end-if.
1667
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
