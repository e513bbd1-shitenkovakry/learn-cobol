0100   identification division.
0200   program-id. Revenue-Recognition.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional deferral-schedule-file assign to dynamic
0330A          deferralschedulename
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
0406   fd  deferral-schedule-file.
0407   01  deferral-schedule-record pic x(80).
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
0413   copy 'report-writer-variables'.
0414   copy 'audit-trail-variables'.
0415
0420   01 deferralschedulename pic x(20) value "DEFSCHED.TXT".
0421   01 ledgerfilename pic x(24).
0422   01 schedule-eof pic x value "N".
0423   01 array-size pic 9(2) value 0.
0424   01 run-control-rerun pic x value "N".
0425
0430   01 schedule-table.
0431       05 schedule-line occurs 5000 times pic x(80).
0432   01 schedule-count pic 9(4) value 0.
0433   01 schedule-index pic 9(4).
0434   01 file-changed pic x value "N".
0435
0440   01 slice-status pic x.
0441   01 slice-invoice pic x(8).
0442   01 slice-invoice-date pic 9(8).
0443   01 slice-customer pic x(8).
0444   01 slice-item pic x(8).
0445   01 slice-period pic 9(6).
0446   01 slice-amount-text pic x(10).
0447   01 slice-amount pic 9(7)v99.
0448   01 slice-revenue-account pic x(8).
0449   01 slice-deferred-account pic x(8).
0450   01 invoice-period pic 9(6).
0451
0460   01 recognition-period pic 9(6).
0461
0470   01 rollforward-table.
0471       05 rollforward-entry occurs 100 times.
0472           10 rf-item pic x(8).
0473           10 rf-revenue-account pic x(8).
0474           10 rf-deferred-account pic x(8).
0475           10 rf-opening pic 9(9)v99.
0476           10 rf-added pic 9(9)v99.
0477           10 rf-recognized pic 9(9)v99.
0478           10 rf-closing pic 9(9)v99.
0479           10 rf-to-post pic 9(9)v99.
0480   01 rollforward-count pic 9(3) value 0.
0481   01 rollforward-index pic 9(3).
0482   01 rf-found-index pic 9(3).
0483   01 rollforward-full pic x value "N".
0484
0490   01 total-opening pic 9(9)v99 value 0.
0491   01 total-added pic 9(9)v99 value 0.
0492   01 total-recognized pic 9(9)v99 value 0.
0493   01 total-closing pic 9(9)v99 value 0.
0494   01 total-posted pic 9(9)v99 value 0.
0495   01 opening-edited pic 9(8).99.
0496   01 added-edited pic 9(8).99.
0497   01 recognized-edited pic 9(8).99.
0498   01 closing-edited pic 9(8).99.
0499   01 posted-edited pic 9(8).99.
0499A
0499B  01 entry-source pic x value "D".
0499C  01 posting-sequence pic 9(6) value 0.
0499D  01 ledger-account pic x(8).
0499E  01 ledger-amount pic s9(7)v99.
0499F  01 ledger-amount-edited pic -9(6).99.
0499G  01 zero-edited pic -9(6).99.
0499H  01 slices-posted pic 9(5) value 0.
0499H1 01 slices-dropped pic 9(5) value 0.
0499I
0500   procedure division.
0600
0700   program-begin.
0710       move "Revenue-Recognition" to audit-program-name.
0711       display "Enter recognition month (YYYYMM) or 0".
0712       accept recognition-period.
0713       perform get-processing-date.
0714       if recognition-period = 0
0715           move processing-date(1:6) to recognition-period
0716       end-if.
0717       string "LEDGER" processing-date ".TXT"
0718           delimited by size into ledgerfilename.
0718A      move processing-date to period-check-date.
0718B      move "Revenue-Recognition" to period-program-name.
0718C      move "F" to period-poster-class.
0718D      perform check-posting-period.
0718E      if period-post-allowed = "N"
0718F          move 8 to return-code
0718G          stop run
0718H      end-if.
0720       perform load-schedule-table.
0730       perform apply-one-slice
0731           varying schedule-index from 1 by 1
0732           until schedule-index > schedule-count.
0740       open extend ledger-file.
0741       perform open-audit-for-run.
0742       perform post-item-recognition
0743           varying rollforward-index from 1 by 1
0744           until rollforward-index > rollforward-count.
0745       perform close-audit-for-run.
0746       close ledger-file.
0750       if file-changed = "Y"
0751           perform save-schedule-table
0752       end-if.
0760       perform write-rollforward-report.
0770       move total-posted to posted-edited.
0771       display "Slices posted: " slices-posted
0772           "  recognized to revenue: " posted-edited.
0772A      if rollforward-full = "Y"
0772B          display "More than 100 deferred items, rollforward"
0772C              " incomplete"
0772D      end-if.
0900   program-done.
0910       stop run.
0911
0920   load-schedule-table.
0921       move 0 to schedule-count.
0922       move "N" to schedule-eof.
0923       open input deferral-schedule-file.
0924       perform until schedule-eof = "Y"
0925              or schedule-count = 5000
0926           read deferral-schedule-file
0927               at end move "Y" to schedule-eof
0928               not at end
0929                   add 1 to schedule-count
0930                   move deferral-schedule-record
0931                       to schedule-line(schedule-count)
0932           end-read
0933       end-perform.
0934       close deferral-schedule-file.
0935       if schedule-eof = "N"
0936           display "Deferral schedule holds more than 5000 lines,"
0937               " run stopped"
0938           move 16 to return-code
0939           stop run
0940       end-if.
0941       display schedule-count " schedule lines loaded".
0942
1000   apply-one-slice.
1001       unstring schedule-line(schedule-index) delimited by ","
1002           into slice-status slice-invoice slice-invoice-date
1003                slice-customer slice-item slice-period
1004                slice-amount-text slice-revenue-account
1005                slice-deferred-account.
1006       move slice-amount-text to slice-amount.
1007       move slice-invoice-date(1:6) to invoice-period.
1008       perform find-rollforward-item.
1009       if rf-found-index > 0
1010           if invoice-period < recognition-period
1011              and slice-period >= recognition-period
1012               add slice-amount to rf-opening(rf-found-index)
1013           end-if
1014           if invoice-period = recognition-period
1015               add slice-amount to rf-added(rf-found-index)
1016           end-if
1017           if slice-period = recognition-period
1018               add slice-amount to rf-recognized(rf-found-index)
1019           end-if
1020           if invoice-period <= recognition-period
1021              and slice-period > recognition-period
1022               add slice-amount to rf-closing(rf-found-index)
1023           end-if
1024       end-if.
1025       if slice-status = "O"
1026          and slice-period <= recognition-period
1027          and rf-found-index > 0
1028           add slice-amount to rf-to-post(rf-found-index)
1029           move "P" to schedule-line(schedule-index)(1:1)
1030           move "Y" to file-changed
1031           add 1 to slices-posted
1032       end-if.
1032A      if slice-status = "P"
1032B         and slice-period < recognition-period
1032C          move "Y" to file-changed
1032D      end-if.
1033
1040   find-rollforward-item.
1041       move 0 to rf-found-index.
1042       perform varying rollforward-index from 1 by 1
1043               until rollforward-index > rollforward-count
1044                  or rf-found-index > 0
1045           if rf-item(rollforward-index) = slice-item
1046               move rollforward-index to rf-found-index
1047           end-if
1048       end-perform.
1049       if rf-found-index = 0
1050           if rollforward-count = 100
1051               move "Y" to rollforward-full
1052           else
1053               add 1 to rollforward-count
1054               move rollforward-count to rf-found-index
1055               initialize rollforward-entry(rf-found-index)
1056               move slice-item to rf-item(rf-found-index)
1057               move slice-revenue-account
1058                   to rf-revenue-account(rf-found-index)
1059               move slice-deferred-account
1060                   to rf-deferred-account(rf-found-index)
1061           end-if
1062       end-if.
1063
1100   post-item-recognition.
1101       if rf-to-post(rollforward-index) > 0
1102           move rf-deferred-account(rollforward-index)
1103               to ledger-account
1104           move rf-to-post(rollforward-index) to ledger-amount
1105           perform write-recognition-ledger-record
1106           move rf-revenue-account(rollforward-index)
1107               to ledger-account
1108           compute ledger-amount =
1109               0 - rf-to-post(rollforward-index)
1110           perform write-recognition-ledger-record
1111           add rf-to-post(rollforward-index) to total-posted
1112       end-if.
1113
1120   write-recognition-ledger-record.
1121       move ledger-amount to audit-result.
1122       perform write-held-audit-entry.
1123       move audit-sequence to posting-sequence.
1124       move ledger-amount to ledger-amount-edited.
1125       move 0 to zero-edited.
1126       move spaces to ledger-record.
1127       string ledger-amount-edited ","
1128              zero-edited ","
1129              ledger-amount-edited ","
1130              "N,"
1131              entry-source ","
1132              "LOC,"
1133              ledger-amount-edited ","
1134              "001.000000,"
1135              "01,"
1136              ledger-account ","
1137              posting-sequence
1138           delimited by size into ledger-record.
1139       write ledger-record.
1140
1200   write-rollforward-report.
1201       move "Revenue-Recognition" to report-program-name.
1202       move spaces to report-title.
1203       string "Deferred revenue rollforward " recognition-period
1204           delimited by size into report-title.
1205       string "Item         Opening        Added   Recognized"
1206              "      Closing"
1207           delimited by size into report-column-heading.
1208       perform write-report-header.
1209       perform write-rollforward-line
1210           varying rollforward-index from 1 by 1
1211           until rollforward-index > rollforward-count.
1212       move total-opening to opening-edited.
1213       move total-added to added-edited.
1214       move total-recognized to recognized-edited.
1215       move total-closing to closing-edited.
1216       move spaces to report-line.
1217       string "TOTAL    " opening-edited " " added-edited " "
1218              recognized-edited " " closing-edited
1219           delimited by size into report-line.
1220       perform write-report-line.
1221       move total-posted to posted-edited.
1222       move spaces to report-line.
1223       string "Recognized to revenue this run " posted-edited
1224              "  slices " slices-posted
1225           delimited by size into report-line.
1226       perform write-report-totals.
1227
1230   write-rollforward-line.
1231       move rf-opening(rollforward-index) to opening-edited.
1232       move rf-added(rollforward-index) to added-edited.
1233       move rf-recognized(rollforward-index) to recognized-edited.
1234       move rf-closing(rollforward-index) to closing-edited.
1235       add rf-opening(rollforward-index) to total-opening.
1236       add rf-added(rollforward-index) to total-added.
1237       add rf-recognized(rollforward-index) to total-recognized.
1238       add rf-closing(rollforward-index) to total-closing.
1239       move spaces to report-line.
1240       string rf-item(rollforward-index) " "
1241              opening-edited " " added-edited " "
1242              recognized-edited " " closing-edited
1243           delimited by size into report-line.
1244       perform write-report-line.
1245
1300   save-schedule-table.
1301       open output deferral-schedule-file.
1302       perform save-one-slice
1303           varying schedule-index from 1 by 1
1304           until schedule-index > schedule-count.
1308       close deferral-schedule-file.
1308A      display slices-dropped
1308B          " posted slices before " recognition-period " dropped".
1309
1310   save-one-slice.
1311       unstring schedule-line(schedule-index) delimited by ","
1312           into slice-status slice-invoice slice-invoice-date
1313                slice-customer slice-item slice-period.
1314       if slice-status = "P"
1315          and slice-period < recognition-period
1316           add 1 to slices-dropped
1317       else
1318           move schedule-line(schedule-index)
1319               to deferral-schedule-record
1320           write deferral-schedule-record
1321       end-if.
1322
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'audit-trail-writer'.
9920P  copy 'period-control-checker'.
