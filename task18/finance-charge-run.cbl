0100   identification division.
0200   program-id. Finance-Charge-Run.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional open-item-file assign to dynamic
0330A          openitemfilename
0331           organization is line sequential.
0332       select optional rate-file assign to dynamic ratefilename
0333           organization is line sequential.
0334       select optional exemption-file assign to dynamic
0334A          exemptionfilename
0335           organization is line sequential.
0336       select register-file assign to dynamic registerfilename
0337           organization is line sequential.
0338       select optional ledger-file assign to dynamic ledgerfilename
0339           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0342       select optional collection-file assign to dynamic
0342A          collectionfilename
0343           organization is line sequential.
0344       select optional customer-xref-file assign to dynamic
0344A          custxreffilename
0345           organization is line sequential.
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
0408   fd  rate-file.
0409   01  rate-record pic x(40).
0409A  fd  exemption-file.
0409B  01  exemption-record pic x(20).
0409C  fd  register-file.
0409D  01  register-line pic x(100).
0409E  fd  ledger-file.
0409F  01  ledger-record pic x(100).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409I  fd  collection-file.
0409J  01  collection-record pic x(120).
0409K  fd  customer-xref-file.
0409L  01  customer-xref-record pic x(40).
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
0414A  copy 'collection-hold-variables'.
0414B  copy 'customer-xref-variables'.
0415
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 ratefilename pic x(20) value "FINRATE.TXT".
0422   01 exemptionfilename pic x(20) value "FINEXEMPT.TXT".
0423   01 registerfilename pic x(24).
0424   01 ledgerfilename pic x(24).
0425   01 input-eof pic x value "N".
0426   01 array-size pic 9(2) value 0.
0427   01 run-control-rerun pic x value "N".
0428
0430   01 open-item-table.
0431       05 open-item-entry occurs 500 times.
0432           10 item-account pic x(8).
0433           10 item-date pic 9(8).
0434           10 item-remaining pic s9(6)v99.
0435           10 item-code pic x(5).
0436           10 item-charged pic x.
0437   01 open-item-count pic 9(3) value 0.
0438   01 open-item-index pic 9(3).
0439   01 scan-index pic 9(3).
0440   01 item-account-text pic x(8).
0441   01 item-date-text pic x(10).
0442   01 item-original-text pic x(12).
0443   01 item-remaining-text pic x(12).
0444   01 item-code-text pic x(5).
0445   01 item-status pic x.
0446
0452   01 rate-table.
0453       05 rate-entry occurs 4 times.
0454           10 bucket-rate pic 99v99.
0455           10 bucket-minimum pic 9(5)v99.
0456   01 bucket-names.
0457       05 filler pic x(8) value "Current ".
0458       05 filler pic x(8) value "30 days ".
0459       05 filler pic x(8) value "60 days ".
0460       05 filler pic x(8) value "90+ days".
0461   01 bucket-names-table redefines bucket-names.
0462       05 bucket-name occurs 4 times pic x(8).
0463   01 bucket-index pic 9.
0464   01 rate-bucket-text pic x(2).
0465   01 rate-percent-text pic x(10).
0466   01 rate-minimum-text pic x(12).
0467   01 rate-bucket pic 9.
0468
0470   01 exemption-table.
0471       05 exempt-account occurs 200 times pic x(8).
0472   01 exemption-count pic 9(3) value 0.
0473   01 exemption-index pic 9(3).
0474   01 account-exempt pic x.
0475
0480   01 grace-days pic 9(3) value 0.
0481   01 grace-days-text pic x(3) justified right.
0482   01 finance-charge-code pic x(5) value "FINCH".
0483   01 finance-income-account pic x(8) value "FININC".
0484
0490   01 charge-account pic x(8).
0491   01 trans-serial pic 9(8).
0492   01 age-days pic s9(5).
0493   01 overdue-days pic s9(5).
0494   01 worst-bucket pic 9.
0495   01 item-charge pic 9(7)v99.
0496   01 account-overdue pic s9(8)v99.
0497   01 account-charge pic 9(7)v99.
0498   01 already-charged pic x.
0498A  01 register-status pic x(16).
0499   01 charge-edited pic -9(6).99.
0500   01 overdue-edited pic -9(8).99.
0501   01 total-charged pic 9(9)v99 value 0.
0502   01 total-charged-edited pic 9(8).99.
0503   01 accounts-charged pic 9(4) value 0.
0504   01 accounts-exempt pic 9(4) value 0.
0505   01 accounts-skipped pic 9(4) value 0.
0505A  01 items-on-hold pic 9(4) value 0.
0506
0510   01 entry-source pic x value "F".
0511   01 posting-sequence pic 9(6) value 0.
0512   01 ledger-account pic x(8).
0513   01 ledger-amount pic s9(7)v99.
0514   01 ledger-amount-edited pic -9(6).99.
0515   01 zero-edited pic -9(6).99.
0516
0600   procedure division.
0610
0700   program-begin.
0701       move "Finance-Charge-Run" to audit-program-name.
0702       move "FINCHGPARM.TXT" to parmcardfilename.
0703       perform load-parameter-card.
0704       move "GRACEDAYS" to parm-keyword.
0705       perform get-parameter-value.
0706       if parm-found = "Y"
0707           unstring parm-value delimited by " "
0708               into grace-days-text
0709           inspect grace-days-text replacing leading space by "0"
0710           move grace-days-text to grace-days
0711       end-if.
0712       move "INCOMEACCT" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to finance-income-account
0716       end-if.
0717       move "CHARGECODE" to parm-keyword.
0718       perform get-parameter-value.
0719       if parm-found = "Y"
0720           move parm-value to finance-charge-code
0721       end-if.
0722       perform get-processing-date.
0723       display "Finance charges as of " processing-date
0724           "  grace days " grace-days.
0725       string "FINREG" processing-date ".TXT"
0726           delimited by size into registerfilename.
0727       string "LEDGER" processing-date ".TXT"
0728           delimited by size into ledgerfilename.
0728A      move processing-date to period-check-date.
0728B      move "Finance-Charge-Run" to period-program-name.
0728C      perform check-posting-period.
0728D      if period-post-allowed = "N"
0728E          move 8 to return-code
0728F          stop run
0728G      end-if.
0730       perform load-rate-table.
0731       perform load-exemption-table.
0731A      perform load-collection-holds.
0731B      perform load-customer-xref.
0732       perform load-open-item-table.
0740       open output register-file.
0741       move spaces to register-line.
0742       string "Finance charge register for " processing-date
0743              "  grace days " grace-days
0744           delimited by size into register-line.
0745       write register-line.
0746       move spaces to register-line.
0747       string "Account   Worst bucket    Overdue balance"
0748              "      Charge  Status"
0749           delimited by size into register-line.
0750       write register-line.
0760       open extend ledger-file.
0761       perform open-audit-for-run.
0762       perform charge-one-account
0763           varying open-item-index from 1 by 1
0764           until open-item-index > open-item-count.
0765       perform close-audit-for-run.
0766       close ledger-file.
0770       move total-charged to total-charged-edited.
0771       move spaces to register-line.
0772       string "Accounts charged: " accounts-charged
0773              "  exempt: " accounts-exempt
0774              "  already charged: " accounts-skipped
0774A             "  items on hold: " items-on-hold
0775              "  total " total-charged-edited
0776           delimited by size into register-line.
0777       write register-line.
0778       close register-file.
0780       display "Accounts charged: " accounts-charged
0781           "  total " total-charged-edited.
0782       display "Accounts exempt: " accounts-exempt
0783           "  already charged this month: " accounts-skipped.
0784       display "Items on collection hold: " items-on-hold.
0900   program-done.
0910       stop run.
0911
0920   load-rate-table.
0921       move 0 to bucket-rate(1).
0922       move 0 to bucket-minimum(1).
0923       perform varying bucket-index from 2 by 1
0924               until bucket-index > 4
0925           move 1.50 to bucket-rate(bucket-index)
0926           move 2.00 to bucket-minimum(bucket-index)
0927       end-perform.
0928       move "N" to input-eof.
0929       open input rate-file.
0930       perform until input-eof = "Y"
0931           read rate-file
0932               at end move "Y" to input-eof
0933               not at end
0934                   perform note-one-rate-record
0935           end-read
0936       end-perform.
0937       close rate-file.
0938
0940   note-one-rate-record.
0941       move spaces to rate-bucket-text.
0942       unstring rate-record delimited by ","
0943           into rate-bucket-text rate-percent-text
0944                rate-minimum-text.
0945       if rate-bucket-text(1:1) >= "2"
0946          and rate-bucket-text(1:1) <= "4"
0947           move rate-bucket-text(1:1) to rate-bucket
0948           move rate-percent-text to bucket-rate(rate-bucket)
0949           move rate-minimum-text
0950               to bucket-minimum(rate-bucket)
0951       else
0952           display "Rate record ignored, bucket must be 2-4: "
0953               rate-record
0954       end-if.
0955
0960   load-exemption-table.
0961       move 0 to exemption-count.
0962       move "N" to input-eof.
0963       open input exemption-file.
0964       perform until input-eof = "Y"
0965              or exemption-count = 200
0966           read exemption-file
0967               at end move "Y" to input-eof
0968               not at end
0969                   if exemption-record not = spaces
0970                       add 1 to exemption-count
0971                       move exemption-record
0972                           to exempt-account(exemption-count)
0973                   end-if
0974           end-read
0975       end-perform.
0976       close exemption-file.
0977       if input-eof = "N"
0978           display "Exemption list holds more than 200 accounts,"
0979               " run stopped"
0980           move 16 to return-code
0981           stop run
0982       end-if.
0983       display exemption-count " exempt accounts loaded".
0984
0990   load-open-item-table.
0991       move 0 to open-item-count.
0992       move "N" to input-eof.
0993       open input open-item-file.
0994       perform until input-eof = "Y"
0995              or open-item-count = 500
0996           read open-item-file
0997               at end move "Y" to input-eof
0998               not at end
0999                   perform note-one-open-item
1000           end-read
1001       end-perform.
1002       close open-item-file.
1003       if input-eof = "N"
1004           display "Open item file holds more than 500 items,"
1005               " run stopped"
1006           move 16 to return-code
1007           stop run
1008       end-if.
1009       display open-item-count " open items loaded".
1010
1020   note-one-open-item.
1021       unstring open-item-record delimited by ","
1022           into item-account-text item-date-text
1023                item-original-text item-remaining-text
1024                item-code-text item-status.
1024A      move item-account-text to hold-account.
1024B      move item-date-text to hold-item-date.
1024C      move item-code-text to hold-item-code.
1024D      perform check-collection-hold.
1024E      if hold-found = "Y"
1024F          add 1 to items-on-hold
1024G      end-if.
1025       if item-status not = "S"
1026          and item-status not = "U"
1026A         and item-status not = "W"
1026B         and hold-found = "N"
1027           add 1 to open-item-count
1028           move item-account-text
1029               to item-account(open-item-count)
1030           move item-date-text to item-date(open-item-count)
1031           move item-remaining-text
1032               to item-remaining(open-item-count)
1033           move item-code-text to item-code(open-item-count)
1034           move "N" to item-charged(open-item-count)
1035       end-if.
1036
1040   charge-one-account.
1041       if item-charged(open-item-index) = "N"
1042           move item-account(open-item-index) to charge-account
1043           perform assess-one-account
1044       end-if.
1045
1050   assess-one-account.
1051       move 0 to worst-bucket.
1052       move 0 to account-overdue.
1053       move 0 to account-charge.
1054       move "N" to already-charged.
1055       perform varying scan-index from 1 by 1
1056               until scan-index > open-item-count
1057           if item-account(scan-index) = charge-account
1058               move "Y" to item-charged(scan-index)
1059               perform assess-one-item
1060           end-if
1061       end-perform.
1062       if worst-bucket > 1
1063           perform settle-account-charge
1064       end-if.
1065
1070   settle-account-charge.
1071       perform check-account-exempt.
1072       move spaces to register-status.
1073       if account-exempt = "Y"
1074           add 1 to accounts-exempt
1075           move 0 to account-charge
1076           move "EXEMPT" to register-status
1077       else
1078           if already-charged = "Y"
1079               add 1 to accounts-skipped
1080               move 0 to account-charge
1081               move "ALREADY CHARGED" to register-status
1082           else
1083               if account-charge < bucket-minimum(worst-bucket)
1084                   move bucket-minimum(worst-bucket)
1085                       to account-charge
1086               end-if
1087               if account-charge > 0
1088                   perform post-finance-charge
1089                   perform write-finance-open-item
1090                   add 1 to accounts-charged
1091                   add account-charge to total-charged
1092               end-if
1093           end-if
1094       end-if.
1095       perform write-register-entry.
1096
1100   assess-one-item.
1101       if item-code(scan-index) = finance-charge-code
1102           if item-date(scan-index)(1:6) = processing-date(1:6)
1103               move "Y" to already-charged
1104           end-if
1105       else
1106           if item-remaining(scan-index) > 0
1107               perform charge-one-item
1108           end-if
1109       end-if.
1110
1111   charge-one-item.
1112       compute trans-serial =
1113           function integer-of-date(item-date(scan-index)).
1114       compute age-days =
1115           function integer-of-date(processing-date)
1116           - trans-serial.
1117       compute overdue-days = age-days - grace-days.
1118       if overdue-days < 30
1119           move 1 to bucket-index
1120       else
1121           if overdue-days < 60
1122               move 2 to bucket-index
1123           else
1124               if overdue-days < 90
1125                   move 3 to bucket-index
1126               else
1127                   move 4 to bucket-index
1128               end-if
1129           end-if
1130       end-if.
1131       if bucket-index > 1
1132           compute item-charge rounded =
1133               item-remaining(scan-index)
1134               * bucket-rate(bucket-index) / 100
1135           add item-charge to account-charge
1136           add item-remaining(scan-index) to account-overdue
1137           if bucket-index > worst-bucket
1138               move bucket-index to worst-bucket
1139           end-if
1140       end-if.
1141
1141A  check-account-exempt.
1141B      move "N" to account-exempt.
1141C      perform varying exemption-index from 1 by 1
1141D              until exemption-index > exemption-count
1141E                 or account-exempt = "Y"
1141F          if exempt-account(exemption-index) = charge-account
1141G              move "Y" to account-exempt
1141H          end-if
1141I      end-perform.
1141J
1150   post-finance-charge.
1151       move charge-account to ledger-account.
1152       move account-charge to ledger-amount.
1153       perform write-charge-ledger-record.
1154       move finance-income-account to ledger-account.
1155       compute ledger-amount = 0 - account-charge.
1156       perform write-charge-ledger-record.
1157
1160   write-charge-ledger-record.
1161       move ledger-amount to audit-result.
1162       perform write-held-audit-entry.
1163       move audit-sequence to posting-sequence.
1164       move ledger-amount to ledger-amount-edited.
1165       move 0 to zero-edited.
1166       move spaces to ledger-record.
1167       string ledger-amount-edited ","
1168              zero-edited ","
1169              ledger-amount-edited ","
1170              "N,"
1171              entry-source ","
1172              "LOC,"
1173              ledger-amount-edited ","
1174              "001.000000,"
1175              "01,"
1176              ledger-account ","
1177              posting-sequence
1178           delimited by size into ledger-record.
1179       write ledger-record.
1180
1190   write-finance-open-item.
1191       move account-charge to charge-edited.
1191A      move charge-account to xref-account-wanted.
1191B      perform find-customer-number.
1192       open extend open-item-file.
1193       move spaces to open-item-record.
1194       string charge-account "," processing-date ","
1195              charge-edited ","
1196              charge-edited ","
1197              finance-charge-code ",O,"
1197A             xref-number-found
1198           delimited by size into open-item-record.
1199       write open-item-record.
1200       close open-item-file.
1201
1210   write-register-entry.
1211       move account-overdue to overdue-edited.
1212       move account-charge to charge-edited.
1213       move spaces to register-line.
1214       string charge-account "  " bucket-name(worst-bucket)
1215              "     " overdue-edited
1216              "  " charge-edited
1216A             "  " register-status
1217           delimited by size into register-line.
1226       write register-line.
1227
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9930   copy 'collection-hold-checker'.
9940   copy 'customer-xref-lookup'.
9940P  copy 'period-control-checker'.
