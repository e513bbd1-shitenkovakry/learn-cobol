0100   identification division.
0200   program-id. Reconciliation-Status-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional signoff-file assign to dynamic
0330A          signofffilename
0331           organization is line sequential.
0332       select optional chart-file assign to dynamic
0332A          chartfilename
0333           organization is line sequential.
0334       select optional parameter-card-file assign to dynamic
0334A          parmcardfilename
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  signoff-file.
0407   01  signoff-record pic x(140).
0408   fd  chart-file.
0409   01  chart-record pic x(60).
0409A  fd  parameter-card-file.
0409B  01  parameter-card-record pic x(60).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 signofffilename pic x(20) value "RECONSIGN.TXT".
0421   01 chartfilename pic x(20) value "COA.TXT".
0422   01 signoff-eof pic x value "N".
0423   01 chart-eof pic x value "N".
0424
0430   01 signoff-table.
0431       05 signoff-entry occurs 3600 times.
0432           10 so-account pic x(8).
0433           10 so-period pic 9(6).
0434           10 so-difference pic s9(11)v99.
0435           10 so-preparer pic x(8).
0436           10 so-reviewer pic x(8).
0437   01 signoff-count pic 9(4) value 0.
0438   01 signoff-index pic 9(4).
0439   01 signoff-found-index pic 9(4).
0440   01 so-period-text pic x(6).
0441   01 so-skip-text pic x(16).
0442   01 so-difference-text pic x(16).
0443
0450   01 chart-account pic x(8).
0451   01 chart-description pic x(20).
0452   01 chart-type pic x.
0453
0460   01 recon-month pic 9(6).
0461   01 difference-limit pic 9(7)v99 value 1.00.
0462   01 absolute-difference pic 9(11)v99.
0463   01 difference-edited pic -9(11).99.
0464   01 limit-edited pic z(6)9.99.
0465   01 account-state-text pic x(16).
0466   01 accounts-checked pic 9(4) value 0.
0467   01 signed-off-count pic 9(4) value 0.
0468   01 unreconciled-count pic 9(4) value 0.
0469   01 unreviewed-count pic 9(4) value 0.
0470   01 over-limit-count pic 9(4) value 0.
0471
0600   procedure division.
0610
0700   program-begin.
0710       perform get-processing-date.
0711       display "Enter reconciliation month (YYYYMM) or 0".
0712       accept recon-month.
0713       if recon-month = 0
0714           move processing-date(1:6) to recon-month
0715       end-if.
0720       move "RECONPARM.TXT" to parmcardfilename.
0721       perform load-parameter-card.
0722       move "SIGNOFFLIMIT" to parm-keyword.
0723       perform get-parameter-value.
0724       if parm-found = "Y"
0725           move parm-value to difference-limit
0726       end-if.
0727       move difference-limit to limit-edited.
0730       perform load-signoff-table.
0740       move "Reconciliation-Status-Report" to report-program-name.
0741       move spaces to report-title.
0742       string "Reconciliation status " recon-month
0743           delimited by size into report-title.
0744       move "Account  Description          State" to
0745           report-column-heading.
0746       move "Difference" to report-column-heading(52:10).
0747       move "Preparer Reviewer" to report-column-heading(63:17).
0748       perform write-report-header.
0750       open input chart-file.
0751       perform until chart-eof = "Y"
0752           read chart-file
0753               at end move "Y" to chart-eof
0754               not at end
0755                   move spaces to chart-type
0756                   unstring chart-record delimited by ","
0757                       into chart-account chart-description
0758                            chart-type
0759                   if chart-type = "A" or chart-type = "L"
0760                      or chart-type = "Q"
0761                       perform check-one-account
0762                   end-if
0763           end-read
0764       end-perform.
0765       close chart-file.
0770       move spaces to report-line.
0771       string "Accounts " accounts-checked
0772              "  signed off " signed-off-count
0773              "  not reconciled " unreconciled-count
0774              "  not reviewed " unreviewed-count
0775              "  over " limit-edited " " over-limit-count
0776           delimited by size into report-line.
0777       perform write-report-totals.
0780       display "Accounts: " accounts-checked
0781           "  signed off: " signed-off-count.
0782       display "Not reconciled: " unreconciled-count
0783           "  not reviewed: " unreviewed-count
0784           "  over limit: " over-limit-count.
0785       if unreconciled-count > 0 or unreviewed-count > 0
0786          or over-limit-count > 0
0787           move 4 to return-code
0788       end-if.
0900   program-done.
0910       stop run.
0911
1000   load-signoff-table.
1001       open input signoff-file.
1002       perform until signoff-eof = "Y"
1003           read signoff-file
1004               at end move "Y" to signoff-eof
1005               not at end
1006                   perform add-signoff-entry
1007           end-read
1008       end-perform.
1009       close signoff-file.
1010
1020   add-signoff-entry.
1021       if signoff-count = 3600
1022           display "More than 3600 sign-off records, run stopped"
1023           move 16 to return-code
1024           stop run
1025       end-if.
1026       add 1 to signoff-count.
1027       move spaces to signoff-entry(signoff-count).
1028       move spaces to so-period-text so-difference-text.
1029       unstring signoff-record delimited by ","
1030           into so-account(signoff-count) so-period-text
1031                so-skip-text so-skip-text so-difference-text
1032                so-preparer(signoff-count) so-skip-text
1033                so-reviewer(signoff-count).
1034       move so-period-text to so-period(signoff-count).
1035       move so-difference-text to so-difference(signoff-count).
1036
1100   check-one-account.
1101       add 1 to accounts-checked.
1102       move 0 to signoff-found-index.
1103       perform varying signoff-index from 1 by 1
1104               until signoff-index > signoff-count
1105                  or signoff-found-index > 0
1106           if so-account(signoff-index) = chart-account
1107              and so-period(signoff-index) = recon-month
1108               move signoff-index to signoff-found-index
1109           end-if
1110       end-perform.
1111       move spaces to account-state-text.
1112       move spaces to report-line.
1113       if signoff-found-index = 0
1114           move "NOT RECONCILED" to account-state-text
1115           add 1 to unreconciled-count
1116           string chart-account " " chart-description " "
1117                  account-state-text
1118               delimited by size into report-line
1119       else
1120           move so-difference(signoff-found-index)
1121               to absolute-difference
1122           if absolute-difference > difference-limit
1123               move "DIFFERENCE OVER" to account-state-text
1124               add 1 to over-limit-count
1125           else
1126               if so-reviewer(signoff-found-index) = spaces
1127                   move "NOT REVIEWED" to account-state-text
1128                   add 1 to unreviewed-count
1129               else
1130                   add 1 to signed-off-count
1131               end-if
1132           end-if
1133           move so-difference(signoff-found-index)
1134               to difference-edited
1135           string chart-account " " chart-description " "
1136                  account-state-text " "
1137                  difference-edited " "
1138                  so-preparer(signoff-found-index) " "
1139                  so-reviewer(signoff-found-index)
1140               delimited by size into report-line
1141       end-if.
1142       if account-state-text not = spaces
1143           perform write-report-line
1144       end-if.
1145
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'report-writer-writer'.
