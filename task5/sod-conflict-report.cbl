0100   identification division.
0200   program-id. SoD-Conflict-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional authority-file assign to dynamic
0330A          authorityfilename
0331           organization is line sequential.
0332       select optional sod-rule-file assign to dynamic
0332A          sodrulefilename
0333           organization is line sequential.
0334       select optional sod-exception-file assign to dynamic
0334A          sodexceptionname
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  authority-file.
0407   01  authority-record pic x(20).
0408   fd  sod-rule-file.
0409   01  sod-rule-record pic x(80).
0409A  fd  sod-exception-file.
0409B  01  sod-exception-record pic x(100).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414   copy 'sod-rule-variables'.
0415
0420   01 authorityfilename pic x(20) value "OPERAUTH.TXT".
0421   01 authority-eof pic x value "N".
0422   01 authority-operator-id pic x(8).
0423   01 authority-pick-text pic x(2).
0424   01 authority-pick pic 9.
0425
0430   01 holder-table.
0431       05 holder-entry occurs 100 times.
0432           10 holder-operator pic x(8).
0433           10 holder-pick-flags.
0433A              15 holder-pick-flag occurs 9 times pic x.
0434   01 holder-count pic 9(3) value 0.
0435   01 holder-index pic 9(3).
0436   01 holder-found-index pic 9(3).
0437
0440   01 conflict-count pic 9(4) value 0.
0441   01 excepted-count pic 9(4) value 0.
0442   01 unexcepted-count pic 9(4) value 0.
0443   01 exception-text pic x(20).
0444
0600   procedure division.
0610
0700   program-begin.
0710       perform load-sod-rules.
0711       display sod-rule-count " conflict rules, "
0712           sod-exception-count " exceptions on file".
0720       perform load-authority-holders.
0730       move "SoD-Conflict-Report" to report-program-name.
0731       move "Segregation of duties conflicts" to report-title.
0732       move "Operator Picks Conflict" to report-column-heading.
0733       move "Exception" to report-column-heading(57:9).
0734       perform write-report-header.
0740       perform check-one-holder
0741           varying holder-index from 1 by 1
0742           until holder-index > holder-count.
0750       move spaces to report-line.
0751       string "Operators " holder-count
0752              "  conflicts " conflict-count
0753              "  excepted " excepted-count
0754              "  not excepted " unexcepted-count
0755           delimited by size into report-line.
0756       perform write-report-totals.
0760       display "Conflicts: " conflict-count
0761           "  excepted: " excepted-count
0762           "  not excepted: " unexcepted-count.
0770       if unexcepted-count > 0
0771           move 4 to return-code
0772       end-if.
0900   program-done.
0910       stop run.
0911
1000   load-authority-holders.
1001       open input authority-file.
1002       perform until authority-eof = "Y"
1003           read authority-file
1004               at end move "Y" to authority-eof
1005               not at end
1006                   move spaces to authority-pick-text
1007                   unstring authority-record delimited by ","
1008                       into authority-operator-id
1009                            authority-pick-text
1010                   move authority-pick-text(1:1)
1011                       to authority-pick
1012                   if authority-operator-id not = spaces
1013                      and authority-pick > 0
1014                       perform note-authority-holder
1015                   end-if
1016           end-read
1017       end-perform.
1018       close authority-file.
1019
1020   note-authority-holder.
1021       move 0 to holder-found-index.
1022       perform varying holder-index from 1 by 1
1023               until holder-index > holder-count
1024                  or holder-found-index > 0
1025           if holder-operator(holder-index) = authority-operator-id
1026               move holder-index to holder-found-index
1027           end-if
1028       end-perform.
1029       if holder-found-index = 0
1030           if holder-count = 100
1031               display "More than 100 operators with authority,"
1032                   " run stopped"
1033               move 16 to return-code
1034               stop run
1035           end-if
1036           add 1 to holder-count
1037           move holder-count to holder-found-index
1038           move authority-operator-id
1039               to holder-operator(holder-count)
1040           move "NNNNNNNNN" to holder-pick-flags(holder-count)
1041       end-if.
1042       move "Y" to holder-pick-flag(holder-found-index,
1043           authority-pick).
1044
1100   check-one-holder.
1101       perform varying sod-rule-index from 1 by 1
1102               until sod-rule-index > sod-rule-count
1103           if sod-rule-pick-a(sod-rule-index) > 0
1104              and sod-rule-pick-b(sod-rule-index) > 0
1105              and holder-pick-flag(holder-index,
1106                      sod-rule-pick-a(sod-rule-index)) = "Y"
1107              and holder-pick-flag(holder-index,
1108                      sod-rule-pick-b(sod-rule-index)) = "Y"
1109               perform report-one-conflict
1110           end-if
1111       end-perform.
1112
1200   report-one-conflict.
1201       add 1 to conflict-count.
1202       move holder-operator(holder-index) to sod-check-operator.
1203       move sod-rule-pick-a(sod-rule-index) to sod-check-pick-a.
1204       move sod-rule-pick-b(sod-rule-index) to sod-check-pick-b.
1205       perform find-sod-exception.
1206       move spaces to exception-text.
1207       if sod-exception-found = 0
1208           add 1 to unexcepted-count
1209           move "NO EXCEPTION" to exception-text
1210       else
1211           add 1 to excepted-count
1212           move sod-exc-reference(sod-exception-found)
1213               to exception-text
1214       end-if.
1215       move spaces to report-line.
1216       string holder-operator(holder-index) " "
1217              sod-check-pick-a "+" sod-check-pick-b "    "
1218              sod-rule-description(sod-rule-index) " "
1219              exception-text
1220           delimited by size into report-line.
1221       perform write-report-line.
1222
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'sod-rule-loader'.
