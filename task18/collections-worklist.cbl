0100   identification division.
0200   program-id. Collections-Worklist.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional open-item-file assign to dynamic
0330A          openitemfilename
0331           organization is line sequential.
0332       select optional collection-file assign to dynamic
0332A          collectionfilename
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0336       select optional parameter-card-file assign to dynamic
0336A          parmcardfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  open-item-file.
0407   01  open-item-record pic x(80).
0408   fd  collection-file.
0409   01  collection-record pic x(120).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409C  fd  parameter-card-file.
0409D  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414   copy 'parameter-card-variables'.
0415
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 collectionfilename pic x(20) value "COLLECT.TXT".
0422   01 input-eof pic x value "N".
0423
0430   01 open-item-table.
0431       05 open-item-entry occurs 500 times.
0432           10 item-account pic x(8).
0433           10 item-date pic 9(8).
0434           10 item-remaining pic s9(6)v99.
0435           10 item-code pic x(5).
0436   01 open-item-count pic 9(3) value 0.
0437   01 open-item-index pic 9(3).
0438   01 item-found-index pic 9(3).
0439   01 item-account-text pic x(8).
0440   01 item-date-text pic x(10).
0441   01 item-original-text pic x(12).
0442   01 item-remaining-text pic x(12).
0443   01 item-code-text pic x(5).
0444   01 item-status pic x.
0445
0450   01 collection-table.
0451       05 collection-entry occurs 1000 times.
0452           10 coll-account pic x(8).
0453           10 coll-item-date pic x(8).
0454           10 coll-item-code pic x(5).
0455           10 coll-type pic x.
0456           10 coll-entered-date pic 9(8).
0457           10 coll-status pic x.
0458           10 coll-promise-date pic x(8).
0459           10 coll-promise-amount pic 9(6)v99.
0460           10 coll-collector pic x(8).
0461   01 collection-count pic 9(4) value 0.
0462   01 collection-index pic 9(4).
0463   01 entered-date-text pic x(8).
0464   01 promise-amount-text pic x(12).
0465
0470   01 account-table.
0471       05 account-entry occurs 200 times.
0472           10 acct-account pic x(8).
0473           10 acct-overdue pic s9(8)v99.
0474           10 acct-oldest-days pic s9(5).
0475           10 acct-last-contact pic 9(8).
0476           10 acct-ranked pic x.
0477   01 account-count pic 9(3) value 0.
0478   01 account-index pic 9(3).
0479   01 acct-found-index pic 9(3).
0480   01 account-table-full pic x value "N".
0481
0490   01 dispute-days pic 9(3) value 30.
0492   01 contact-days pic 9(3) value 14.
0493   01 top-rank-limit pic 99 value 10.
0494   01 parm-number-text pic x(3) justified right.
0495   01 today-serial pic 9(8).
0496   01 contact-cutoff pic 9(8).
0497   01 age-days pic s9(5).
0498   01 rank-number pic 99.
0499   01 rank-best-index pic 9(3).
0500   01 rank-best-overdue pic s9(8)v99.
0501
0510   01 remaining-edited pic -9(6).99.
0511   01 promise-edited pic 9(6).99.
0512   01 overdue-edited pic -9(8).99.
0513   01 days-edited pic zzzz9.
0514   01 last-contact-text pic x(8).
0515   01 broken-count pic 9(4) value 0.
0516   01 dispute-count pic 9(4) value 0.
0517   01 uncontacted-count pic 9(4) value 0.
0519
0600   procedure division.
0610
0700   program-begin.
0701       move "COLLPARM.TXT" to parmcardfilename.
0702       perform load-parameter-card.
0703       move "DISPUTEDAYS" to parm-keyword.
0704       perform get-parameter-value.
0705       if parm-found = "Y"
0706           perform convert-parm-number
0707           move parm-number-text to dispute-days
0708       end-if.
0709       move "CONTACTDAYS" to parm-keyword.
0710       perform get-parameter-value.
0711       if parm-found = "Y"
0712           perform convert-parm-number
0713           move parm-number-text to contact-days
0714       end-if.
0715       move "TOPACCOUNTS" to parm-keyword.
0716       perform get-parameter-value.
0717       if parm-found = "Y"
0718           perform convert-parm-number
0719           move parm-number-text to top-rank-limit
0720       end-if.
0721       perform get-processing-date.
0722       compute today-serial =
0723           function integer-of-date(processing-date).
0724       compute contact-cutoff =
0725           function date-of-integer(today-serial - contact-days).
0730       perform load-open-item-table.
0731       perform load-collection-table.
0740       move "Collections-Worklist" to report-program-name.
0741       move spaces to report-title.
0742       string "Broken promises " processing-date
0743           delimited by size into report-title.
0743A      move spaces to report-column-heading.
0744       string "Account  Item date Code  Promised  Promise amt"
0745              "    Remaining  Collector"
0746           delimited by size into report-column-heading.
0747       perform write-report-header.
0748       perform list-broken-promise
0749           varying collection-index from 1 by 1
0750           until collection-index > collection-count.
0750A      perform write-blank-line.
0751       move spaces to report-title.
0752       move dispute-days to days-edited.
0753       string "Disputes open " days-edited " days or more"
0754           delimited by size into report-title.
0754A      move spaces to report-column-heading.
0755       string "Account  Item date Code  Raised      Days"
0756              "    Remaining  Collector"
0757           delimited by size into report-column-heading.
0758       perform write-report-page-heading.
0760       perform list-aged-dispute
0761           varying collection-index from 1 by 1
0762           until collection-index > collection-count.
0762A      perform write-blank-line.
0763       perform build-account-table.
0764       move spaces to report-title.
0765       move contact-days to days-edited.
0766       string "Largest overdue, no contact " days-edited " days"
0767           delimited by size into report-title.
0767A      move spaces to report-column-heading.
0768       string "Rank Account        Overdue  Oldest  Last contact"
0769           delimited by size into report-column-heading.
0770       perform write-report-page-heading.
0771       perform list-uncontacted-account
0772           varying rank-number from 1 by 1
0773           until rank-number > top-rank-limit.
0780       move spaces to report-line.
0781       string "Broken promises: " broken-count
0782              "  aged disputes: " dispute-count
0783              "  uncontacted overdue accounts: "
0784              uncontacted-count
0785           delimited by size into report-line.
0786       perform write-report-totals.
0790       display "Broken promises: " broken-count
0791           "  aged disputes: " dispute-count.
0792       display "Uncontacted overdue accounts: " uncontacted-count.
0793       if account-table-full = "Y"
0794           display "More than 200 overdue accounts, worklist"
0795               " ranking incomplete"
0796       end-if.
0900   program-done.
0910       stop run.
0911
0920   convert-parm-number.
0921       move spaces to parm-number-text.
0922       unstring parm-value delimited by " "
0923           into parm-number-text.
0924       inspect parm-number-text replacing leading space by "0".
0925
0930   load-open-item-table.
0931       move 0 to open-item-count.
0932       move "N" to input-eof.
0933       open input open-item-file.
0934       perform until input-eof = "Y"
0935              or open-item-count = 500
0936           read open-item-file
0937               at end move "Y" to input-eof
0938               not at end
0939                   unstring open-item-record delimited by ","
0940                       into item-account-text item-date-text
0941                            item-original-text
0942                            item-remaining-text
0943                            item-code-text item-status
0944                   if item-status not = "S"
0945                      and item-status not = "U"
0946                      and item-status not = "W"
0947                       add 1 to open-item-count
0948                       move item-account-text
0949                           to item-account(open-item-count)
0950                       move item-date-text
0951                           to item-date(open-item-count)
0952                       move item-remaining-text
0953                           to item-remaining(open-item-count)
0954                       move item-code-text
0955                           to item-code(open-item-count)
0956                   end-if
0957           end-read
0958       end-perform.
0959       close open-item-file.
0960       if input-eof = "N"
0961           display "Open item file holds more than 500 items,"
0962               " run stopped"
0963           move 16 to return-code
0964           stop run
0965       end-if.
0966       display open-item-count " open items loaded".
0967
0970   load-collection-table.
0971       move 0 to collection-count.
0972       move "N" to input-eof.
0973       open input collection-file.
0974       perform until input-eof = "Y"
0975              or collection-count = 1000
0976           read collection-file
0977               at end move "Y" to input-eof
0978               not at end
0979                   perform load-one-collection-entry
0980           end-read
0981       end-perform.
0982       close collection-file.
0983       if input-eof = "N"
0984           display "Collections file holds more than 1000"
0985               " entries, run stopped"
0986           move 16 to return-code
0987           stop run
0988       end-if.
0989       display collection-count " collection entries loaded".
0990
1000   load-one-collection-entry.
1001       add 1 to collection-count.
1002       move spaces to promise-amount-text.
1003       unstring collection-record delimited by ","
1004           into coll-account(collection-count)
1005                coll-item-date(collection-count)
1006                coll-item-code(collection-count)
1007                coll-type(collection-count)
1008                entered-date-text
1009                coll-status(collection-count)
1010                coll-promise-date(collection-count)
1011                promise-amount-text
1012                coll-collector(collection-count).
1013       move entered-date-text
1014           to coll-entered-date(collection-count).
1015       if promise-amount-text = spaces
1016           move 0 to coll-promise-amount(collection-count)
1017       else
1018           move promise-amount-text
1019               to coll-promise-amount(collection-count)
1020       end-if.
1021
1030   find-collection-item.
1031       move 0 to item-found-index.
1032       perform varying open-item-index from 1 by 1
1033               until open-item-index > open-item-count
1034                  or item-found-index > 0
1035           if item-account(open-item-index)
1036                  = coll-account(collection-index)
1037              and item-date(open-item-index)
1038                  = coll-item-date(collection-index)
1039              and item-code(open-item-index)
1040                  = coll-item-code(collection-index)
1041               move open-item-index to item-found-index
1042           end-if
1043       end-perform.
1044
1050   list-broken-promise.
1051       if coll-type(collection-index) = "P"
1052          and coll-status(collection-index) = "O"
1053          and coll-promise-date(collection-index)
1054              < processing-date
1055           perform find-collection-item
1056           if item-found-index > 0
1057              and item-remaining(item-found-index) > 0
1058               add 1 to broken-count
1059               move coll-promise-amount(collection-index)
1060                   to promise-edited
1061               move item-remaining(item-found-index)
1062                   to remaining-edited
1063               move spaces to report-line
1064               string coll-account(collection-index) " "
1065                      coll-item-date(collection-index) " "
1066                      coll-item-code(collection-index) " "
1067                      coll-promise-date(collection-index) " "
1068                      promise-edited " "
1069                      remaining-edited "  "
1070                      coll-collector(collection-index)
1071                   delimited by size into report-line
1072               perform write-report-line
1073           end-if
1074       end-if.
1075
1080   list-aged-dispute.
1081       if coll-type(collection-index) = "D"
1082          and coll-status(collection-index) = "O"
1083           compute age-days = today-serial -
1084               function integer-of-date(
1085                   coll-entered-date(collection-index))
1086           if age-days >= dispute-days
1087               perform find-collection-item
1088               if item-found-index > 0
1089                   perform write-aged-dispute-line
1090               end-if
1091           end-if
1092       end-if.
1093
1100   write-aged-dispute-line.
1101       add 1 to dispute-count.
1103       move age-days to days-edited.
1104       move item-remaining(item-found-index) to remaining-edited.
1105       move spaces to report-line.
1106       string coll-account(collection-index) " "
1107              coll-item-date(collection-index) " "
1108              coll-item-code(collection-index) " "
1109              coll-entered-date(collection-index) " "
1110              days-edited " "
1111              remaining-edited "  "
1112              coll-collector(collection-index)
1113           delimited by size into report-line.
1114       perform write-report-line.
1115
1120   write-blank-line.
1121       move spaces to report-line.
1122       perform write-report-line.
1123
1130   build-account-table.
1131       perform note-overdue-item
1132           varying open-item-index from 1 by 1
1133           until open-item-index > open-item-count.
1134       perform note-account-contact
1135           varying collection-index from 1 by 1
1136           until collection-index > collection-count.
1137
1140   note-overdue-item.
1141       compute age-days = today-serial -
1142           function integer-of-date(item-date(open-item-index)).
1143       if age-days >= 30
1144          and item-remaining(open-item-index) > 0
1145           perform find-account-entry
1146           if acct-found-index > 0
1147               add item-remaining(open-item-index)
1148                   to acct-overdue(acct-found-index)
1149               if age-days > acct-oldest-days(acct-found-index)
1150                   move age-days
1151                       to acct-oldest-days(acct-found-index)
1152               end-if
1153           end-if
1154       end-if.
1155
1160   find-account-entry.
1161       move 0 to acct-found-index.
1162       perform varying account-index from 1 by 1
1163               until account-index > account-count
1164                  or acct-found-index > 0
1165           if acct-account(account-index)
1166                  = item-account(open-item-index)
1167               move account-index to acct-found-index
1168           end-if
1169       end-perform.
1170       if acct-found-index = 0
1171           if account-count = 200
1172               move "Y" to account-table-full
1173           else
1174               add 1 to account-count
1175               move account-count to acct-found-index
1176               move item-account(open-item-index)
1177                   to acct-account(acct-found-index)
1178               move 0 to acct-overdue(acct-found-index)
1179               move 0 to acct-oldest-days(acct-found-index)
1180               move 0 to acct-last-contact(acct-found-index)
1181               move "N" to acct-ranked(acct-found-index)
1182           end-if
1183       end-if.
1184
1190   note-account-contact.
1191       perform varying account-index from 1 by 1
1192               until account-index > account-count
1193           if acct-account(account-index)
1194                  = coll-account(collection-index)
1195              and coll-entered-date(collection-index)
1196                  > acct-last-contact(account-index)
1197               move coll-entered-date(collection-index)
1198                   to acct-last-contact(account-index)
1199           end-if
1200       end-perform.
1201
1210   list-uncontacted-account.
1211       move 0 to rank-best-index.
1212       move 0 to rank-best-overdue.
1213       perform varying account-index from 1 by 1
1214               until account-index > account-count
1215           if acct-ranked(account-index) = "N"
1216              and acct-last-contact(account-index)
1217                  <= contact-cutoff
1218              and acct-overdue(account-index) > rank-best-overdue
1219               move account-index to rank-best-index
1220               move acct-overdue(account-index)
1221                   to rank-best-overdue
1222           end-if
1223       end-perform.
1224       if rank-best-index > 0
1225           move "Y" to acct-ranked(rank-best-index)
1226           add 1 to uncontacted-count
1227           move acct-overdue(rank-best-index) to overdue-edited
1228           move acct-oldest-days(rank-best-index) to days-edited
1229           if acct-last-contact(rank-best-index) = 0
1230               move "never" to last-contact-text
1231           else
1232               move acct-last-contact(rank-best-index)
1233                   to last-contact-text
1234           end-if
1235           move spaces to report-line
1236           string rank-number "   "
1237                  acct-account(rank-best-index) " "
1238                  overdue-edited " "
1239                  days-edited "   "
1240                  last-contact-text
1241               delimited by size into report-line
1242           perform write-report-line
1243       end-if.
1244
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'parameter-card-reader'.
