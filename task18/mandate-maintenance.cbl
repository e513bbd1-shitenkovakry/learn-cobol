0100   identification division.
0200   program-id. Mandate-Maintenance.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional mandate-file assign to dynamic
0330A          mandatefilename
0331           organization is line sequential.
0332       select optional audit-file assign to dynamic auditfilename
0333           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  mandate-file.
0407   01  mandate-record pic x(80).
0408   fd  audit-file.
0409   01  audit-record pic x(80).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'check-digit-variables'.
0414
0420   01 mandatefilename pic x(20) value "MANDATE.TXT".
0421   01 mandate-eof pic x value "N".
0422   01 auditfilename pic x(24).
0423   01 audit-run-time pic 9(8).
0424
0430   01 mandate-table.
0431       05 mandate-entry occurs 200 times.
0432           10 mand-account pic x(8).
0433           10 mand-sort-code pic x(6).
0434           10 mand-bank-account pic x(16).
0435           10 mand-holder pic x(20).
0436           10 mand-status pic x.
0437           10 mand-signed-date pic x(8).
0438   01 mandate-count pic 9(3) value 0.
0439   01 mandate-index pic 9(3).
0440   01 found-index pic 9(3).
0441
0450   01 maintenance-pick pic x.
0451   01 work-account pic x(8).
0452   01 work-sort-code pic x(6).
0453   01 work-bank-account pic x(16).
0454   01 work-holder pic x(20).
0455   01 work-signed-date pic x(8).
0456   01 bank-details-valid pic x.
0457   01 masked-bank-account pic x(16).
0458   01 action-taken pic x(6).
0459   01 file-changed pic x value "N".
0460
0500   procedure division.
0600
0700   program-begin.
0701       perform get-processing-date.
0702       perform load-mandate-table.
0703       perform maintenance-cycle
0704           until maintenance-pick = "X".
0705       if file-changed = "Y"
0706           perform save-mandate-table
0707           display "Mandate file saved, " mandate-count
0708               " records"
0709       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-mandate-table.
0921       move 0 to mandate-count.
0922       move "N" to mandate-eof.
0923       open input mandate-file.
0924       perform until mandate-eof = "Y"
0925              or mandate-count = 200
0926           read mandate-file
0927               at end move "Y" to mandate-eof
0928               not at end
0929                   add 1 to mandate-count
0930                   unstring mandate-record delimited by ","
0931                       into mand-account(mandate-count)
0932                            mand-sort-code(mandate-count)
0933                            mand-bank-account(mandate-count)
0934                            mand-holder(mandate-count)
0935                            mand-status(mandate-count)
0936                            mand-signed-date(mandate-count)
0937           end-read
0938       end-perform.
0939       close mandate-file.
0940       display mandate-count " mandate records loaded".
0941
0950   maintenance-cycle.
0951       display " ".
0952       display "A = add, C = change bank details, D = cancel,".
0953       display "B = browse, X = save and exit".
0954       accept maintenance-pick.
0955       if maintenance-pick = "A"
0956           perform add-mandate
0957       end-if.
0958       if maintenance-pick = "C"
0959           perform change-mandate
0960       end-if.
0961       if maintenance-pick = "D"
0962           perform cancel-mandate
0963       end-if.
0964       if maintenance-pick = "B"
0965           perform browse-mandates
0966       end-if.
0967
0970   add-mandate.
0971       display "Enter customer account".
0972       accept work-account.
0973       perform find-mandate-by-account.
0974       if found-index > 0
0975          and mand-status(found-index) = "A"
0976           display "Account " work-account
0977               " already has an active mandate"
0978       else
0979           if found-index = 0
0980              and mandate-count = 200
0981               display "Mandate table is full, add rejected"
0982           else
0983               perform get-bank-details
0984               if bank-details-valid = "Y"
0985                   display "Date the mandate was signed"
0985A                      " (YYYYMMDD)"
0986                   accept work-signed-date
0987                   if found-index = 0
0988                       add 1 to mandate-count
0989                       move mandate-count to found-index
0990                       move work-account
0990A                          to mand-account(found-index)
0991                   end-if
0992                   move work-signed-date
0993                       to mand-signed-date(found-index)
0994                   move "A" to mand-status(found-index)
0995                   perform store-bank-details
0996                   move "ADD" to action-taken
0997                   perform write-maintenance-audit
0998                   display "Mandate added"
0999               end-if
1000           end-if
1001       end-if.
1002
1010   change-mandate.
1011       display "Enter customer account".
1012       accept work-account.
1013       perform find-mandate-by-account.
1014       if found-index = 0
1015           display "No mandate on file for " work-account
1016       else
1017           display "Current holder: " mand-holder(found-index)
1018           perform get-bank-details
1019           if bank-details-valid = "Y"
1020               perform store-bank-details
1021               move "CHANGE" to action-taken
1022               perform write-maintenance-audit
1023               display "Mandate changed"
1024           end-if
1025       end-if.
1026
1030   cancel-mandate.
1031       display "Enter customer account".
1032       accept work-account.
1033       perform find-mandate-by-account.
1034       if found-index = 0
1035           display "No mandate on file for " work-account
1036       else
1037           move "C" to mand-status(found-index)
1038           move mand-bank-account(found-index)
1039               to work-bank-account
1040           move "CANCEL" to action-taken
1041           perform write-maintenance-audit
1042           move "Y" to file-changed
1043           display "Mandate cancelled"
1044       end-if.
1045
1050   get-bank-details.
1051       move "N" to bank-details-valid.
1052       display "Bank sort code (6 digits)".
1053       accept work-sort-code.
1054       display "Bank account number".
1055       move spaces to work-bank-account.
1056       accept work-bank-account.
1057       display "Account holder name".
1058       accept work-holder.
1059       if work-sort-code is not numeric
1060           display "Sort code " work-sort-code
1061               " is not 6 digits, entry rejected"
1062       else
1063           move work-bank-account to candidate-number
1064           perform validate-check-digit
1065           if number-is-valid = "N"
1066               display "Bank account " work-bank-account
1067                   " fails the mod-10 check digit,"
1068                   " entry rejected"
1069           else
1070               move "Y" to bank-details-valid
1071           end-if
1072       end-if.
1073
1080   store-bank-details.
1081       move work-sort-code to mand-sort-code(found-index).
1082       move work-bank-account to mand-bank-account(found-index).
1083       move work-holder to mand-holder(found-index).
1084       move "Y" to file-changed.
1085
1090   browse-mandates.
1091       display "Account  Sort   Bank account     Holder"
1092           "               S Signed".
1093       perform varying mandate-index from 1 by 1
1094               until mandate-index > mandate-count
1095           display mand-account(mandate-index) " "
1096               mand-sort-code(mandate-index) " "
1097               mand-bank-account(mandate-index) " "
1098               mand-holder(mandate-index) " "
1099               mand-status(mandate-index) " "
1100               mand-signed-date(mandate-index)
1101       end-perform.
1102       display mandate-count " records on file".
1103
1110   find-mandate-by-account.
1111       move 0 to found-index.
1112       perform varying mandate-index from 1 by 1
1113               until mandate-index > mandate-count
1114                  or found-index > 0
1115           if mand-account(mandate-index) = work-account
1116               move mandate-index to found-index
1117           end-if
1118       end-perform.
1119
1120   save-mandate-table.
1121       open output mandate-file.
1122       perform varying mandate-index from 1 by 1
1123               until mandate-index > mandate-count
1124           move spaces to mandate-record
1125           string mand-account(mandate-index) ","
1126                  mand-sort-code(mandate-index) ","
1127                  mand-bank-account(mandate-index) ","
1128                  mand-holder(mandate-index) ","
1129                  mand-status(mandate-index) ","
1130                  mand-signed-date(mandate-index)
1131               delimited by size into mandate-record
1132           write mandate-record
1133       end-perform.
1134       close mandate-file.
1135
1140   write-maintenance-audit.
1141       accept audit-run-time from time.
1142       string "MANDATEAUD" processing-date ".TXT"
1143           delimited by size into auditfilename.
1144       move all "*" to masked-bank-account.
1145       move 0 to candidate-length.
1146       inspect work-bank-account tallying candidate-length
1147           for characters before initial " ".
1148       if candidate-length > 4
1149           move work-bank-account(candidate-length - 3:4)
1150               to masked-bank-account(13:4)
1151       end-if.
1152       open extend audit-file.
1153       move spaces to audit-record.
1154       string processing-date "," audit-run-time ","
1155              action-taken "," work-account ","
1156              masked-bank-account
1157           delimited by size into audit-record.
1158       write audit-record.
1159       close audit-file.
1160
9900   copy 'processing-date-routine'.
9910   copy 'check-digit-routine'.
