0100   identification division.
0200   program-id. Returned-Mail-Entry.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional customer-file assign to dynamic
0330A          customerfilename
0331           organization is line sequential.
0332       select optional returned-mail-file assign to dynamic
0332A          returnedmailname
0333           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408   fd  returned-mail-file.
0409   01  returned-mail-record pic x(120).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413
0420   01 customerfilename pic x(20).
0421   01 returnedmailname pic x(20) value "RETMAIL.TXT".
0422   01 customer-eof pic x value "N".
0423
0430   01 customer-table.
0431       05 customer-entry occurs 200 times.
0432           10 customer-entry-name pic x(10).
0433           10 customer-entry-template pic x(10).
0434           10 customer-entry-occasion pic x.
0435           10 customer-entry-sig-date pic x(8).
0436           10 customer-entry-street pic x(20).
0437           10 customer-entry-city pic x(15).
0438           10 customer-entry-postal pic x(8).
0439           10 customer-entry-salesrep pic x(4).
0440           10 customer-entry-number pic x(8).
0441           10 customer-entry-address-flag pic x.
0442           10 customer-entry-flag-date pic x(8).
0442A          10 customer-entry-segment pic x(10).
0443   01 customer-count pic 9(3) value 0.
0444   01 customer-index pic 9(3).
0445   01 found-index pic 9(3).
0446
0450   01 reason-table.
0451       05 filler pic x(21) value "GGONE AWAY           ".
0452       05 filler pic x(21) value "NNO SUCH ADDRESS     ".
0453       05 filler pic x(21) value "IINSUFFICIENT ADDRESS".
0454       05 filler pic x(21) value "RREFUSED             ".
0455       05 filler pic x(21) value "OOTHER               ".
0456   01 reason-list redefines reason-table.
0457       05 reason-entry occurs 5 times.
0458           10 reason-code pic x.
0459           10 reason-text pic x(20).
0460   01 reason-index pic 9.
0461   01 reason-found pic 9 value 0.
0462
0470   01 work-customer pic x(10).
0471   01 work-reason pic x.
0472   01 returns-recorded pic 9(4) value 0.
0473   01 already-flagged pic 9(4) value 0.
0474
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter customer master file name".
0711       accept customerfilename.
0712       perform get-processing-date.
0713       perform load-customer-table.
0714       move spaces to work-customer.
0715       perform record-one-return
0716           until work-customer = "X".
0717       if returns-recorded > 0
0718           perform save-customer-table
0719       end-if.
0720       display "Returns recorded: " returns-recorded.
0721       display "Already flagged: " already-flagged.
0900   program-done.
0910       stop run.
0911
0920   load-customer-table.
0921       move 0 to customer-count.
0922       move "N" to customer-eof.
0923       open input customer-file.
0924       perform until customer-eof = "Y"
0925              or customer-count = 200
0926           read customer-file
0927               at end move "Y" to customer-eof
0928               not at end
0929                   add 1 to customer-count
0930                   move spaces to customer-entry(customer-count)
0931                   unstring customer-record delimited by ","
0932                       into customer-entry-name(customer-count)
0933                            customer-entry-template(customer-count)
0934                            customer-entry-occasion(customer-count)
0935                            customer-entry-sig-date(customer-count)
0936                            customer-entry-street(customer-count)
0937                            customer-entry-city(customer-count)
0938                            customer-entry-postal(customer-count)
0939                            customer-entry-salesrep(customer-count)
0940                            customer-entry-number(customer-count)
0941                            customer-entry-address-flag(
0942                                customer-count)
0943                            customer-entry-flag-date(customer-count)
0943A                           customer-entry-segment(customer-count)
0944           end-read
0945       end-perform.
0946       close customer-file.
0947       display customer-count " customer records loaded".
0948
1000   record-one-return.
1001       display " ".
1002       display "Customer name or number of returned item,"
1003           " X to finish".
1004       accept work-customer.
1005       if work-customer not = "X"
1006           perform find-returned-customer
1007           if found-index = 0
1008               display "Customer " work-customer " not on file"
1009           else
1010               perform get-return-reason
1011               if reason-found > 0
1012                   perform flag-returned-customer
1013               end-if
1014           end-if
1015       end-if.
1016
1020   find-returned-customer.
1021       move 0 to found-index.
1022       perform varying customer-index from 1 by 1
1023               until customer-index > customer-count
1024                  or found-index > 0
1025           if customer-entry-name(customer-index) = work-customer
1026              or customer-entry-number(customer-index)
1027                  = work-customer
1028               move customer-index to found-index
1029           end-if
1030       end-perform.
1031
1040   get-return-reason.
1041       display "Address on file: "
1042           customer-entry-street(found-index) " "
1043           customer-entry-city(found-index) " "
1044           customer-entry-postal(found-index).
1045       display "Reason: G = gone away, N = no such address,".
1046       display "I = insufficient address, R = refused, O = other".
1047       accept work-reason.
1048       move 0 to reason-found.
1049       perform varying reason-index from 1 by 1
1050               until reason-index > 5 or reason-found > 0
1051           if reason-code(reason-index) = work-reason
1052               move reason-index to reason-found
1053           end-if
1054       end-perform.
1055       if reason-found = 0
1056           display "Reason " work-reason
1057               " is not recognised, entry rejected"
1058       end-if.
1059
1100   flag-returned-customer.
1101       if customer-entry-address-flag(found-index) = "U"
1102           add 1 to already-flagged
1103           display "Address already flagged undeliverable since "
1104               customer-entry-flag-date(found-index)
1105       else
1106           move "U" to customer-entry-address-flag(found-index)
1107           move processing-date
1108               to customer-entry-flag-date(found-index)
1109           display "Address flagged undeliverable"
1110       end-if.
1111       add 1 to returns-recorded.
1112       open extend returned-mail-file.
1113       move spaces to returned-mail-record.
1114       string processing-date ","
1115              customer-entry-name(found-index) ","
1116              customer-entry-number(found-index) ","
1117              work-reason "," reason-text(reason-found) ","
1118              customer-entry-street(found-index) ","
1119              customer-entry-city(found-index) ","
1120              customer-entry-postal(found-index)
1121           delimited by size into returned-mail-record.
1122       write returned-mail-record.
1123       close returned-mail-file.
1124
1200   save-customer-table.
1201       open output customer-file.
1202       perform varying customer-index from 1 by 1
1203               until customer-index > customer-count
1204           move spaces to customer-record
1205           string customer-entry-name(customer-index) ","
1206                  customer-entry-template(customer-index) ","
1207                  customer-entry-occasion(customer-index) ","
1208                  customer-entry-sig-date(customer-index) ","
1209                  customer-entry-street(customer-index) ","
1210                  customer-entry-city(customer-index) ","
1211                  customer-entry-postal(customer-index) ","
1212                  customer-entry-salesrep(customer-index) ","
1213                  customer-entry-number(customer-index) ","
1214                  customer-entry-address-flag(customer-index) ","
1215                  customer-entry-flag-date(customer-index) ","
1215A                 customer-entry-segment(customer-index)
1216               delimited by size into customer-record
1217           write customer-record
1218       end-perform.
1219       close customer-file.
1220       display "Customer file saved, " customer-count " records".
1221
9900   copy 'processing-date-routine'.
