0100   identification division.
0200   program-id. Subject-Access-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0332       select optional source-file assign to dynamic
0332A          sourcefilename
0333           organization is line sequential.
0334       select optional dsar-report-file assign to dynamic
0334A          dsarreportname
0335           organization is line sequential.
0336       select optional dsar-log-file assign to dynamic
0336A          dsarlogname
0337           organization is line sequential.
0338       select optional customer-xref-file assign to dynamic
0338A          custxreffilename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0408   fd  source-file.
0409   01  source-record pic x(200).
0409A  fd  dsar-report-file.
0409B  01  dsar-report-line pic x(200).
0409C  fd  dsar-log-file.
0409D  01  dsar-log-record pic x(120).
0409E  fd  customer-xref-file.
0409F  01  customer-xref-record pic x(40).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'customer-xref-variables'.
0414
0420   01 customerfilename pic x(20).
0421   01 suppressionfilename pic x(20).
0422   01 sourcefilename pic x(30).
0423   01 dsarreportname pic x(30).
0424   01 dsarlogname pic x(20) value "DSARLOG.TXT".
0426   01 source-eof pic x.
0427
0430   01 subject-name pic x(10).
0431   01 subject-number pic x(8).
0432   01 operator-id pic x(8).
0433   01 request-received-date pic 9(8).
0434   01 request-deadline-date pic 9(8).
0435   01 request-status pic x(7).
0436   01 horizon-days pic 9(3) value 365.
0437   01 scan-date pic 9(8).
0438   01 scan-serial pic 9(8).
0439   01 day-offset pic 9(3).
0440
0450   01 field-1 pic x(20).
0451   01 field-2 pic x(20).
0452   01 field-3 pic x(20).
0453   01 field-4 pic x(20).
0454   01 field-5 pic x(20).
0455   01 field-6 pic x(20).
0456   01 field-7 pic x(20).
0456A  01 field-8 pic x(20).
0456B  01 field-9 pic x(20).
0457   01 record-matches pic x.
0458   01 record-date pic x(10).
0459   01 source-label pic x(24).
0460
0470   01 source-items pic 9(5).
0471   01 total-items pic 9(5) value 0.
0472   01 sources-with-data pic 9(3) value 0.
0473
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter customer name for the access request".
0711       accept subject-name.
0712       display "Enter operator id".
0713       accept operator-id.
0714       display "Date the request was received (YYYYMMDD),"
0715           " or 0 for today".
0716       accept request-received-date.
0717       display "Enter customer master file name".
0718       accept customerfilename.
0719       display "Enter suppression file name (or NONE)".
0720       accept suppressionfilename.
0721       display "Search dated files how many days back"
0722           " (default 365)".
0723       accept horizon-days.
0724       if horizon-days = 0
0725           move 365 to horizon-days
0726       end-if.
0727       perform get-processing-date.
0728       if request-received-date = 0
0729           move processing-date to request-received-date
0730       end-if.
0731       compute request-deadline-date = function date-of-integer(
0732           function integer-of-date(request-received-date) + 30).
0733       perform load-customer-xref.
0734       perform open-access-report.
0740       perform report-customer-master.
0741       if suppressionfilename not = "NONE"
0742          and suppressionfilename not = spaces
0743           perform report-suppression-entries
0744       end-if.
0745       perform report-campaign-responses.
0746       perform report-greeting-history.
0747       perform report-open-items.
0748       perform report-correspondence-history.
0749       perform report-returned-mail.
0750       perform report-maintenance-audit.
0760       perform close-access-report.
0761       perform log-access-request.
0770       display "Access report " dsarreportname.
0771       display "Items reported: " total-items
0772           " from " sources-with-data " sources".
0773       display "Request status: " request-status
0774           " (deadline " request-deadline-date ")".
0900   program-done.
0910       stop run.
0911
0920   open-access-report.
0921       move spaces to dsarreportname.
0922       string "DSAR" subject-name processing-date ".TXT"
0923           delimited by size into dsarreportname.
0924       inspect dsarreportname replacing all " " by "_"
0925           before initial ".".
0926       open output dsar-report-file.
0927       move spaces to dsar-report-line.
0928       string "Data held about " subject-name
0929              "  prepared " processing-date
0930              "  request received " request-received-date
0931              "  operator " operator-id
0932           delimited by size into dsar-report-line.
0933       write dsar-report-line.
0934       move spaces to dsar-report-line.
0935       write dsar-report-line.
0936       move "Source                   Date       Record"
0937           to dsar-report-line.
0938       write dsar-report-line.
0939
0940   close-access-report.
0941       move spaces to dsar-report-line.
0942       write dsar-report-line.
0943       move spaces to dsar-report-line.
0944       string "Items reported: " total-items
0945              " from " sources-with-data " sources"
0946           delimited by size into dsar-report-line.
0947       write dsar-report-line.
0948       close dsar-report-file.
0949
0950   start-source.
0951       move 0 to source-items.
0952       move "N" to source-eof.
0953       open input source-file.
0954
0960   finish-source.
0961       close source-file.
0962       if source-items > 0
0963           add 1 to sources-with-data
0964       end-if.
0965
0970   split-source-record.
0971       move spaces to field-1 field-2 field-3 field-4
0972                      field-5 field-6 field-7 field-8 field-9.
0973       unstring source-record delimited by ","
0974           into field-1 field-2 field-3 field-4
0975                field-5 field-6 field-7 field-8 field-9.
0976       move "N" to record-matches.
0977
0980   write-access-item.
0981       add 1 to source-items.
0982       add 1 to total-items.
0983       move spaces to dsar-report-line.
0984       string source-label " " record-date " " source-record
0985           delimited by size into dsar-report-line.
0986       write dsar-report-line.
0987
1000   report-customer-master.
1001       move customerfilename to sourcefilename.
1002       move customerfilename to source-label.
1003       move processing-date to record-date.
1004       move spaces to subject-number.
1005       perform start-source.
1006       perform until source-eof = "Y"
1007           read source-file
1008               at end move "Y" to source-eof
1009               not at end
1010                   perform split-source-record
1011                   if field-1 = subject-name
1012                       move field-9 to subject-number
1013                       perform write-access-item
1014                   end-if
1015           end-read
1016       end-perform.
1017       perform finish-source.
1018
1100   report-suppression-entries.
1101       move suppressionfilename to sourcefilename.
1102       move suppressionfilename to source-label.
1103       perform start-source.
1104       perform until source-eof = "Y"
1105           read source-file
1106               at end move "Y" to source-eof
1107               not at end
1108                   perform split-source-record
1109                   if field-1 = subject-name
1110                       move field-3 to record-date
1111                       perform write-access-item
1112                   end-if
1113           end-read
1114       end-perform.
1115       perform finish-source.
1116
1200   report-campaign-responses.
1201       move "RESPONSE.TXT" to sourcefilename.
1202       move "RESPONSE.TXT" to source-label.
1203       perform start-source.
1204       perform until source-eof = "Y"
1205           read source-file
1206               at end move "Y" to source-eof
1207               not at end
1208                   perform split-source-record
1209                   if field-2 = subject-name
1210                       move field-3 to record-date
1211                       perform write-access-item
1212                   end-if
1213           end-read
1214       end-perform.
1215       perform finish-source.
1216
1300   report-greeting-history.
1301       perform report-one-greeting-day
1302           varying day-offset from 0 by 1
1303           until day-offset >= horizon-days.
1304
1310   report-one-greeting-day.
1311       perform set-scan-date.
1312       move spaces to sourcefilename.
1313       string "GREETAUD" scan-date ".TXT"
1314           delimited by size into sourcefilename.
1315       move sourcefilename to source-label.
1316       move scan-date to record-date.
1317       perform start-source.
1318       perform until source-eof = "Y"
1319           read source-file
1320               at end move "Y" to source-eof
1321               not at end
1322                   perform split-source-record
1323                   if field-1 = subject-name
1324                       perform write-access-item
1325                   end-if
1326           end-read
1327       end-perform.
1328       perform finish-source.
1329
1340   set-scan-date.
1341       compute scan-serial =
1342           function integer-of-date(processing-date) - day-offset.
1343       compute scan-date =
1344           function date-of-integer(scan-serial).
1345
1400   report-open-items.
1401       move "OPENITEM.TXT" to sourcefilename.
1402       move "OPENITEM.TXT" to source-label.
1403       perform start-source.
1404       perform until source-eof = "Y"
1405           read source-file
1406               at end move "Y" to source-eof
1407               not at end
1408                   perform split-source-record
1409                   perform match-open-item
1410                   if record-matches = "Y"
1411                       move field-2 to record-date
1412                       perform write-access-item
1413                   end-if
1414           end-read
1415       end-perform.
1416       perform finish-source.
1417
1420   match-open-item.
1421       if subject-number not = spaces
1422           if field-7 = subject-number
1423               move "Y" to record-matches
1424           else
1425               move field-1 to xref-account-wanted
1426               perform find-customer-number
1427               if xref-number-found = subject-number
1428                   move "Y" to record-matches
1429               end-if
1430           end-if
1431       end-if.
1432       if field-1 = subject-name(1:8)
1433          and subject-name(9:2) = spaces
1434           move "Y" to record-matches
1435       end-if.
1436
1500   report-correspondence-history.
1501       move "CORRHIST.TXT" to sourcefilename.
1502       move "CORRHIST.TXT" to source-label.
1503       perform start-source.
1504       perform until source-eof = "Y"
1505           read source-file
1506               at end move "Y" to source-eof
1507               not at end
1508                   perform split-source-record
1509                   if field-2 = subject-name
1510                      or (subject-number not = spaces
1511                          and field-1 = subject-number)
1512                       move field-3 to record-date
1513                       perform write-access-item
1514                   end-if
1515           end-read
1516       end-perform.
1517       perform finish-source.
1518
1600   report-returned-mail.
1601       move "RETMAIL.TXT" to sourcefilename.
1602       move "RETMAIL.TXT" to source-label.
1603       perform start-source.
1604       perform until source-eof = "Y"
1605           read source-file
1606               at end move "Y" to source-eof
1607               not at end
1608                   perform split-source-record
1609                   if field-2 = subject-name
1610                       move field-1 to record-date
1611                       perform write-access-item
1612                   end-if
1613           end-read
1614       end-perform.
1615       perform finish-source.
1616
1700   report-maintenance-audit.
1701       perform report-one-audit-day
1702           varying day-offset from 0 by 1
1703           until day-offset >= horizon-days.
1704
1710   report-one-audit-day.
1711       perform set-scan-date.
1712       move spaces to sourcefilename.
1713       string "CUSTMAINTAUD" scan-date ".TXT"
1714           delimited by size into sourcefilename.
1715       move sourcefilename to source-label.
1716       perform start-source.
1717       perform until source-eof = "Y"
1718           read source-file
1719               at end move "Y" to source-eof
1720               not at end
1721                   perform split-source-record
1722                   if field-4 = subject-name
1723                       move field-1 to record-date
1724                       perform write-access-item
1725                   end-if
1726           end-read
1727       end-perform.
1728       perform finish-source.
1729
1800   log-access-request.
1801       if processing-date > request-deadline-date
1802           move "LATE" to request-status
1803       else
1804           move "ON TIME" to request-status
1805       end-if.
1806       open extend dsar-log-file.
1807       move spaces to dsar-log-record.
1808       string request-received-date "," processing-date ","
1809              request-deadline-date "," request-status ","
1810              operator-id "," subject-name "," subject-number ","
1811              total-items "," dsarreportname
1812           delimited by size into dsar-log-record.
1813       write dsar-log-record.
1814       close dsar-log-file.
1815
9900   copy 'processing-date-routine'.
9910   copy 'customer-xref-lookup'.
