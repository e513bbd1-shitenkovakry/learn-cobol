0335           organization is line sequential.
0336       select forecast-file assign to dynamic forecastfilename
0337           organization is line sequential.
0338       select optional supplier-invoice-file assign to dynamic
0338A          supplierinvoicename
0339           organization is line sequential.
0340       select optional supplier-file assign to dynamic
0340A          supplierfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0409B  01  history-record pic x(40).
0409C  fd  forecast-file.
0409D  01  forecast-line pic x(100).
0409E  fd  supplier-invoice-file.
0409F  01  supplier-invoice-record pic x(100).
0409G  fd  supplier-file.
0409H  01  supplier-record pic x(120).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412A  copy 'supplier-invoice-variables'.
0412B  copy 'open-payables-variables'.
0413
0420   01 standingfilename pic x(20) value "STANDORD.TXT".
0421   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0431   01 day-number pic 9(2).
0432   01 forecast-date pic 9(8).
0433   01 saved-processing-date pic 9(8).
0434   01 previous-forecast-date pic 9(8) value 0.
0435
0440   01 standing-table.
0441       05 standing-entry occurs 50 times.
0442           10 so-account pic x(8).
0500A
0501A  01 day-standing-total pic s9(8)v99.
0502A  01 day-receipt-total pic s9(8)v99.
0502B  01 day-payables-total pic s9(8)v99.
0503A  01 day-total pic s9(8)v99.
0504A  01 running-position pic s9(9)v99 value 0.
0505A  01 standing-edited pic -9(8).99.
0506A  01 receipts-edited pic -9(8).99.
0506B  01 payables-edited pic -9(8).99.
0507A  01 trend-edited pic -9(6).99.
0508A  01 day-total-edited pic -9(8).99.
0509A  01 position-edited pic -9(9).99.
0730       perform load-standing-orders.
0731       perform load-expected-receipts.
0732       perform compute-trend-estimate.
0733       perform build-open-payables.
0734       display payable-count " supplier invoices due for payment".
0740       string "CASHFC" processing-date ".TXT"
0741           delimited by size into forecastfilename.
0742       open output forecast-file.
0745           delimited by size into forecast-line.
0746       write forecast-line.
0747       move spaces to forecast-line.
0748       move "Date      Standing    Receipts    Trend      AP due"
0749           to forecast-line.
0749A      move "       Total" to forecast-line(53:12).
0750       write forecast-line.
0751       move processing-date to saved-processing-date.
0760       perform forecast-one-day
0984                            item-code item-status
0985                   if item-status not = "S"
0986                      and item-status not = "U"
0986A                     and item-status not = "W"
0987                       perform note-expected-receipt
0988                   end-if
0989           end-read
1082       move processing-date to forecast-date.
1083       perform total-standing-for-day.
1084       perform total-receipts-for-day.
1084A      perform total-payables-for-day.
1085       compute day-total = day-standing-total
1086           + day-receipt-total + trend-estimate
1086A          - day-payables-total.
1087       add day-total to running-position.
1088       move day-standing-total to standing-edited.
1089       move day-receipt-total to receipts-edited.
1090       move trend-estimate to trend-edited.
1090A      move day-payables-total to payables-edited.
1091       move day-total to day-total-edited.
1092       move spaces to forecast-line.
1093       string forecast-date " " standing-edited
1094              " " receipts-edited
1095              " " trend-edited
1095A             " " payables-edited
1096              " " day-total-edited
1097           delimited by size into forecast-line.
1098       write forecast-line.
1098A      move forecast-date to previous-forecast-date.
1099
1100   total-standing-for-day.
1101       move 0 to day-standing-total.
1167           end-if
1168       end-perform.
1169
1170   total-payables-for-day.
1171       move 0 to day-payables-total.
1172       perform varying payable-index from 1 by 1
1173               until payable-index > payable-count
1174           if ap-due-date(payable-index) > previous-forecast-date
1175              and ap-due-date(payable-index) <= forecast-date
1176               add ap-amount(payable-index)
1177                   to day-payables-total
1178           end-if
1179       end-perform.
1180
9800   copy 'open-payables-builder'.
9850   copy 'supplier-invoice-file'.
9900   copy 'processing-date-routine'.
