010    identification division.
020    program-id. AP-Aging.
030    environment division.
031    input-output section.
032    file-control.
033        select optional supplier-invoice-file assign to dynamic
033A           supplierinvoicename
034            organization is line sequential.
035        select optional supplier-file assign to dynamic
035A           supplierfilename
036            organization is line sequential.
037        select optional parameter-card-file assign to dynamic
037A           parmcardfilename
038            organization is line sequential.
039        select optional report-file assign to dynamic
039A           reportfilename
039B           organization is line sequential.
039C       select requirements-file assign to dynamic
039D           requirementsfilename
039E           organization is line sequential.
039F       select optional calendar-file assign to dynamic
039G           calendarfilename
039H           organization is line sequential.
040    data division.
041    file section.
042    fd  supplier-invoice-file.
043    01  supplier-invoice-record pic x(100).
044    fd  supplier-file.
045    01  supplier-record pic x(120).
046    fd  parameter-card-file.
047    01  parameter-card-record pic x(60).
048    fd  report-file.
048A   01  report-line pic x(200).
049    fd  requirements-file.
049A   01  requirements-line pic x(100).
050    fd  calendar-file.
050A   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
060D       copy 'supplier-invoice-variables'.
060E       copy 'open-payables-variables'.
061        01 requirementsfilename pic x(24).
062        01 parm-number-text pic x(7) justified right.
063        01 parm-number pic 9(7).
064        01 requirement-days pic 9(2) value 15.
065
070        01 aging-table.
071            05 aging-entry occurs 50 times.
072                10 aging-supplier pic x(8).
073                10 aging-name pic x(20).
074                10 aging-bucket occurs 4 times pic 9(8)v99.
075                10 aging-total pic 9(9)v99.
076        01 aging-count pic 9(2) value 0.
077        01 aging-index pic 9(2).
078        01 aging-found-index pic 9(2).
079        01 bucket-index pic 9.
080        01 age-days pic s9(5).
081        01 grand-buckets.
082            05 grand-bucket occurs 4 times pic 9(9)v99.
083        01 grand-total pic 9(9)v99 value 0.
084        01 bucket-edited-1 pic z(6)9.99.
085        01 bucket-edited-2 pic z(6)9.99.
086        01 bucket-edited-3 pic z(6)9.99.
087        01 bucket-edited-4 pic z(6)9.99.
088        01 total-edited pic z(7)9.99.
089
090        01 day-number pic 9(2).
091        01 saved-processing-date pic 9(8).
092        01 forecast-date pic 9(8).
093        01 previous-date pic 9(8).
094        01 day-due-total pic 9(8)v99.
095        01 day-discount-total pic 9(7)v99.
096        01 window-due-total pic 9(9)v99 value 0.
097        01 window-discount-total pic 9(8)v99 value 0.
098        01 later-due-total pic 9(9)v99 value 0.
099        01 discount-available pic 9(7)v99.
0100       01 net-due-date pic 9(8).
0101       01 amount-edited pic z(7)9.99.
0102       01 discount-edited pic z(6)9.99.
0103       01 day-total-edited pic z(7)9.99.
0104       01 day-discount-edited pic z(6)9.99.
0105       01 window-total-edited pic z(8)9.99.
0106       01 window-discount-edited pic z(7)9.99.
0107       01 later-total-edited pic z(8)9.99.
0108
0200   procedure division.
0201
0210   program-begin.
0211       perform get-processing-date.
0212       move processing-date to saved-processing-date.
0213       perform load-aging-parameters.
0214       perform build-open-payables.
0215       display payable-count " open supplier invoices".
0216       perform age-open-payables.
0217       perform write-aging-report.
0218       perform write-cash-requirements.
0219       move saved-processing-date to processing-date.
0300   program-done.
0310       stop run.
0320
0400   load-aging-parameters.
0401       move "APAGINGPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "REQDAYS" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           if parm-number > 0 and parm-number < 100
0408               move parm-number to requirement-days
0409           end-if
0410       end-if.
0420
0430   convert-parm-number.
0431       unstring parm-value delimited by " "
0432           into parm-number-text.
0433       inspect parm-number-text replacing leading space by "0".
0434       move parm-number-text to parm-number.
0440
0500   age-open-payables.
0501       move 0 to aging-count.
0502       perform varying bucket-index from 1 by 1
0503               until bucket-index > 4
0504           move 0 to grand-bucket(bucket-index)
0505       end-perform.
0506       perform age-one-payable
0507           varying payable-index from 1 by 1
0508           until payable-index > payable-count.
0520
0600   age-one-payable.
0601       perform find-aging-supplier.
0602       compute age-days =
0603           function integer-of-date(processing-date)
0604           - function integer-of-date(
0604A              ap-invoice-date(payable-index)).
0605       if age-days < 30
0606           move 1 to bucket-index
0607       else
0608           if age-days < 60
0609               move 2 to bucket-index
0610           else
0611               if age-days < 90
0612                   move 3 to bucket-index
0613               else
0614                   move 4 to bucket-index
0615               end-if
0616           end-if
0617       end-if.
0618       add ap-amount(payable-index)
0619           to aging-bucket(aging-found-index, bucket-index).
0620       add ap-amount(payable-index)
0621           to aging-total(aging-found-index).
0622       add ap-amount(payable-index) to grand-bucket(bucket-index).
0623       add ap-amount(payable-index) to grand-total.
0630
0700   find-aging-supplier.
0701       move 0 to aging-found-index.
0702       perform varying aging-index from 1 by 1
0703               until aging-index > aging-count
0704                  or aging-found-index > 0
0705           if aging-supplier(aging-index)
0705A                 = ap-supplier(payable-index)
0706               move aging-index to aging-found-index
0707           end-if
0708       end-perform.
0709       if aging-found-index = 0
0710           if aging-count = 50
0711               display "More than 50 suppliers with open invoices,"
0712                   " run stopped"
0713               move 16 to return-code
0714               stop run
0715           end-if
0716           add 1 to aging-count
0717           move aging-count to aging-found-index
0718           move ap-supplier(payable-index)
0719               to aging-supplier(aging-count)
0720           move ap-supplier(payable-index) to st-supplier-wanted
0721           perform find-supplier-terms
0722           if st-found-index = 0
0723               move "NOT ON SUPPLIER FILE"
0723A                  to aging-name(aging-count)
0724           else
0725               move st-name(st-found-index)
0726                   to aging-name(aging-count)
0727           end-if
0728           perform varying bucket-index from 1 by 1
0729                   until bucket-index > 4
0730               move 0 to aging-bucket(aging-count, bucket-index)
0731           end-perform
0732           move 0 to aging-total(aging-count)
0733       end-if.
0740
0800   write-aging-report.
0801       move "AP-Aging" to report-program-name.
0802       move "Accounts payable aging" to report-title.
0803       move "Supplier Name              Current    30 days"
0804           to report-column-heading.
0805       move "    60 days   90+ days       Total"
0806           to report-column-heading(46:34).
0807       perform write-report-header.
0808       perform write-aging-line
0809           varying aging-index from 1 by 1
0810           until aging-index > aging-count.
0811       move grand-bucket(1) to bucket-edited-1.
0812       move grand-bucket(2) to bucket-edited-2.
0813       move grand-bucket(3) to bucket-edited-3.
0814       move grand-bucket(4) to bucket-edited-4.
0815       move grand-total to total-edited.
0816       move spaces to report-line.
0817       string "Total                    "
0818              bucket-edited-1 " " bucket-edited-2 " "
0819              bucket-edited-3 " " bucket-edited-4 " "
0820              total-edited
0821           delimited by size into report-line.
0822       perform write-report-totals.
0823       display "Accounts payable outstanding: " total-edited.
0830
0900   write-aging-line.
0901       move aging-bucket(aging-index, 1) to bucket-edited-1.
0902       move aging-bucket(aging-index, 2) to bucket-edited-2.
0903       move aging-bucket(aging-index, 3) to bucket-edited-3.
0904       move aging-bucket(aging-index, 4) to bucket-edited-4.
0905       move aging-total(aging-index) to total-edited.
0906       move spaces to report-line.
0907       string aging-supplier(aging-index) " "
0908              aging-name(aging-index)(1:15) " "
0909              bucket-edited-1 " " bucket-edited-2 " "
0910              bucket-edited-3 " " bucket-edited-4 " "
0911              total-edited
0912           delimited by size into report-line.
0913       perform write-report-line.
0920
1000   write-cash-requirements.
1001       string "CASHREQ" saved-processing-date ".TXT"
1002           delimited by size into requirementsfilename.
1003       open output requirements-file.
1004       move spaces to requirements-line.
1005       string "Cash requirements from " saved-processing-date
1006              " for " requirement-days " business days"
1007           delimited by size into requirements-line.
1008       write requirements-line.
1009       move spaces to requirements-line.
1010       move "Date     Supplier Invoice           Amount due"
1011           to requirements-line.
1012       move "    Discount Net due" to requirements-line(47:20).
1013       write requirements-line.
1014       move 0 to previous-date.
1015       perform requirements-one-day
1016           varying day-number from 1 by 1
1017           until day-number > requirement-days.
1018       perform varying payable-index from 1 by 1
1019               until payable-index > payable-count
1020           if ap-pay-date(payable-index) > previous-date
1021               add ap-amount(payable-index) to later-due-total
1022           end-if
1023       end-perform.
1024       move window-due-total to window-total-edited.
1025       move window-discount-total to window-discount-edited.
1026       move later-due-total to later-total-edited.
1027       move spaces to requirements-line.
1028       string "Due by " previous-date ": " window-total-edited
1029              "  discounts available: " window-discount-edited
1030           delimited by size into requirements-line.
1031       write requirements-line.
1032       move spaces to requirements-line.
1033       string "Due after " previous-date ": " later-total-edited
1034           delimited by size into requirements-line.
1035       write requirements-line.
1036       close requirements-file.
1037       display "Cash required in the next " requirement-days
1038           " business days: " window-total-edited.
1040
1100   requirements-one-day.
1101       if day-number > 1
1102           perform get-next-business-day
1103       end-if.
1104       move processing-date to forecast-date.
1105       move 0 to day-due-total.
1106       move 0 to day-discount-total.
1107       perform varying payable-index from 1 by 1
1108               until payable-index > payable-count
1109           if ap-pay-date(payable-index) > previous-date
1110              and ap-pay-date(payable-index) <= forecast-date
1111               perform write-requirement-line
1112           end-if
1113       end-perform.
1114       if day-due-total > 0
1115           move day-due-total to day-total-edited
1116           move day-discount-total to day-discount-edited
1117           move spaces to requirements-line
1118           string forecast-date " total due" "              "
1119                  day-total-edited " " day-discount-edited
1120               delimited by size into requirements-line
1121           write requirements-line
1122       end-if.
1123       add day-due-total to window-due-total.
1124       add day-discount-total to window-discount-total.
1125       move forecast-date to previous-date.
1130
1200   write-requirement-line.
1201       move 0 to discount-available.
1202       move 0 to net-due-date.
1203       if ap-pay-date(payable-index)
1204              not = ap-due-date(payable-index)
1206           move ap-discount(payable-index) to discount-available
1207           move ap-due-date(payable-index) to net-due-date
1208       end-if.
1209       add ap-amount(payable-index) to day-due-total.
1210       add discount-available to day-discount-total.
1211       move ap-amount(payable-index) to amount-edited.
1212       move discount-available to discount-edited.
1213       move spaces to requirements-line.
1214       string forecast-date " "
1215              ap-supplier(payable-index) " "
1216              ap-invoice(payable-index) " "
1217              amount-edited " "
1218              discount-edited " "
1219              net-due-date
1220           delimited by size into requirements-line.
1221       write requirements-line.
1230
9700   copy 'open-payables-builder'.
9800   copy 'supplier-invoice-file'.
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
