010    identification division.
020    program-id. Check-Maintenance.
030    environment division.
031    input-output section.
032    file-control.
033        select optional open-po-file assign to dynamic
033A           openpofilename
034            organization is line sequential.
035        select optional supplier-invoice-file assign to dynamic
035A           supplierinvoicename
036            organization is line sequential.
037        select optional ledger-file assign to dynamic
037A           ledgerfilename
038            organization is line sequential.
039        select optional check-void-file assign to dynamic
039A           checkvoidname
039B           organization is line sequential.
039C       select optional uncleared-file assign to dynamic
039D           unclearedfilename
039E           organization is line sequential.
039F       select optional calendar-file assign to dynamic
039G           calendarfilename
039H           organization is line sequential.
039HP1     select optional period-control-file assign to dynamic
039HP2         periodcontrolname
039HP3         organization is line sequential.
039HP4     select optional period-log-file assign to dynamic
039HP5         periodlogname
039HP6         organization is line sequential.
039I       select optional number-control-file assign to dynamic
039J           numbercontrolname
039K           organization is line sequential.
039L       select optional number-log-file assign to dynamic
039M           numberlogname
039N           organization is line sequential.
039O       select optional audit-file assign to dynamic
039P           auditfilename
039Q           organization is line sequential.
039R       select optional audit-control-file assign to dynamic
039S           auditcontrolname
039T           organization is line sequential.
040    data division.
041    file section.
042    fd  open-po-file.
043    01  open-po-record pic x(80).
044    fd  supplier-invoice-file.
045    01  supplier-invoice-record pic x(100).
046    fd  ledger-file.
047    01  ledger-record pic x(100).
048    fd  check-void-file.
049    01  check-void-record pic x(80).
050    fd  uncleared-file.
050A   01  uncleared-record pic x(80).
050B   fd  calendar-file.
050C   01  calendar-record pic x(20).
050C1  fd  period-control-file.
050C2  01  period-control-record pic x(40).
050C3  fd  period-log-file.
050C4  01  period-log-record pic x(80).
050D   fd  number-control-file.
050E   01  number-control-record pic x(50).
050F   fd  number-log-file.
050G   01  number-log-record pic x(50).
050H   fd  audit-file.
050I   01  audit-record pic x(100).
050J   fd  audit-control-file.
050K   01  audit-control-record pic x(40).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060AP      copy 'period-control-variables'.
060B       copy 'number-assign-variables'.
060C       copy 'audit-trail-variables'.
060D       copy 'supplier-invoice-variables'.
061        01 array-size pic 9(2) value 0.
062        01 run-control-rerun pic x value "N".
063        01 openpofilename pic x(20) value "OPENPO.TXT".
064        01 ledgerfilename pic x(20).
065        01 checkvoidname pic x(20) value "CHKVOID.TXT".
066        01 unclearedfilename pic x(20) value "UNCLEARED.TXT".
067        01 input-eof pic x value "N".
068        01 maintenance-pick pic x.
069
070        01 po-table.
071            05 po-entry occurs 200 times.
072                10 po-number pic 9(8).
073                10 po-item pic 9(5).
074                10 po-ordered pic 9(5).
075                10 po-received pic 9(5).
076                10 po-status pic x.
077                10 po-date pic x(8).
078                10 po-supplier pic x(8).
079                10 po-expected pic x(8).
079A               10 po-unit-cost pic 9(4)v99.
080        01 po-count pic 9(3) value 0.
081        01 po-index pic 9(3).
082        01 po-number-text pic x(10).
083        01 po-item-text pic x(8).
084        01 po-ordered-text pic x(8).
085        01 po-received-text pic x(8).
085A       01 po-cost-text pic x(10).
085B       01 po-cost-edited pic 9(4).99.
086
090        01 void-log-table.
091            05 void-log-entry occurs 500 times.
092                10 void-log-line pic x(80).
093                10 void-log-check pic 9(8).
094        01 void-log-count pic 9(3) value 0.
095        01 void-log-index pic 9(3).
096        01 void-check-text pic x(10).
096A       01 void-date-text pic x(10).
096B       01 void-log-days pic 9(4) value 365.
096C       01 void-log-cutoff pic 9(8).
097
0100       01 uncleared-table.
0101           05 uncleared-entry occurs 500 times.
0102               10 uncleared-line pic x(80).
0103               10 uncleared-reference pic x(10).
0104               10 uncleared-keep pic x.
0105       01 uncleared-count pic 9(3) value 0.
0106       01 uncleared-index pic 9(3).
0107       01 uncleared-date-text pic x(10).
0108       01 uncleared-account-text pic x(10).
0109       01 uncleared-amount-text pic x(12).
0110       01 uncleared-changed pic x value "N".
0111
0120       01 work-check pic 9(8).
0121       01 work-check-text pic x(8).
0122       01 new-check pic 9(8).
0123       01 work-reason pic x(20).
0124       01 check-supplier pic x(8).
0125       01 check-invoice pic x(12).
0126       01 check-amount pic 9(8)v99.
0127       01 check-amount-edited pic 9(8).99.
0128       01 check-already-void pic x.
0130       01 ledger-amount pic s9(6)v99.
0131       01 ledger-amount-edited pic -9(6).99.
0132       01 zero-edited pic -9(6).99.
0133       01 ledger-reference pic 9(8).
0134       01 posting-sequence pic 9(6) value 0.
0135       01 files-changed pic x value "N".
0136       01 checks-voided pic 9(4) value 0.
0137       01 checks-reissued pic 9(4) value 0.
0138
0200   procedure division.
0201
0210   program-begin.
0211       move "Check-Maintenance" to audit-program-name.
0212       perform get-processing-date.
0213       string "LEDGER" processing-date ".TXT"
0214           delimited by size into ledgerfilename.
0214A      move processing-date to period-check-date.
0214B      move "Check-Maintenance" to period-program-name.
0214C      perform check-posting-period.
0214D      if period-post-allowed = "N"
0214E          move 8 to return-code
0214F          stop run
0214G      end-if.
0215       perform load-open-po-table.
0216       perform load-supplier-invoices.
0217       perform load-void-log.
0218       perform load-uncleared-items.
0219       perform open-audit-for-run.
0220       perform maintenance-cycle
0221           until maintenance-pick = "X".
0222       perform close-audit-for-run.
0223       if files-changed = "Y"
0224           perform save-supplier-invoices
0225           perform save-open-po-table
0226       end-if.
0227       if uncleared-changed = "Y"
0228           perform save-uncleared-items
0229       end-if.
0230       display "Checks voided: " checks-voided.
0231       display "Checks reissued: " checks-reissued.
0300   program-done.
0310       stop run.
0320
0400   load-open-po-table.
0401       move 0 to po-count.
0402       move "N" to input-eof.
0403       open input open-po-file.
0404       perform until input-eof = "Y" or po-count = 200
0405           read open-po-file
0406               at end move "Y" to input-eof
0407               not at end
0408                   add 1 to po-count
0409                   move spaces to po-supplier(po-count)
0410                   move spaces to po-expected(po-count)
0410A                  move spaces to po-cost-text
0411                   unstring open-po-record delimited by ","
0412                       into po-number-text po-item-text
0413                            po-ordered-text po-received-text
0414                            po-status(po-count)
0415                            po-date(po-count)
0416                            po-supplier(po-count)
0417                            po-expected(po-count)
0417A                           po-cost-text
0417B                  move po-cost-text to po-unit-cost(po-count)
0418                   move po-number-text to po-number(po-count)
0419                   move po-item-text to po-item(po-count)
0420                   move po-ordered-text
0421                       to po-ordered(po-count)
0422                   move po-received-text
0423                       to po-received(po-count)
0424           end-read
0425       end-perform.
0426       close open-po-file.
0430
0500   load-void-log.
0501       move 0 to void-log-count.
0501A      compute void-log-cutoff = function date-of-integer(
0501B          function integer-of-date(processing-date)
0501C          - void-log-days).
0502       move "N" to input-eof.
0503       open input check-void-file.
0504       perform until input-eof = "Y"
0505           read check-void-file
0506               at end move "Y" to input-eof
0507               not at end
0507A                  move spaces to void-date-text
0507B                  unstring check-void-record delimited by ","
0507C                      into void-check-text void-date-text
0507D                  if void-date-text(1:8) >= void-log-cutoff
0507E                      perform note-recent-void
0507F                  end-if
0521           end-read
0522       end-perform.
0523       close check-void-file.
0524
0525   note-recent-void.
0526       if void-log-count = 500
0527           display "More than 500 checks voided in the last "
0528               void-log-days " days, run stopped"
0529           move 16 to return-code
0529A          stop run
0529B      end-if.
0529C      add 1 to void-log-count.
0529D      move check-void-record to void-log-line(void-log-count).
0529E      move void-check-text to void-log-check(void-log-count).
0530
0600   load-uncleared-items.
0601       move 0 to uncleared-count.
0602       move "N" to input-eof.
0603       open input uncleared-file.
0604       perform until input-eof = "Y"
0605           read uncleared-file
0606               at end move "Y" to input-eof
0607               not at end
0608                   if uncleared-count = 500
0609                       display "More than 500 uncleared items,"
0610                           " run stopped"
0611                       move 16 to return-code
0612                       stop run
0613                   end-if
0614                   add 1 to uncleared-count
0615                   move uncleared-record
0616                       to uncleared-line(uncleared-count)
0617                   move spaces
0618                       to uncleared-reference(uncleared-count)
0619                   unstring uncleared-record delimited by ","
0620                       into uncleared-date-text
0621                            uncleared-account-text
0622                            uncleared-amount-text
0623                            uncleared-reference(uncleared-count)
0624                   move "Y" to uncleared-keep(uncleared-count)
0625           end-read
0626       end-perform.
0627       close uncleared-file.
0630
0700   maintenance-cycle.
0701       display " ".
0702       display "V = void a check, R = reissue a check,".
0703       display "B = browse voided checks, X = exit".
0704       accept maintenance-pick.
0705       if maintenance-pick = "V" or maintenance-pick = "R"
0706           perform select-paid-check
0707       end-if.
0708       if maintenance-pick = "B"
0709           perform browse-void-log
0710       end-if.
0720
0800   select-paid-check.
0801       display "Enter check number".
0802       accept work-check.
0803       perform find-paid-check.
0804       if check-amount = 0
0805           display "Check " work-check
0806               " does not pay any supplier invoice on file"
0807       else
0808           if check-already-void = "Y"
0809               display "Check " work-check " is already void"
0810           else
0811               move check-amount to check-amount-edited
0812               display "Check " work-check " to " check-supplier
0813                   " invoice " check-invoice
0814                   " amount " check-amount-edited
0815               display "Enter reason"
0816               accept work-reason
0817               if maintenance-pick = "V"
0818                   perform void-paid-check
0819               else
0820                   perform reissue-paid-check
0821               end-if
0822           end-if
0823       end-if.
0830
0900   find-paid-check.
0901       move 0 to check-amount.
0902       move spaces to check-supplier.
0903       move spaces to check-invoice.
0904       move work-check to work-check-text.
0905       perform varying supp-inv-index from 1 by 1
0906               until supp-inv-index > supp-inv-count
0907           if si-status(supp-inv-index) = "P"
0908              and si-check(supp-inv-index) = work-check-text
0909               move si-supplier(supp-inv-index) to check-supplier
0910               move si-invoice(supp-inv-index) to check-invoice
0911               compute check-amount = check-amount
0912                   + (si-qty(supp-inv-index)
0913                      * si-price(supp-inv-index))
0914           end-if
0915       end-perform.
0916       move "N" to check-already-void.
0917       perform varying void-log-index from 1 by 1
0918               until void-log-index > void-log-count
0919           if void-log-check(void-log-index) = work-check
0920               move "Y" to check-already-void
0921           end-if
0922       end-perform.
0930
1000   void-paid-check.
1001       move work-check to ledger-reference.
1002       compute ledger-amount = check-amount.
1003       perform post-check-to-ledger.
1004       perform varying supp-inv-index from 1 by 1
1005               until supp-inv-index > supp-inv-count
1006           if si-status(supp-inv-index) = "P"
1007              and si-check(supp-inv-index) = work-check-text
1008               move "M" to si-status(supp-inv-index)
1009               move spaces to si-check(supp-inv-index)
1010               perform reopen-purchase-order
1011           end-if
1012       end-perform.
1013       move 0 to new-check.
1014       perform write-void-log-entry.
1015       perform drop-uncleared-check.
1016       add 1 to checks-voided.
1017       move "Y" to files-changed.
1018       display "Check " work-check " voided, invoice "
1019           check-invoice " reopened for payment".
1030
1100   reissue-paid-check.
1101       move "CHECKNUM" to number-range-name.
1102       perform get-next-assigned-number.
1103       if number-assign-found = "N"
1104           display "No check number available, reissue rejected"
1105       else
1106           move assigned-number to new-check
1107           move work-check to ledger-reference
1108           compute ledger-amount = check-amount
1109           perform post-check-to-ledger
1110           move new-check to ledger-reference
1111           compute ledger-amount = 0 - check-amount
1112           perform post-check-to-ledger
1113           perform varying supp-inv-index from 1 by 1
1114                   until supp-inv-index > supp-inv-count
1115               if si-status(supp-inv-index) = "P"
1116                  and si-check(supp-inv-index) = work-check-text
1117                   move new-check to si-check(supp-inv-index)
1118               end-if
1119           end-perform
1120           perform write-void-log-entry
1121           perform drop-uncleared-check
1122           add 1 to checks-reissued
1123           move "Y" to files-changed
1124           display "Check " work-check " reissued as check "
1125               new-check
1126       end-if.
1130
1200   reopen-purchase-order.
1201       perform varying po-index from 1 by 1
1202               until po-index > po-count
1203           if po-number(po-index) = si-po-number(supp-inv-index)
1204              and po-status(po-index) = "Z"
1205               move "C" to po-status(po-index)
1206           end-if
1207       end-perform.
1210
1300   post-check-to-ledger.
1301       move ledger-amount to audit-result.
1302       perform write-held-audit-entry.
1303       move audit-sequence to posting-sequence.
1304       move ledger-amount to ledger-amount-edited.
1305       move 0 to zero-edited.
1306       open extend ledger-file.
1307       move spaces to ledger-record.
1308       string ledger-amount-edited ","
1309              zero-edited ","
1310              ledger-amount-edited ","
1311              "N,P,LOC,"
1312              ledger-amount-edited ","
1313              "001.000000,"
1314              "01,"
1315              check-supplier ","
1316              posting-sequence ","
1317              ledger-reference
1318           delimited by size into ledger-record.
1319       write ledger-record.
1320       close ledger-file.
1330
1400   write-void-log-entry.
1401       move check-amount to check-amount-edited.
1402       open extend check-void-file.
1403       move spaces to check-void-record.
1404       if new-check = 0
1405           string work-check ","
1406                  processing-date ","
1407                  check-supplier ","
1408                  check-amount-edited ","
1409                  work-reason ","
1410               delimited by size into check-void-record
1411       else
1412           string work-check ","
1413                  processing-date ","
1414                  check-supplier ","
1415                  check-amount-edited ","
1416                  work-reason ","
1417                  new-check
1418               delimited by size into check-void-record
1419       end-if.
1420       write check-void-record.
1421       close check-void-file.
1422       if void-log-count < 500
1423           add 1 to void-log-count
1424           move check-void-record to void-log-line(void-log-count)
1425           move work-check to void-log-check(void-log-count)
1426       end-if.
1430
1500   drop-uncleared-check.
1501       perform varying uncleared-index from 1 by 1
1502               until uncleared-index > uncleared-count
1503           if uncleared-reference(uncleared-index)
1504                  = work-check-text
1505               move "N" to uncleared-keep(uncleared-index)
1506               move "Y" to uncleared-changed
1507           end-if
1508       end-perform.
1510
1600   browse-void-log.
1601       display "Check    Date     Supplier Amount      Reason"
1602           "               New check".
1603       perform varying void-log-index from 1 by 1
1604               until void-log-index > void-log-count
1605           display void-log-line(void-log-index)
1606       end-perform.
1607       display void-log-count " checks voided in the last "
1607A          void-log-days " days".
1610
1700   save-uncleared-items.
1701       open output uncleared-file.
1702       perform varying uncleared-index from 1 by 1
1703               until uncleared-index > uncleared-count
1704           if uncleared-keep(uncleared-index) = "Y"
1705               move uncleared-line(uncleared-index)
1706                   to uncleared-record
1707               write uncleared-record
1708           end-if
1709       end-perform.
1710       close uncleared-file.
1720
1800   save-open-po-table.
1801       open output open-po-file.
1802       perform varying po-index from 1 by 1
1803               until po-index > po-count
1804           move spaces to open-po-record
1804A          move po-unit-cost(po-index) to po-cost-edited
1805           string po-number(po-index) ","
1806                  po-item(po-index) ","
1807                  po-ordered(po-index) ","
1808                  po-received(po-index) ","
1809                  po-status(po-index) ","
1810                  po-date(po-index) ","
1811                  po-supplier(po-index) ","
1812                  po-expected(po-index) ","
1812A                 po-cost-edited
1813               delimited by size into open-po-record
1814           write open-po-record
1815       end-perform.
1816       close open-po-file.
1820
9880   copy 'audit-trail-writer'.
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'supplier-invoice-file'.
9920P  copy 'period-control-checker'.
