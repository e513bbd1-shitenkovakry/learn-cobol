010    identification division.
020    program-id. PO-Maintenance.
030    environment division.
031    input-output section.
032    file-control.
033        select optional open-po-file assign to dynamic
033A           openpofilename
034            organization is line sequential.
035        select optional revision-file assign to dynamic
035A           revisionfilename
036            organization is line sequential.
037        select optional change-notice-file assign to dynamic
037A           changenoticename
037B           organization is line sequential.
037C       select optional report-file assign to dynamic
037D           reportfilename
037E           organization is line sequential.
037F       select optional calendar-file assign to dynamic
037G           calendarfilename
037H           organization is line sequential.
040    data division.
041    file section.
042    fd  open-po-file.
043    01  open-po-record pic x(80).
044    fd  revision-file.
045    01  revision-record pic x(80).
046    fd  change-notice-file.
047    01  change-notice-line pic x(80).
048    fd  report-file.
049    01  report-line pic x(200).
050    fd  calendar-file.
050A   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'report-writer-variables'.
061        01 openpofilename pic x(20) value "OPENPO.TXT".
062        01 revisionfilename pic x(20) value "POREVHIST.TXT".
063        01 changenoticename pic x(30).
064        01 open-po-eof pic x value "N".
065        01 revision-eof pic x.
066        01 maintenance-pick pic x.
067        01 operator-id pic x(8).
068
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
082        01 found-index pic 9(3).
083        01 po-number-text pic x(10).
084        01 po-item-text pic x(8).
085        01 po-ordered-text pic x(8).
086        01 po-received-text pic x(8).
086A       01 po-cost-text pic x(10).
086B       01 po-cost-edited pic 9(4).99.
087
090        01 work-po-number pic 9(8).
091        01 work-qty pic 9(5).
092        01 work-expected pic 9(8).
092A       01 work-unit-cost pic 9(4)v99.
093        01 revision-number pic 9(3).
094        01 revision-field pic x(6).
095        01 revision-old pic x(8).
096        01 revision-new pic x(8).
097        01 rv-po-text pic x(10).
098        01 rv-po-number pic 9(8).
099        01 rv-revision-text pic x(6).
0100       01 rv-revision pic 9(3).
0101       01 rv-date pic x(8).
0102       01 rv-operator pic x(8).
0103       01 rv-field pic x(6).
0104       01 rv-old pic x(8).
0105       01 rv-new pic x(8).
0106       01 history-lines pic 9(3).
0107       01 changes-made pic 9(4) value 0.
0108       01 file-changed pic x value "N".
0109
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter operator id".
0212       accept operator-id.
0213       perform get-processing-date.
0214       perform load-open-po-table.
0220       perform maintenance-cycle
0221           until maintenance-pick = "X".
0230       if file-changed = "Y"
0231           perform save-open-po-table
0232       end-if.
0240       display "PO changes made: " changes-made.
0300   program-done.
0310       stop run.
0320
0400   load-open-po-table.
0401       move 0 to po-count.
0402       move "N" to open-po-eof.
0403       open input open-po-file.
0404       perform until open-po-eof = "Y" or po-count = 200
0405           read open-po-file
0406               at end move "Y" to open-po-eof
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
0420                   move po-ordered-text to po-ordered(po-count)
0421                   move po-received-text
0422                       to po-received(po-count)
0423           end-read
0424       end-perform.
0425       close open-po-file.
0426       display po-count " purchase orders loaded".
0430
0500   maintenance-cycle.
0501       display " ".
0502       display "Q = change quantity, D = change expected date,".
0502A      display "P = change unit price,".
0503       display "C = cancel a line, H = print change history,".
0504       display "X = save and exit".
0505       accept maintenance-pick.
0506       if maintenance-pick = "Q"
0507           perform change-ordered-quantity
0508       end-if.
0509       if maintenance-pick = "D"
0510           perform change-expected-date
0511       end-if.
0511A      if maintenance-pick = "P"
0511B          perform change-unit-price
0511C      end-if.
0512       if maintenance-pick = "C"
0513           perform cancel-po-line
0514       end-if.
0515       if maintenance-pick = "H"
0516           perform print-po-history
0517       end-if.
0520
0600   select-po-for-change.
0601       display "Enter PO number".
0602       accept work-po-number.
0603       move 0 to found-index.
0604       perform varying po-index from 1 by 1
0605               until po-index > po-count
0606                  or found-index > 0
0607           if po-number(po-index) = work-po-number
0608               move po-index to found-index
0609           end-if
0610       end-perform.
0611       if found-index = 0
0612           display "PO " work-po-number " is not on file"
0613       else
0614           if po-status(found-index) = "X"
0615              or po-status(found-index) = "Z"
0616               display "PO " work-po-number " is closed (status "
0617                   po-status(found-index) "), change rejected"
0618               move 0 to found-index
0619           else
0620               display "Item " po-item(found-index)
0621                   " ordered " po-ordered(found-index)
0622                   " received " po-received(found-index)
0623                   " expected " po-expected(found-index)
0624                   " supplier " po-supplier(found-index)
0624A              move po-unit-cost(found-index) to po-cost-edited
0624B              display "Unit price " po-cost-edited
0625           end-if
0626       end-if.
0630
0700   change-ordered-quantity.
0701       perform select-po-for-change.
0702       if found-index > 0
0703           display "Enter new ordered quantity"
0704           accept work-qty
0705           if work-qty < po-received(found-index)
0706              or work-qty = 0
0707               display "Quantity must be at least the "
0708                   po-received(found-index) " already received"
0709                   ", use C to cancel"
0710           else
0711               if work-qty = po-ordered(found-index)
0712                   display "Quantity unchanged"
0713               else
0714                   move "QTY" to revision-field
0715                   move po-ordered(found-index) to revision-old
0716                   move work-qty to revision-new
0717                   move work-qty to po-ordered(found-index)
0718                   perform set-po-line-status
0719                   perform record-po-revision
0720               end-if
0721           end-if
0722       end-if.
0730
0800   change-expected-date.
0801       perform select-po-for-change.
0802       if found-index > 0
0803           display "Enter new expected date (YYYYMMDD)"
0804           accept work-expected
0805           if work-expected < processing-date
0806               display "Expected date is before today, rejected"
0807           else
0808               move "DATE" to revision-field
0809               move po-expected(found-index) to revision-old
0810               move work-expected to revision-new
0811               move work-expected to po-expected(found-index)
0812               perform record-po-revision
0813           end-if
0814       end-if.
0820
0850   change-unit-price.
0851       perform select-po-for-change.
0852       if found-index > 0
0853           display "Enter new unit price"
0854           accept work-unit-cost
0855           if work-unit-cost = po-unit-cost(found-index)
0856               display "Unit price unchanged"
0857           else
0858               move "PRICE" to revision-field
0859               move po-unit-cost(found-index) to po-cost-edited
0860               move po-cost-edited to revision-old
0861               move work-unit-cost to po-cost-edited
0862               move po-cost-edited to revision-new
0863               move work-unit-cost to po-unit-cost(found-index)
0864               perform record-po-revision
0865           end-if
0866       end-if.
0870
0900   cancel-po-line.
0901       perform select-po-for-change.
0902       if found-index > 0
0903           if po-status(found-index) = "C"
0904               display "PO " work-po-number
0905                   " is fully received, cancel rejected"
0906           else
0907               move "CANCEL" to revision-field
0908               move po-ordered(found-index) to revision-old
0909               if po-received(found-index) = 0
0910                   move "X" to po-status(found-index)
0911                   move "CANCEL" to revision-new
0912                   display "PO " work-po-number " cancelled"
0913               else
0914                   move po-received(found-index)
0915                       to po-ordered(found-index)
0916                   move "C" to po-status(found-index)
0917                   move po-received(found-index) to revision-new
0918                   display "PO " work-po-number
0919                       " short-closed at the quantity received"
0920               end-if
0921               perform record-po-revision
0922           end-if
0923       end-if.
0930
1000   set-po-line-status.
1001       if po-received(found-index) = po-ordered(found-index)
1002           move "C" to po-status(found-index)
1003       else
1004           if po-received(found-index) = 0
1005               move "O" to po-status(found-index)
1006           else
1007               move "P" to po-status(found-index)
1008           end-if
1009       end-if.
1010
1100   record-po-revision.
1101       perform find-last-revision.
1102       add 1 to revision-number.
1103       open extend revision-file.
1104       move spaces to revision-record.
1105       string po-number(found-index) ","
1106              revision-number ","
1107              processing-date ","
1108              operator-id ","
1109              revision-field ","
1110              revision-old ","
1111              revision-new
1112           delimited by size into revision-record.
1113       write revision-record.
1114       close revision-file.
1115       perform write-change-notice.
1116       add 1 to changes-made.
1117       move "Y" to file-changed.
1118       display "PO " po-number(found-index) " now at revision "
1119           revision-number.
1120
1200   find-last-revision.
1201       move 0 to revision-number.
1202       move "N" to revision-eof.
1203       open input revision-file.
1204       perform until revision-eof = "Y"
1205           read revision-file
1206               at end move "Y" to revision-eof
1207               not at end
1208                   perform split-revision-record
1209                   if rv-po-number = po-number(found-index)
1210                      and rv-revision > revision-number
1211                       move rv-revision to revision-number
1212                   end-if
1213           end-read
1214       end-perform.
1215       close revision-file.
1220
1300   split-revision-record.
1301       move spaces to rv-old.
1302       move spaces to rv-new.
1303       unstring revision-record delimited by ","
1304           into rv-po-text rv-revision-text rv-date
1305                rv-operator rv-field rv-old rv-new.
1306       move rv-po-text to rv-po-number.
1307       move rv-revision-text to rv-revision.
1310
1400   write-change-notice.
1401       move spaces to changenoticename.
1402       string "POCHG" po-number(found-index)
1403              processing-date ".TXT"
1404           delimited by size into changenoticename.
1405       open extend change-notice-file.
1406       move spaces to change-notice-line.
1407       string "Purchase order change notice  " processing-date
1408           delimited by size into change-notice-line.
1409       write change-notice-line.
1410       move spaces to change-notice-line.
1411       string "Supplier: " po-supplier(found-index)
1412              "  Purchase order: " po-number(found-index)
1413              "  Revision: " revision-number
1414           delimited by size into change-notice-line.
1415       write change-notice-line.
1416       move spaces to change-notice-line.
1417       string "Item " po-item(found-index)
1418              " ordered " po-ordered(found-index)
1419              " expected " po-expected(found-index)
1420           delimited by size into change-notice-line.
1421       write change-notice-line.
1422       move spaces to change-notice-line.
1423       if revision-field = "CANCEL"
1424           if po-status(found-index) = "X"
1425               move "This order line is cancelled"
1426                   to change-notice-line
1427           else
1428               string "Order line closed at quantity received "
1429                      revision-new
1430                   delimited by size into change-notice-line
1431           end-if
1432       else
1433           if revision-field = "QTY"
1434               string "Ordered quantity changed from "
1435                      revision-old " to " revision-new
1436                   delimited by size into change-notice-line
1437           else
1437A              if revision-field = "PRICE"
1437B                  string "Unit price changed from "
1437C                         revision-old " to " revision-new
1437D                      delimited by size into change-notice-line
1437E              else
1438                   string "Expected date changed from "
1439                          revision-old " to " revision-new
1440                       delimited by size into change-notice-line
1440A              end-if
1441           end-if
1442       end-if.
1443       write change-notice-line.
1444       move spaces to change-notice-line.
1445       write change-notice-line.
1446       close change-notice-file.
1450
1500   print-po-history.
1501       display "Enter PO number".
1502       accept work-po-number.
1503       move "PO-Maintenance" to report-program-name.
1504       move spaces to report-title.
1505       string "Change history for PO " work-po-number
1506           delimited by size into report-title.
1507       move "Rev Date     Operator Field  Old      New"
1508           to report-column-heading.
1509       perform write-report-header.
1510       move 0 to history-lines.
1511       move "N" to revision-eof.
1512       open input revision-file.
1513       perform until revision-eof = "Y"
1514           read revision-file
1515               at end move "Y" to revision-eof
1516               not at end
1517                   perform split-revision-record
1518                   if rv-po-number = work-po-number
1519                       perform write-history-line
1520                   end-if
1521           end-read
1522       end-perform.
1523       close revision-file.
1524       move spaces to report-line.
1525       string "Revisions: " history-lines
1526           delimited by size into report-line.
1527       perform write-report-totals.
1528       display history-lines " revisions printed for PO "
1529           work-po-number.
1530
1600   write-history-line.
1601       add 1 to history-lines.
1602       move spaces to report-line.
1603       string rv-revision " "
1604              rv-date " "
1605              rv-operator " "
1606              rv-field " "
1607              rv-old " "
1608              rv-new
1609           delimited by size into report-line.
1610       perform write-report-line.
1620
1700   save-open-po-table.
1701       open output open-po-file.
1702       perform varying po-index from 1 by 1
1703               until po-index > po-count
1704           move spaces to open-po-record
1704A          move po-unit-cost(po-index) to po-cost-edited
1705           string po-number(po-index) ","
1706                  po-item(po-index) ","
1707                  po-ordered(po-index) ","
1708                  po-received(po-index) ","
1709                  po-status(po-index) ","
1710                  po-date(po-index) ","
1711                  po-supplier(po-index) ","
1712                  po-expected(po-index) ","
1712A                 po-cost-edited
1713               delimited by size into open-po-record
1714           write open-po-record
1715       end-perform.
1716       close open-po-file.
1720
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
