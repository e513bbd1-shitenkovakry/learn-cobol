010    identification division.
020    program-id. Item-Maintenance.
030    environment division.
031    input-output section.
032    file-control.
033        select optional inventory-file assign to dynamic
033A           inventoryfilename
034            organization is line sequential.
035        select optional supplier-file assign to dynamic
035A           supplierfilename
036            organization is line sequential.
037        select optional open-po-file assign to dynamic
037A           openpofilename
038            organization is line sequential.
039        select optional allocation-file assign to dynamic
039A           allocationfilename
039B           organization is line sequential.
039C       select optional backorder-file assign to dynamic
039D           backorderfilename
039E           organization is line sequential.
039F       select optional audit-file assign to dynamic
039G           auditfilename
039H           organization is line sequential.
039I       select optional calendar-file assign to dynamic
039J           calendarfilename
039K           organization is line sequential.
040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044    fd  supplier-file.
045    01  supplier-record pic x(120).
046    fd  open-po-file.
047    01  open-po-record pic x(80).
048    fd  allocation-file.
049    01  allocation-record pic x(60).
050    fd  backorder-file.
050A   01  backorder-record pic x(100).
050B   fd  audit-file.
050C   01  audit-record pic x(100).
050D   fd  calendar-file.
050E   01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'check-digit-variables'.
061        01 inventoryfilename pic x(20).
062        01 supplierfilename pic x(20) value "SUPPLIER.TXT".
063        01 openpofilename pic x(20) value "OPENPO.TXT".
064        01 allocationfilename pic x(20) value "ALLOCATE.TXT".
065        01 backorderfilename pic x(20) value "BACKORDER.TXT".
066        01 auditfilename pic x(24).
067        01 audit-run-time pic 9(8).
068        01 input-eof pic x value "N".
069        01 maintenance-pick pic x.
070        01 operator-id pic x(8).
071
080        01 item-table.
081            05 item-entry occurs 100 times.
082                10 item-number pic 9(5).
083                10 item-on-hand pic s9(5).
084                10 item-reorder-point pic 9(5).
085                10 item-reorder-qty pic 9(5).
086                10 item-unit-cost pic 9(4)v99.
087                10 item-supplier pic x(8).
088                10 item-location pic x(4).
089                10 item-description pic x(20).
090                10 item-uom pic x(4).
091        01 item-count pic 9(3) value 0.
092        01 item-index pic 9(3).
093        01 found-index pic 9(3).
094        01 item-number-text pic x(8).
095        01 on-hand-text pic x(8).
096        01 reorder-point-text pic x(8).
097        01 reorder-qty-text pic x(8).
098        01 unit-cost-text pic x(10).
099        01 supplier-text pic x(8).
0100       01 location-text pic x(4).
0101       01 description-text pic x(20).
0102       01 uom-text pic x(4).
0103       01 item-on-hand-edited pic -9(5).
0104       01 item-unit-cost-edited pic 9(4).99.
0105
0110       01 supplier-id-table.
0111           05 supplier-id occurs 50 times pic x(8).
0112       01 supplier-id-count pic 9(2) value 0.
0113       01 supplier-id-index pic 9(2).
0114       01 supplier-found pic x.
0115
0120       01 work-item-text pic x(8).
0121       01 work-item pic 9(5).
0122       01 work-description pic x(20).
0123       01 work-uom pic x(4).
0124       01 work-reorder-point pic 9(5).
0125       01 work-reorder-qty pic 9(5).
0126       01 work-unit-cost pic 9(4)v99.
0127       01 work-supplier pic x(8).
0128       01 work-location pic x(4).
0129
0130       01 action-taken pic x(6).
0131       01 audit-field pic x(8).
0132       01 audit-before pic x(20).
0133       01 audit-after pic x(20).
0134       01 audit-number-edited pic z(4)9.
0135
0140       01 open-po-count pic 9(4).
0141       01 open-order-count pic 9(4).
0142       01 scan-status pic x(8).
0143       01 scan-field-two pic x(10).
0144       01 scan-field-three pic x(10).
0145       01 scan-item-text pic x(8).
0146       01 scan-po-text pic x(10).
0147       01 scan-item pic 9(5).
0148       01 changes-made pic 9(4) value 0.
0149       01 file-changed pic x value "N".
0150
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter inventory master file name".
0212       accept inventoryfilename.
0213       display "Enter operator id".
0214       accept operator-id.
0215       perform get-processing-date.
0216       string "ITEMMAINTAUD" processing-date ".TXT"
0217           delimited by size into auditfilename.
0218       perform load-inventory-master.
0219       perform load-supplier-ids.
0220       perform maintenance-cycle
0221           until maintenance-pick = "X".
0230       if file-changed = "Y"
0231           perform save-inventory-master
0232           display "Inventory master saved, " item-count
0233               " items"
0234       end-if.
0240       display "Item changes made: " changes-made.
0300   program-done.
0310       stop run.
0320
0400   load-inventory-master.
0401       move 0 to item-count.
0402       move "N" to input-eof.
0403       open input inventory-file.
0404       perform until input-eof = "Y" or item-count = 100
0405           read inventory-file
0406               at end move "Y" to input-eof
0407               not at end
0408                   add 1 to item-count
0409                   move spaces to unit-cost-text
0410                   move spaces to supplier-text
0411                   move spaces to location-text
0412                   move spaces to description-text
0413                   move spaces to uom-text
0414                   unstring inventory-record delimited by ","
0415                       into item-number-text on-hand-text
0416                            reorder-point-text reorder-qty-text
0417                            unit-cost-text supplier-text
0418                            location-text description-text
0419                            uom-text
0420                   if location-text = spaces
0421                       move "WH1" to location-text
0422                   end-if
0423                   move item-number-text
0424                       to item-number(item-count)
0425                   move on-hand-text to item-on-hand(item-count)
0426                   move reorder-point-text
0427                       to item-reorder-point(item-count)
0428                   move reorder-qty-text
0429                       to item-reorder-qty(item-count)
0430                   if unit-cost-text = spaces
0431                       move 0 to item-unit-cost(item-count)
0432                   else
0433                       move unit-cost-text
0434                           to item-unit-cost(item-count)
0435                   end-if
0436                   move supplier-text
0437                       to item-supplier(item-count)
0438                   move location-text
0439                       to item-location(item-count)
0440                   move description-text
0441                       to item-description(item-count)
0442                   move uom-text to item-uom(item-count)
0443           end-read
0444       end-perform.
0445       close inventory-file.
0446       display item-count " items loaded from master".
0450
0500   load-supplier-ids.
0501       move 0 to supplier-id-count.
0502       move "N" to input-eof.
0503       open input supplier-file.
0504       perform until input-eof = "Y" or supplier-id-count = 50
0505           read supplier-file
0506               at end move "Y" to input-eof
0507               not at end
0508                   add 1 to supplier-id-count
0509                   unstring supplier-record delimited by ","
0510                       into supplier-id(supplier-id-count)
0511           end-read
0512       end-perform.
0513       close supplier-file.
0520
0600   maintenance-cycle.
0601       display " ".
0602       display "A = add, C = change, R = retire, B = browse,".
0603       display "X = save and exit".
0604       accept maintenance-pick.
0605       if maintenance-pick = "A"
0606           perform add-item
0607       end-if.
0608       if maintenance-pick = "C"
0609           perform change-item
0610       end-if.
0611       if maintenance-pick = "R"
0612           perform retire-item
0613       end-if.
0614       if maintenance-pick = "B"
0615           perform browse-items
0616       end-if.
0620
0700   add-item.
0701       if item-count = 100
0702           display "Inventory master is full, add rejected"
0703       else
0704           perform add-item-entry
0705       end-if.
0710
0800   add-item-entry.
0801       display "Enter new item number".
0802       accept work-item-text.
0803       move work-item-text to candidate-number.
0804       perform validate-check-digit.
0805       if number-is-valid = "N"
0806          or candidate-length not = 5
0807           display "Item number " work-item-text
0808               " is not 5 digits with a valid mod-10 check"
0808A              " digit, entry rejected"
0809       else
0810           move work-item-text(1:5) to work-item
0811           perform find-item-by-number
0812           if found-index > 0
0813               display "Item " work-item " already on file"
0814           else
0815               move spaces to work-description
0816               move "EA" to work-uom
0817               move 0 to work-reorder-point
0818               move 0 to work-reorder-qty
0819               move 0 to work-unit-cost
0820               move spaces to work-supplier
0821               move "WH1" to work-location
0822               perform accept-item-details
0823               add 1 to item-count
0824               move item-count to found-index
0825               move work-item to item-number(found-index)
0826               move 0 to item-on-hand(found-index)
0827               move spaces to item-description(found-index)
0828               move spaces to item-uom(found-index)
0829               move 0 to item-reorder-point(found-index)
0830               move 0 to item-reorder-qty(found-index)
0831               move 0 to item-unit-cost(found-index)
0832               move spaces to item-supplier(found-index)
0833               move spaces to item-location(found-index)
0834               move "ADD" to action-taken
0835               perform audit-item-changes
0836               perform store-item-details
0837               display "Item " work-item " added"
0838           end-if
0839       end-if.
0840
0900   change-item.
0901       perform select-item.
0902       if found-index > 0
0903           move item-description(found-index) to work-description
0904           move item-uom(found-index) to work-uom
0905           move item-reorder-point(found-index)
0906               to work-reorder-point
0907           move item-reorder-qty(found-index) to work-reorder-qty
0908           move item-unit-cost(found-index) to work-unit-cost
0909           move item-supplier(found-index) to work-supplier
0910           move item-location(found-index) to work-location
0911           perform accept-item-details
0912           move "CHANGE" to action-taken
0913           perform audit-item-changes
0914           perform store-item-details
0915           display "Item " work-item " changed"
0916       end-if.
0920
1000   retire-item.
1001       perform select-item.
1002       if found-index > 0
1003           perform count-open-po-lines
1004           perform count-open-order-lines
1005           if item-on-hand(found-index) not = 0
1006              or open-po-count > 0
1007              or open-order-count > 0
1008               move item-on-hand(found-index)
1009                   to item-on-hand-edited
1010               display "Item " work-item " cannot be retired:"
1011                   " on hand " item-on-hand-edited
1012                   ", open PO lines " open-po-count
1013                   ", open order lines " open-order-count
1014           else
1015               move spaces to work-description
1016               move spaces to work-uom
1017               move 0 to work-reorder-point
1018               move 0 to work-reorder-qty
1019               move 0 to work-unit-cost
1020               move spaces to work-supplier
1021               move spaces to work-location
1022               move "RETIRE" to action-taken
1023               perform audit-item-changes
1024               perform varying item-index from found-index by 1
1025                       until item-index >= item-count
1026                   move item-entry(item-index + 1)
1027                       to item-entry(item-index)
1028               end-perform
1029               subtract 1 from item-count
1030               add 1 to changes-made
1031               move "Y" to file-changed
1032               display "Item " work-item " retired"
1033           end-if
1034       end-if.
1040
1100   select-item.
1101       display "Enter item number".
1102       accept work-item.
1103       perform find-item-by-number.
1104       if found-index = 0
1105           display "Item " work-item " not on file"
1106       else
1107           move item-on-hand(found-index) to item-on-hand-edited
1108           move item-unit-cost(found-index)
1109               to item-unit-cost-edited
1110           display "Item " work-item " "
1111               item-description(found-index) " "
1112               item-uom(found-index)
1113           display "On hand " item-on-hand-edited
1114               " reorder point " item-reorder-point(found-index)
1115               " reorder qty " item-reorder-qty(found-index)
1116           display "Unit cost " item-unit-cost-edited
1117               " supplier " item-supplier(found-index)
1118               " location " item-location(found-index)
1119       end-if.
1120
1200   accept-item-details.
1201       display "Enter description (blank = keep "
1202           work-description ")".
1203       accept description-text.
1204       if description-text not = spaces
1205           move description-text to work-description
1206       end-if.
1207       display "Enter unit of measure (blank = keep "
1208           work-uom ")".
1209       accept uom-text.
1210       if uom-text not = spaces
1211           move uom-text to work-uom
1212       end-if.
1213       display "Enter reorder point".
1214       accept work-reorder-point.
1215       display "Enter reorder quantity".
1216       accept work-reorder-qty.
1217       display "Enter unit cost".
1218       accept work-unit-cost.
1219       display "Enter preferred supplier (blank = keep "
1220           work-supplier ")".
1221       accept supplier-text.
1222       if supplier-text not = spaces
1223           perform check-supplier-on-file
1224           if supplier-found = "Y"
1225               move supplier-text to work-supplier
1226           else
1227               display "Supplier " supplier-text
1228                   " is not on the supplier master, not changed"
1229           end-if
1230       end-if.
1231       display "Enter stock location (blank = keep "
1232           work-location ")".
1233       accept location-text.
1234       if location-text not = spaces
1235           move location-text to work-location
1236       end-if.
1240
1300   check-supplier-on-file.
1301       move "N" to supplier-found.
1302       perform varying supplier-id-index from 1 by 1
1303               until supplier-id-index > supplier-id-count
1304                  or supplier-found = "Y"
1305           if supplier-id(supplier-id-index) = supplier-text
1306               move "Y" to supplier-found
1307           end-if
1308       end-perform.
1310
1400   store-item-details.
1401       move work-description to item-description(found-index).
1402       move work-uom to item-uom(found-index).
1403       move work-reorder-point to item-reorder-point(found-index).
1404       move work-reorder-qty to item-reorder-qty(found-index).
1405       move work-unit-cost to item-unit-cost(found-index).
1406       move work-supplier to item-supplier(found-index).
1407       move work-location to item-location(found-index).
1408       add 1 to changes-made.
1409       move "Y" to file-changed.
1410
1500   audit-item-changes.
1501       if work-description not = item-description(found-index)
1502           move "DESC" to audit-field
1503           move item-description(found-index) to audit-before
1504           move work-description to audit-after
1505           perform write-item-audit
1506       end-if.
1507       if work-uom not = item-uom(found-index)
1508           move "UOM" to audit-field
1509           move item-uom(found-index) to audit-before
1510           move work-uom to audit-after
1511           perform write-item-audit
1512       end-if.
1513       if work-reorder-point not = item-reorder-point(found-index)
1514           move "ROP" to audit-field
1515           move item-reorder-point(found-index)
1516               to audit-number-edited
1517           move audit-number-edited to audit-before
1518           move work-reorder-point to audit-number-edited
1519           move audit-number-edited to audit-after
1520           perform write-item-audit
1521       end-if.
1522       if work-reorder-qty not = item-reorder-qty(found-index)
1523           move "ROQ" to audit-field
1524           move item-reorder-qty(found-index)
1525               to audit-number-edited
1526           move audit-number-edited to audit-before
1527           move work-reorder-qty to audit-number-edited
1528           move audit-number-edited to audit-after
1529           perform write-item-audit
1530       end-if.
1531       if work-unit-cost not = item-unit-cost(found-index)
1532           move "COST" to audit-field
1533           move item-unit-cost(found-index)
1534               to item-unit-cost-edited
1535           move item-unit-cost-edited to audit-before
1536           move work-unit-cost to item-unit-cost-edited
1537           move item-unit-cost-edited to audit-after
1538           perform write-item-audit
1539       end-if.
1540       if work-supplier not = item-supplier(found-index)
1541           move "SUPPLIER" to audit-field
1542           move item-supplier(found-index) to audit-before
1543           move work-supplier to audit-after
1544           perform write-item-audit
1545       end-if.
1546       if work-location not = item-location(found-index)
1547           move "LOCATION" to audit-field
1548           move item-location(found-index) to audit-before
1549           move work-location to audit-after
1550           perform write-item-audit
1551       end-if.
1560
1600   write-item-audit.
1601       if action-taken = "ADD"
1602           move spaces to audit-before
1603       end-if.
1604       if action-taken = "RETIRE"
1605           move spaces to audit-after
1606       end-if.
1607       accept audit-run-time from time.
1608       open extend audit-file.
1609       move spaces to audit-record.
1610       string processing-date "," audit-run-time ","
1611              operator-id "," action-taken ","
1612              work-item "," audit-field ","
1613              audit-before "," audit-after
1614           delimited by size into audit-record.
1615       write audit-record.
1616       close audit-file.
1620
1700   count-open-po-lines.
1701       move 0 to open-po-count.
1702       move "N" to input-eof.
1703       open input open-po-file.
1704       perform until input-eof = "Y"
1705           read open-po-file
1706               at end move "Y" to input-eof
1707               not at end
1708                   move spaces to scan-status
1709                   unstring open-po-record delimited by ","
1710                       into scan-po-text scan-item-text
1711                            scan-field-two scan-field-three
1712                            scan-status
1713                   move scan-item-text to scan-item
1714                   if scan-item = work-item
1715                      and (scan-status = "O" or scan-status = "P")
1716                       add 1 to open-po-count
1717                   end-if
1718           end-read
1719       end-perform.
1720       close open-po-file.
1730
1800   count-open-order-lines.
1801       move 0 to open-order-count.
1802       move "N" to input-eof.
1803       open input allocation-file.
1804       perform until input-eof = "Y"
1805           read allocation-file
1806               at end move "Y" to input-eof
1807               not at end
1808                   unstring allocation-record delimited by ","
1809                       into scan-status scan-field-two
1810                            scan-field-three scan-item-text
1811                   move scan-item-text to scan-item
1812                   if scan-status = "A" and scan-item = work-item
1813                       add 1 to open-order-count
1814                   end-if
1815           end-read
1816       end-perform.
1817       close allocation-file.
1818       move "N" to input-eof.
1819       open input backorder-file.
1820       perform until input-eof = "Y"
1821           read backorder-file
1822               at end move "Y" to input-eof
1823               not at end
1824                   unstring backorder-record delimited by ","
1825                       into scan-status scan-field-two
1826                            scan-field-three scan-item-text
1827                   move scan-item-text to scan-item
1828                   if scan-status = "O" and scan-item = work-item
1829                       add 1 to open-order-count
1830                   end-if
1831           end-read
1832       end-perform.
1833       close backorder-file.
1840
1900   browse-items.
1901       display "Item  Description          UoM  OnHand ROP   ROQ"
1902           "   Cost    Supplier Loc".
1903       perform varying item-index from 1 by 1
1904               until item-index > item-count
1905           move item-on-hand(item-index) to item-on-hand-edited
1906           move item-unit-cost(item-index)
1907               to item-unit-cost-edited
1908           display item-number(item-index) " "
1909               item-description(item-index) " "
1910               item-uom(item-index) " "
1911               item-on-hand-edited " "
1912               item-reorder-point(item-index) " "
1913               item-reorder-qty(item-index) " "
1914               item-unit-cost-edited " "
1915               item-supplier(item-index) " "
1916               item-location(item-index)
1917       end-perform.
1918       display item-count " items on file".
1920
2000   find-item-by-number.
2001       move 0 to found-index.
2002       perform varying item-index from 1 by 1
2003               until item-index > item-count
2004                  or found-index > 0
2005           if item-number(item-index) = work-item
2006               move item-index to found-index
2007           end-if
2008       end-perform.
2010
2100   save-inventory-master.
2101       open output inventory-file.
2102       perform varying item-index from 1 by 1
2103               until item-index > item-count
2104           move spaces to inventory-record
2105           move item-on-hand(item-index)
2106               to item-on-hand-edited
2107           move item-unit-cost(item-index)
2108               to item-unit-cost-edited
2109           string item-number(item-index) ","
2110                  item-on-hand-edited ","
2111                  item-reorder-point(item-index) ","
2112                  item-reorder-qty(item-index) ","
2113                  item-unit-cost-edited ","
2114                  item-supplier(item-index) ","
2115                  item-location(item-index) ","
2116                  item-description(item-index) ","
2117                  item-uom(item-index)
2118               delimited by size into inventory-record
2119           write inventory-record
2120       end-perform.
2121       close inventory-file.
2130
9800   copy 'check-digit-routine'.
9900   copy 'processing-date-routine'.
