039C       select proposal-file assign to dynamic
039D           proposalfilename
039E           organization is line sequential.
039F       select optional measured-lead-file assign to dynamic
039G           measuredleadname
039H           organization is line sequential.
040    data division.
041    file section.
042    fd  register-file.
046    01  usage-record pic x(40).
047
048    fd  inventory-file.
049    01  inventory-record pic x(100).
050
050A   fd  supplier-file.
050B   01  supplier-record pic x(120).
050C
050D   fd  proposal-file.
050E   01  proposal-line pic x(100).
050F
050G   fd  measured-lead-file.
050H   01  measured-lead-record pic x(40).
051
060    working-storage section.
061        01 registerfilename pic x(24).
068        01 inventory-eof pic x value "N".
069        01 supplier-eof pic x value "N".
069A       01 run-mode pic 9 value 1.
069B       01 measuredleadname pic x(20) value "SUPPLEAD.TXT".
069C       01 measured-lead-eof pic x value "N".
069D       01 use-measured-lead pic x value "N".
070
071        01 usage-table.
072            05 usage-entry occurs 300 times.
0105       01 supplier-count pic 9(2) value 0.
0106       01 supplier-index pic 9(2).
0107       01 lead-days-text pic x(6).
0107A
0107B      01 measured-lead-table.
0107C          05 measured-lead-entry occurs 50 times.
0107D              10 measured-supplier pic x(8).
0107E              10 measured-lead-days pic 9(3).
0107F      01 measured-count pic 9(2) value 0.
0107G      01 measured-index pic 9(2).
0107H      01 measured-month-text pic x(8).
0107I      01 measured-lead-text pic x(6).
0108
0110       01 item-table.
0111           05 item-entry occurs 100 times.
0116               10 item-unit-cost pic 9(4)v99.
0117               10 item-supplier pic x(8).
0118               10 item-location pic x(4).
0118A              10 item-description pic x(20).
0118B              10 item-uom pic x(4).
0119               10 item-proposed-point pic 9(5).
0120               10 item-proposed-qty pic 9(5).
0121       01 item-count pic 9(3) value 0.
0127       01 unit-cost-text pic x(10).
0128       01 supplier-text pic x(8).
0129       01 location-text pic x(4).
0129A      01 description-text pic x(20).
0129B      01 uom-text pic x(4).
0130       01 item-on-hand-edited pic -9(5).
0131       01 item-unit-cost-edited pic 9(4).99.
0132
0804       accept proposalfilename.
0810       perform load-usage-table.
0811       perform load-supplier-table.
0811A      display "Use measured supplier lead times? (Y/N)".
0811B      accept use-measured-lead.
0811C      if use-measured-lead = "Y"
0811D          perform load-measured-lead-times
0811E      end-if.
0812       perform load-inventory-master.
0820       open output proposal-file.
0821       move spaces to proposal-line.
1007                   to item-lead-days
1008           end-if
1009       end-perform.
1009A      if use-measured-lead = "Y"
1009B          perform varying measured-index from 1 by 1
1009C                  until measured-index > measured-count
1009D              if measured-supplier(measured-index)
1009E                     = item-supplier(item-index)
1009F                 and measured-lead-days(measured-index) > 0
1009G                  move measured-lead-days(measured-index)
1009H                      to item-lead-days
1009I              end-if
1009J          end-perform
1009K      end-if.
1010
1100   write-proposal-line.
1101       add 1 to proposals-written.
1409                   move spaces to unit-cost-text
1410                   move spaces to supplier-text
1411                   move spaces to location-text
1411A                  move spaces to description-text
1411B                  move spaces to uom-text
1412                   unstring inventory-record delimited by ","
1413                       into item-number-text on-hand-text
1414                            reorder-point-text reorder-qty-text
1415                            unit-cost-text supplier-text
1416                            location-text description-text
1416A                           uom-text
1417                   if location-text = spaces
1418                       move "WH1" to location-text
1419                   end-if
1434                       to item-supplier(item-count)
1435                   move location-text
1436                       to item-location(item-count)
1436A                  move description-text
1436B                      to item-description(item-count)
1436C                  move uom-text to item-uom(item-count)
1437                   move 0 to item-proposed-point(item-count)
1438                   move 0 to item-proposed-qty(item-count)
1439           end-read
1512                  item-reorder-qty(item-index) ","
1513                  item-unit-cost-edited ","
1514                  item-supplier(item-index) ","
1515                  item-location(item-index) ","
1515A                 item-description(item-index) ","
1515B                 item-uom(item-index)
1516               delimited by size into inventory-record
1517           write inventory-record
1518       end-perform.
1519       close inventory-file.
1520
1600   load-measured-lead-times.
1601       move 0 to measured-count.
1602       move "N" to measured-lead-eof.
1603       open input measured-lead-file.
1604       perform until measured-lead-eof = "Y"
1605              or measured-count = 50
1606           read measured-lead-file
1607               at end move "Y" to measured-lead-eof
1608               not at end
1609                   add 1 to measured-count
1610                   unstring measured-lead-record delimited by ","
1611                       into measured-supplier(measured-count)
1612                            measured-month-text
1613                            measured-lead-text
1614                   move measured-lead-text to
1615                       measured-lead-days(measured-count)
1616           end-read
1617       end-perform.
1618       close measured-lead-file.
1619       display measured-count " measured lead times loaded".
