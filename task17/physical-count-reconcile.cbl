040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  count-file.
046    01  count-record pic x(40).
075A               10 item-unit-cost pic 9(4)v99.
075B               10 item-supplier pic x(8).
075C               10 item-location pic x(4).
075D               10 item-description pic x(20).
075E               10 item-uom pic x(4).
076                10 item-counted-qty pic s9(5).
077                10 item-counted pic x.
078        01 item-count pic 9(3) value 0.
085A       01 unit-cost-text pic x(10).
085B       01 supplier-text pic x(8).
085C       01 location-text pic x(4).
085D       01 description-text pic x(20).
085E       01 uom-text pic x(4).
086
090        01 count-item pic 9(5).
091        01 count-qty pic s9(5).
0509                   move spaces to unit-cost-text
0509A                  move spaces to supplier-text
0509A1                 move spaces to location-text
0509A2                 move spaces to description-text
0509A3                 move spaces to uom-text
0509B                  unstring inventory-record delimited by ","
0510                       into item-number-text on-hand-text
0511                            reorder-point-text reorder-qty-text
0511A                          unit-cost-text supplier-text
0511A1                         location-text description-text
0511A2                         uom-text
0511A3                 move description-text
0511A4                     to item-description(item-count)
0511A5                 move uom-text to item-uom(item-count)
0511B                  move supplier-text
0511C                      to item-supplier(item-count)
0511D                  if location-text = spaces
1216                  item-reorder-qty(item-index) ","
1216A                 item-unit-cost-edited ","
1216B                 item-supplier(item-index) ","
1216C                 item-location(item-index) ","
1216D                 item-description(item-index) ","
1216E                 item-uom(item-index)
1217               delimited by size into inventory-record
1218           write inventory-record
1219       end-perform.
