010    identification division.
020    program-id. Kit-Shortage-Report.
030    environment division.
031    input-output section.
032    file-control.
033        select optional inventory-file assign to dynamic
033A           inventoryfilename
034            organization is line sequential.
035        select optional bom-file assign to dynamic
035A           bomfilename
036            organization is line sequential.
037        select optional lot-stock-file assign to dynamic
037A           lotstockfilename
038            organization is line sequential.
039        select optional report-file assign to dynamic
039A           reportfilename
039B           organization is line sequential.
039C       select optional calendar-file assign to dynamic
039D           calendarfilename
039E           organization is line sequential.
040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044    fd  bom-file.
045    01  bom-record pic x(40).
046    fd  lot-stock-file.
047    01  lot-stock-record pic x(60).
048    fd  report-file.
049    01  report-line pic x(200).
050    fd  calendar-file.
051    01  calendar-record pic x(20).
052
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'report-writer-variables'.
061        01 inventoryfilename pic x(20).
062        01 bomfilename pic x(20) value "BOM.TXT".
063        01 lotstockfilename pic x(20) value "LOTSTOCK.TXT".
064        01 input-eof pic x value "N".
065        01 kit-item-text pic x(8).
066        01 kit-item pic 9(5).
067        01 build-qty-text pic x(8).
068        01 build-qty pic 9(5).
069        01 build-location pic x(4).
070
071        01 item-number-text pic x(8).
072        01 on-hand-text pic x(8).
073        01 reorder-point-text pic x(8).
074        01 reorder-qty-text pic x(8).
075        01 unit-cost-text pic x(10).
076        01 supplier-text pic x(8).
077        01 location-text pic x(4).
078        01 description-text pic x(20).
079        01 uom-text pic x(4).
080
081        01 bom-kit-text pic x(8).
082        01 bom-component-text pic x(8).
083        01 bom-qty-text pic x(6).
084        01 bom-kit pic 9(5).
084A       01 item-number pic 9(5).
084B
085        01 ls-item-text pic x(8).
086        01 ls-location pic x(4).
087        01 ls-lot pic x(12).
088        01 ls-expiry pic x(8).
089        01 ls-qty-text pic x(8).
090        01 ls-qty pic s9(5).
091        01 ls-status pic x.
092
093        01 component-table.
094            05 component-entry occurs 50 times.
095                10 component-item pic 9(5).
096                10 component-per-kit pic 9(4).
097                10 component-description pic x(20).
098                10 component-uom pic x(4).
099                10 component-on-hand pic s9(5).
0100               10 component-held pic s9(5).
0101               10 component-on-master pic x.
0102       01 component-count pic 9(3) value 0.
0103       01 component-index pic 9(3).
0104
0105       01 required-qty pic s9(9).
0106       01 available-qty pic s9(7).
0107       01 short-qty pic s9(9).
0108       01 buildable-qty pic s9(7).
0109       01 component-buildable pic s9(7).
0110       01 short-count pic 9(3) value 0.
0111       01 per-kit-edited pic z(3)9.
0112       01 required-edited pic z(6)9.
0113       01 available-edited pic -(6)9.
0114       01 short-edited pic z(6)9.
0115       01 buildable-edited pic z(6)9.
0116
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter inventory master file name".
0212       accept inventoryfilename.
0213       display "Enter kit item number".
0214       accept kit-item-text.
0215       move kit-item-text to kit-item.
0216       display "Enter planned build quantity".
0217       accept build-qty-text.
0218       move build-qty-text to build-qty.
0219       display "Enter build location (blank for WH1)".
0220       accept build-location.
0221       if build-location = spaces
0222           move "WH1" to build-location
0223       end-if.
0224       perform get-processing-date.
0225       perform load-kit-components.
0226       perform load-component-stock.
0227       perform load-quarantined-stock.
0228       move "Kit-Shortage-Report" to report-program-name.
0229       move spaces to report-title.
0230       string "Kit " kit-item " build " build-qty
0231              " at " build-location
0232           delimited by size into report-title.
0233       move "Comp  Description          UoM   Per    Need"
0234           to report-column-heading.
0234A      move "   Avail   Short" to report-column-heading(45:16).
0235       perform write-report-header.
0236       if component-count = 0
0237           move spaces to report-line
0238           string "No bill of materials on file for kit " kit-item
0239               delimited by size into report-line
0240           perform write-report-line
0241           move 0 to buildable-qty
0242       else
0243           move 9999999 to buildable-qty
0244           perform write-component-line
0245               varying component-index from 1 by 1
0246               until component-index > component-count
0247       end-if.
0248       move buildable-qty to buildable-edited.
0249       move spaces to report-line.
0250       string "Components: " component-count
0251              "  short: " short-count
0252              "  kits buildable now: " buildable-edited
0253           delimited by size into report-line.
0254       perform write-report-totals.
0255       display "Kit " kit-item " components short: " short-count
0256           "  buildable: " buildable-edited.
0257       if short-count > 0 or component-count = 0
0258           move 4 to return-code
0259       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-kit-components.
0401       move "N" to input-eof.
0402       open input bom-file.
0403       perform until input-eof = "Y"
0404           read bom-file
0405               at end move "Y" to input-eof
0406               not at end
0407                   unstring bom-record delimited by ","
0408                       into bom-kit-text bom-component-text
0409                            bom-qty-text
0410                   move bom-kit-text to bom-kit
0411                   if bom-kit = kit-item
0412                       perform add-kit-component
0413                   end-if
0414           end-read
0415       end-perform.
0416       close bom-file.
0420
0500   add-kit-component.
0501       if component-count = 50
0502           display "More than 50 components for kit " kit-item
0503               ", run stopped"
0504           move 16 to return-code
0505           stop run
0506       end-if.
0507       add 1 to component-count.
0508       move bom-component-text to component-item(component-count).
0509       move bom-qty-text to component-per-kit(component-count).
0510       move spaces to component-description(component-count).
0511       move spaces to component-uom(component-count).
0512       move 0 to component-on-hand(component-count).
0513       move 0 to component-held(component-count).
0514       move "N" to component-on-master(component-count).
0520
0600   load-component-stock.
0601       move "N" to input-eof.
0602       open input inventory-file.
0603       perform until input-eof = "Y"
0604           read inventory-file
0605               at end move "Y" to input-eof
0606               not at end
0607                   move spaces to location-text
0608                   move spaces to description-text
0609                   move spaces to uom-text
0610                   unstring inventory-record delimited by ","
0611                       into item-number-text on-hand-text
0612                            reorder-point-text reorder-qty-text
0613                            unit-cost-text supplier-text
0614                            location-text description-text
0615                            uom-text
0616                   if location-text = spaces
0617                       move "WH1" to location-text
0618                   end-if
0618A                  move item-number-text to item-number
0619                   if location-text = build-location
0620                       perform match-component-stock
0621                           varying component-index from 1 by 1
0622                           until component-index > component-count
0623                   end-if
0624           end-read
0625       end-perform.
0626       close inventory-file.
0630
0700   match-component-stock.
0701       if item-number = component-item(component-index)
0703           move "Y" to component-on-master(component-index)
0704           move on-hand-text to component-on-hand(component-index)
0705           move description-text
0706               to component-description(component-index)
0707           move uom-text to component-uom(component-index)
0708       end-if.
0720
0800   load-quarantined-stock.
0801       move "N" to input-eof.
0802       open input lot-stock-file.
0803       perform until input-eof = "Y"
0804           read lot-stock-file
0805               at end move "Y" to input-eof
0806               not at end
0807                   move spaces to ls-status
0808                   unstring lot-stock-record delimited by ","
0809                       into ls-item-text ls-location ls-lot
0810                            ls-expiry ls-qty-text ls-status
0811                   if ls-status = "Q"
0811A                     and ls-location = build-location
0812                       move ls-qty-text to ls-qty
0812A                      move ls-item-text to item-number
0813                       perform match-quarantined-stock
0814                           varying component-index from 1 by 1
0815                           until component-index > component-count
0816                   end-if
0817           end-read
0818       end-perform.
0819       close lot-stock-file.
0820
0900   match-quarantined-stock.
0901       if item-number = component-item(component-index)
0902           add ls-qty to component-held(component-index)
0903       end-if.
0920
1000   write-component-line.
1001       compute required-qty =
1002           build-qty * component-per-kit(component-index).
1003       compute available-qty = component-on-hand(component-index)
1004           - component-held(component-index).
1005       if available-qty < 0
1006           move 0 to available-qty
1007       end-if.
1008       if required-qty > available-qty
1009           compute short-qty = required-qty - available-qty
1010           add 1 to short-count
1011       else
1012           move 0 to short-qty
1013       end-if.
1014       if component-per-kit(component-index) > 0
1015           divide available-qty
1016               by component-per-kit(component-index)
1016A              giving component-buildable
1017           if component-buildable < buildable-qty
1018               move component-buildable to buildable-qty
1019           end-if
1020       end-if.
1021       move component-per-kit(component-index) to per-kit-edited.
1022       move required-qty to required-edited.
1023       move available-qty to available-edited.
1024       move short-qty to short-edited.
1025       move spaces to report-line.
1026       string component-item(component-index) " "
1027              component-description(component-index) " "
1028              component-uom(component-index) " "
1029              per-kit-edited " "
1030              required-edited " "
1031              available-edited " "
1032              short-edited
1033           delimited by size into report-line.
1034       if component-on-master(component-index) = "N"
1035           string "NOT ON MASTER AT " build-location
1036               delimited by size into report-line(62:30)
1037       else
1038           if short-qty > 0
1039               move "SHORT" to report-line(62:5)
1040           end-if
1041       end-if.
1042       perform write-report-line.
1043
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
