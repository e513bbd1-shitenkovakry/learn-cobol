039J       select optional simulation-file assign to dynamic
039K           simmodefilename
039L           organization is line sequential.
039M       select optional ledger-file assign to dynamic
039N           ledgerfilename
039O           organization is line sequential.
039P       select optional cost-detail-file assign to dynamic
039Q           costdetailname
039R           organization is line sequential.
039S       select optional cost-method-file assign to dynamic
039T           costmethodfilename
039U           organization is line sequential.
039V       select optional calendar-file assign to dynamic
039W           calendarfilename
039X           organization is line sequential.
039XP1     select optional period-control-file assign to dynamic
039XP2         periodcontrolname
039XP3         organization is line sequential.
039XP4     select optional period-log-file assign to dynamic
039XP5         periodlogname
039XP6         organization is line sequential.
039Y       select optional audit-file assign to dynamic
039Z           auditfilename
039ZA          organization is line sequential.
039ZB      select optional audit-control-file assign to dynamic
039ZC          auditcontrolname
039ZD          organization is line sequential.
039ZE      select optional lot-stock-file assign to dynamic
039ZF          lotstockfilename
039ZG          organization is line sequential.
039ZH      select optional lot-trace-file assign to dynamic
039ZI          lottracefilename
039ZJ          organization is line sequential.
039ZK      select optional bom-file assign to dynamic
039ZL          bomfilename
039ZM          organization is line sequential.
040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  transaction-file.
046    01  transaction-record pic x(80).
047
048    fd  register-file.
049    01  register-line pic x(100).
049K   01  parameter-card-record pic x(60).
049L   fd  simulation-file.
049M   01  simulation-record pic x(10).
049N   fd  ledger-file.
049O   01  ledger-record pic x(100).
049P   fd  cost-detail-file.
049Q   01  cost-detail-record pic x(80).
049R   fd  cost-method-file.
049S   01  cost-method-record pic x(20).
049T   fd  calendar-file.
049U   01  calendar-record pic x(20).
049U1  fd  period-control-file.
049U2  01  period-control-record pic x(40).
049U3  fd  period-log-file.
049U4  01  period-log-record pic x(80).
049V   fd  audit-file.
049W   01  audit-record pic x(100).
049X   fd  audit-control-file.
049Y   01  audit-control-record pic x(40).
049Z   fd  lot-stock-file.
049Z1  01  lot-stock-record pic x(60).
049Z2  fd  lot-trace-file.
049Z3  01  lot-trace-record pic x(80).
049Z4  fd  bom-file.
049Z5  01  bom-record pic x(40).
050B
060    working-storage section.
0605       copy 'balancing-variables'.
0606       copy 'parameter-card-variables'.
0607       copy 'simulation-variables'.
0608       copy 'processing-date-variables'.
0608P      copy 'period-control-variables'.
0609       copy 'audit-trail-variables'.
061        01 inventoryfilename pic x(20).
062        01 transactionfilename pic x(20).
063        01 registerfilename pic x(20).
075A               10 item-unit-cost pic 9(4)v99.
075B               10 item-supplier pic x(8).
075C               10 item-location pic x(4).
075D               10 item-description pic x(20).
075E               10 item-uom pic x(4).
076        01 item-count pic 9(3) value 0.
077        01 item-index pic 9(3).
078        01 found-index pic 9(3).
083A       01 unit-cost-text pic x(10).
083B       01 supplier-text pic x(8).
083C       01 location-text pic x(4).
083D       01 description-text pic x(20).
083E       01 uom-text pic x(4).
084
090        01 trans-item pic 9(5).
091        01 trans-code pic x.
0129       01 avg-layer-qty pic s9(7).
0130       01 avg-layer-value pic s9(9)v99.
0131       01 avg-unit-cost pic 9(4)v99.
0131A      01 array-size pic 9(2) value 0.
0131B      01 run-control-rerun pic x value "N".
0131C      01 ledgerfilename pic x(24).
0131D      01 costdetailname pic x(24).
0131E      01 costmethodfilename pic x(20) value "COSTMETH.TXT".
0131F      01 cost-method-eof pic x value "N".
0131G      01 item-method-table.
0131H          05 item-method-entry occurs 100 times.
0131I              10 item-method-item pic 9(5).
0131J              10 item-method-code pic x.
0131K      01 item-method-count pic 9(3) value 0.
0131L      01 item-method-index pic 9(3).
0131M      01 item-method-text pic x(8).
0131N      01 method-code-text pic x(4).
0131O      01 issue-cost-method pic x.
0131P      01 trans-reference pic x(8).
0131Q      01 cogs-account pic x(8) value "COGS".
0131R      01 inventory-account pic x(8) value "INVENTRY".
0131S      01 ledger-account pic x(8).
0131T      01 entry-source pic x value "G".
0131U      01 posting-sequence pic 9(6) value 0.
0131V      01 ledger-amount pic s9(7)v99.
0131W      01 ledger-amount-edited pic -9(6).99.
0131X      01 zero-edited pic -9(6).99.
0131Y      01 cogs-total pic s9(9)v99 value 0.
0131Z      01 cogs-total-edited pic -9(9).99.
0132A      01 cogs-issue-count pic 9(4) value 0.
0132AA     01 lotstockfilename pic x(20) value "LOTSTOCK.TXT".
0132AB     01 lottracefilename pic x(20) value "LOTTRACE.TXT".
0132AC     01 lot-eof pic x value "N".
0132AD     01 lot-table.
0132AE         05 lot-entry occurs 300 times.
0132AF             10 lot-item pic 9(5).
0132AG             10 lot-location pic x(4).
0132AH             10 lot-number pic x(12).
0132AI             10 lot-expiry pic 9(8).
0132AJ             10 lot-qty pic s9(5).
0132AK             10 lot-status pic x.
0132AL     01 lot-count pic 9(3) value 0.
0132AM     01 lot-index pic 9(3).
0132AN     01 lot-found-index pic 9(3).
0132AO     01 lot-best-index pic 9(3).
0132AP     01 lot-target-index pic 9(3).
0132AQ     01 lot-trace-index pic 9(3).
0132AR     01 lot-item-text pic x(8).
0132AS     01 lot-expiry-text pic x(10).
0132AT     01 lot-qty-text pic x(8).
0132AU     01 lot-qty-edited pic -9(5).
0132AV     01 lot-trace-qty pic s9(5).
0132AW     01 lot-open-qty pic s9(5).
0132AX     01 lot-take-qty pic s9(5).
0132AY     01 lot-available-qty pic s9(7).
0132AZ     01 lot-available-edited pic -9(5).
0132BA     01 lot-tracked pic x.
0132BB     01 lot-named-found pic x.
0132BC     01 trans-lot pic x(12).
0132BD     01 trans-expiry-text pic x(10).
0132BE     01 bomfilename pic x(20) value "BOM.TXT".
0132BF     01 bom-eof pic x value "N".
0132BG     01 bom-table.
0132BH         05 bom-entry occurs 300 times.
0132BI             10 bom-kit pic 9(5).
0132BJ             10 bom-component pic 9(5).
0132BK             10 bom-qty pic 9(4).
0132BL     01 bom-count pic 9(3) value 0.
0132BM     01 bom-index pic 9(3).
0132BN     01 bom-kit-text pic x(8).
0132BO     01 bom-component-text pic x(8).
0132BP     01 bom-qty-text pic x(6).
0132BQ     01 kit-found-index pic 9(3).
0132BR     01 kit-item pic 9(5).
0132BS     01 kit-qty pic s9(5).
0132BT     01 kit-lot pic x(12).
0132BU     01 kit-component-count pic 9(3).
0132BV     01 kit-cost-total pic s9(9)v99.
0132BW     01 kit-standard-total pic s9(9)v99.
0132BX     01 kit-component-qty-total pic s9(7).
0132BY     01 kit-component-value pic s9(9)v99.
0132BZ     01 kit-unit-cost pic 9(4)v99.
0132CA     01 kit-check-mode pic x.
0132CB     01 kit-cost-edited pic -9(9).99.
0102
0110   procedure division.
0120
0139       if cost-method not = "A"
0139A          move "F" to cost-method
0139B      end-if.
0139B1     move "COGSACCT" to parm-keyword.
0139B2     perform get-parameter-value.
0139B3     if parm-found = "Y"
0139B4         move parm-value to cogs-account
0139B5     end-if.
0139B6     move "INVACCT" to parm-keyword.
0139B7     perform get-parameter-value.
0139B8     if parm-found = "Y"
0139B9         move parm-value to inventory-account
0139BA     end-if.
0139C      accept layer-run-date from date yyyymmdd.
0139D      move "Inventory-Posting" to audit-program-name.
0139E      perform get-processing-date.
0139F      string "LEDGER" processing-date ".TXT"
0139G          delimited by size into ledgerfilename.
0139G1     move processing-date to period-check-date.
0139G2     move "Inventory-Posting" to period-program-name.
0139G3     perform check-posting-period.
0139G4     if period-post-allowed = "N"
0139G5         move 8 to return-code
0139G6         stop run
0139G7     end-if.
0139H      string "COGSDTL" processing-date ".TXT"
0139I          delimited by size into costdetailname.
0140       perform load-inventory-master.
0141       perform load-cost-layers.
0141A      perform load-item-cost-methods.
0141B      perform load-lot-stock.
0141C      perform load-bill-of-materials.
0145       if simulation-mode = "Y"
0146           move registerfilename to sim-prefix-work
0147           move spaces to registerfilename
0149D              delimited by size into inventoryfilename
0149E          move "SIMCOSTLAYER.TXT" to costlayerfilename
0149F          move "SIMBALANCE.TXT" to balancingfilename
0149F1         move ledgerfilename to sim-prefix-work
0149F2         move spaces to ledgerfilename
0149F3         string "SIM" sim-prefix-work
0149F4             delimited by size into ledgerfilename
0149F5         move costdetailname to sim-prefix-work
0149F6         move spaces to costdetailname
0149F7         string "SIM" sim-prefix-work
0149F8             delimited by size into costdetailname
0149F9         move "SIMLOTSTOCK.TXT" to lotstockfilename
0149FA         move "SIMLOTTRACE.TXT" to lottracefilename
0149G      end-if.
0150       open output register-file.
0151       perform write-register-heading.
0152       open extend ledger-file.
0153       open extend cost-detail-file.
0153A      open extend lot-trace-file.
0154       if simulation-mode not = "Y"
0155           perform open-audit-for-run
0156       end-if.
0160       perform post-transactions.
0161       perform close-audit-for-run.
0162       close ledger-file.
0163       close cost-detail-file.
0163A      close lot-trace-file.
0170       perform write-register-totals.
0171       close register-file.
0180       perform save-inventory-master.
0181       perform save-cost-layers.
0181A      perform save-lot-stock.
0190       display "Posted: " posted-count
0191           " rejected: " rejected-count.
0191A      move cogs-total to cogs-total-edited.
0191B      display "Cost of goods sold posted: " cogs-total-edited
0191C          " on " cogs-issue-count " issues".
0192       move "INVPOSTING" to balancing-step.
0192A      move layer-run-date to balancing-run-date.
0193       move transactionfilename to balancing-file-name.
0309                   move spaces to unit-cost-text
0309A                  move spaces to supplier-text
0309B                  move spaces to location-text
0309B1                 move spaces to description-text
0309B2                 move spaces to uom-text
0309C                  unstring inventory-record delimited by ","
0310                       into item-number-text on-hand-text
0311                            reorder-point-text reorder-qty-text
0311A                          unit-cost-text supplier-text
0311B                          location-text description-text
0311B1                         uom-text
0311B2                 move description-text
0311B3                     to item-description(item-count)
0311B4                 move uom-text to item-uom(item-count)
0311C                  move supplier-text
0311D                      to item-supplier(item-count)
0311E                  if location-text = spaces
0506A                  move spaces to trans-location
0506B                  move spaces to trans-to-location
0506C                  move spaces to trans-cost-text
0506D                  move spaces to trans-reference
0506E                  move spaces to trans-lot
0506F                  move spaces to trans-expiry-text
0507                   unstring transaction-record delimited by ","
0508                       into trans-item-text trans-code
0509                            trans-qty-text trans-location
0509A                          trans-to-location
0509A1                         trans-cost-text
0509A2                         trans-reference
0509A3                         trans-lot
0509A4                         trans-expiry-text
0509B                  if trans-location = spaces
0509C                      move "WH1" to trans-location
0509D                  end-if
0811A                  if trans-code = "T"
0811B                      perform apply-transfer-transaction
0811C                  else
0811D                      if trans-code = "Q" or trans-code = "U"
0811E                          perform apply-lot-status-transaction
0811F                      else
0811G                          if trans-code = "K"
0811H                              perform apply-assembly
0811I                          else
0811J                              if trans-code = "D"
0811K                                  perform apply-disassembly
0811L                              else
0812                                   perform reject-unknown-code
0812B                              end-if
0812C                          end-if
0812A                      end-if
0813                   end-if
0813A              end-if
0814           end-if
0828J              delimited by size into register-line
0828K          write register-line
0828L      end-if.
0828L1     if trans-rejected = "N" and trans-lot not = spaces
0828L2         perform add-lot-stock
0828L3     end-if.
0828M
0830   apply-issue-transaction.
0830A      perform check-lot-availability.
0830B      if trans-rejected = "N"
0830C          perform apply-checked-issue
0830D      end-if.
0830E
0830F  apply-checked-issue.
0831       if trans-qty > item-on-hand(found-index)
0832           move "Y" to trans-rejected
0833           add 1 to rejected-count
0840       else
0841           subtract trans-qty from item-on-hand(found-index)
0841A          perform relieve-cost-layers
0841B          perform post-issue-cost
0841C          perform relieve-lot-stock
0842       end-if.
0843
0850   apply-adjustment-transaction.
0850A      if trans-lot not = spaces and trans-qty < 0
0850B          perform check-lot-adjustment
0850C      end-if.
0850D      if trans-rejected = "N"
0850E          perform apply-checked-adjustment
0850F      end-if.
0850G
0850H  apply-checked-adjustment.
0851       add trans-qty to item-on-hand(found-index).
0852       if item-on-hand(found-index) < 0
0853           subtract trans-qty from item-on-hand(found-index)
0860               delimited by size into register-line
0861           write register-line
0862       end-if.
0862A      if trans-rejected = "N" and trans-lot not = spaces
0862B          perform add-lot-stock
0862C      end-if.
0863
0865   apply-transfer-transaction.
0865A      move 0 to transfer-index.
0866B                  delimited by size into register-line
0866C              write register-line
0866D          else
0866D1             perform check-lot-availability
0866D2             if trans-rejected = "N"
0866D3                 perform move-transfer-quantity
0866D4             end-if
0866O          end-if
0866P      end-if.
0866P1
0866P2 move-transfer-quantity.
0866E      subtract trans-qty
0866F          from item-on-hand(found-index).
0866G      add trans-qty
0866H          to item-on-hand(transfer-index).
0866H1     perform relieve-cost-layers.
0866H2     perform add-transfer-cost-layer.
0866H3     perform relieve-lot-stock.
0866I      move spaces to register-line.
0866J      string trans-item " transferred "
0866K             trans-qty " from " trans-location
0866L             " to " trans-to-location
0866M          delimited by size into register-line.
0866N      write register-line.
0866Q
0866R  tally-location-posting.
0866S      move "N" to location-found.
0905I              delimited by size into register-line
0905J          write register-line
0905K      end-perform.
0905L      move cogs-total to cogs-total-edited.
0905M      move spaces to register-line.
0905N      string "Cost of goods sold posted: " cogs-total-edited
0905O             "  to " cogs-account
0905P             "  inventory relieved from " inventory-account
0905Q          delimited by size into register-line.
0905R      write register-line.
0910
0940   load-cost-layers.
0941       move 0 to layer-count.
0999F  relieve-cost-layers.
0999G      move trans-qty to relief-open-qty.
0999H      move 0 to relief-value.
0999H1     perform find-item-cost-method.
0999I      if issue-cost-method = "A"
0999J          perform compute-average-unit-cost
0999K      end-if.
0999L      perform relieve-one-layer
0999V      move spaces to register-line.
0999W      string trans-item "  " trans-location
0999X             "  relieved at cost " relief-value-edited
0999Y             " method " issue-cost-method
0999Z          delimited by size into register-line.
1000A      write register-line.
1000B
1000M          subtract relief-take-qty
1000N              from layer-qty(layer-index)
1000O          subtract relief-take-qty from relief-open-qty
1000P          if issue-cost-method = "A"
1000Q              compute relief-value = relief-value
1000R                  + (relief-take-qty * avg-unit-cost)
1000S          else
1002M      end-perform.
1002N      close cost-layer-file.
1002O
1002P  load-item-cost-methods.
1002Q      move 0 to item-method-count.
1002R      move "N" to cost-method-eof.
1002S      open input cost-method-file.
1002T      perform until cost-method-eof = "Y"
1002U             or item-method-count = 100
1002V          read cost-method-file
1002W              at end move "Y" to cost-method-eof
1002X              not at end
1002Y                  add 1 to item-method-count
1002Z                  move spaces to method-code-text
1003A                  unstring cost-method-record delimited by ","
1003B                      into item-method-text method-code-text
1003C                  move item-method-text
1003D                      to item-method-item(item-method-count)
1003E                  if method-code-text(1:1) = "A"
1003F                      move "A"
1003G                          to item-method-code(item-method-count)
1003H                  else
1003I                      move "F"
1003J                          to item-method-code(item-method-count)
1003K                  end-if
1003L          end-read
1003M      end-perform.
1003N      close cost-method-file.
1003O      display item-method-count " item costing methods loaded".
1003P
1003Q  find-item-cost-method.
1003R      move cost-method to issue-cost-method.
1003S      perform varying item-method-index from 1 by 1
1003T              until item-method-index > item-method-count
1003U          if item-method-item(item-method-index) = trans-item
1003V              move item-method-code(item-method-index)
1003W                  to issue-cost-method
1003X          end-if
1003Y      end-perform.
1003Z
1004A  post-issue-cost.
1004B      if relief-value > 0
1004C          move cogs-account to ledger-account
1004D          move relief-value to ledger-amount
1004E          perform write-cost-ledger-record
1004F          move inventory-account to ledger-account
1004G          compute ledger-amount = 0 - relief-value
1004H          perform write-cost-ledger-record
1004I          add relief-value to cogs-total
1004J          add 1 to cogs-issue-count
1004K      end-if.
1004L      move trans-qty to trans-qty-edited.
1004M      move spaces to cost-detail-record.
1004N      string processing-date ","
1004O             trans-reference ","
1004P             trans-item ","
1004Q             trans-location ","
1004R             trans-qty-edited ","
1004S             relief-value-edited ","
1004T             issue-cost-method
1004U          delimited by size into cost-detail-record.
1004V      write cost-detail-record.
1004W
1004X  write-cost-ledger-record.
1004Y      if simulation-mode = "Y"
1004Z          add 1 to posting-sequence
1005A      else
1005B          move ledger-amount to audit-result
1005C          perform write-held-audit-entry
1005D          move audit-sequence to posting-sequence
1005E      end-if.
1005F      move ledger-amount to ledger-amount-edited.
1005G      move 0 to zero-edited.
1005H      move spaces to ledger-record.
1005I      string ledger-amount-edited ","
1005J             zero-edited ","
1005K             ledger-amount-edited ","
1005L             "N,"
1005M             entry-source ","
1005N             "LOC,"
1005O             ledger-amount-edited ","
1005P             "001.000000,"
1005Q             "01,"
1005R             ledger-account ","
1005S             posting-sequence
1005T          delimited by size into ledger-record.
1005U      write ledger-record.
1005V
1000   save-inventory-master.
1001       open output inventory-file.
1002       perform varying item-index from 1 by 1
1008                  item-reorder-qty(item-index) ","
1008A                 item-unit-cost-edited ","
1008B                 item-supplier(item-index) ","
1008C                 item-location(item-index) ","
1008D                 item-description(item-index) ","
1008E                 item-uom(item-index)
1009               delimited by size into inventory-record
1010           write inventory-record
1011       end-perform.
1012       close inventory-file.
1020
1100   load-lot-stock.
1101       move 0 to lot-count.
1102       move "N" to lot-eof.
1103       open input lot-stock-file.
1104       perform until lot-eof = "Y" or lot-count = 300
1105           read lot-stock-file
1106               at end move "Y" to lot-eof
1107               not at end
1108                   add 1 to lot-count
1109                   unstring lot-stock-record delimited by ","
1110                       into lot-item-text lot-location(lot-count)
1111                            lot-number(lot-count)
1112                            lot-expiry-text lot-qty-text
1113                            lot-status(lot-count)
1114                   move lot-item-text to lot-item(lot-count)
1115                   move lot-expiry-text to lot-expiry(lot-count)
1116                   move lot-qty-text to lot-qty(lot-count)
1117                   if lot-status(lot-count) not = "Q"
1118                       move "A" to lot-status(lot-count)
1119                   end-if
1120           end-read
1121       end-perform.
1122       close lot-stock-file.
1123       display lot-count " stock lots loaded".
1130
1200   save-lot-stock.
1201       open output lot-stock-file.
1202       perform varying lot-index from 1 by 1
1203               until lot-index > lot-count
1204           if lot-qty(lot-index) > 0
1205               move lot-qty(lot-index) to lot-qty-edited
1206               move spaces to lot-stock-record
1207               string lot-item(lot-index) ","
1208                      lot-location(lot-index) ","
1209                      lot-number(lot-index) ","
1210                      lot-expiry(lot-index) ","
1211                      lot-qty-edited ","
1212                      lot-status(lot-index)
1213                   delimited by size into lot-stock-record
1214               write lot-stock-record
1215           end-if
1216       end-perform.
1217       close lot-stock-file.
1230
1300   check-lot-availability.
1301       move "N" to lot-tracked.
1302       move "N" to lot-named-found.
1303       move 0 to lot-available-qty.
1304       perform varying lot-index from 1 by 1
1305               until lot-index > lot-count
1306           if lot-item(lot-index) = trans-item
1307              and lot-location(lot-index) = trans-location
1308               if lot-qty(lot-index) > 0
1309                   move "Y" to lot-tracked
1310                   if lot-status(lot-index) = "A"
1311                      and (trans-lot = spaces
1312                           or lot-number(lot-index) = trans-lot)
1312A                     and lot-expiry(lot-index) >= processing-date
1313                       add lot-qty(lot-index) to lot-available-qty
1314                   end-if
1315               end-if
1316               if trans-lot not = spaces
1317                  and lot-number(lot-index) = trans-lot
1318                   move "Y" to lot-named-found
1319               end-if
1320           end-if
1321       end-perform.
1322       if trans-lot not = spaces and lot-named-found = "N"
1323           move "Y" to trans-rejected
1324           add 1 to rejected-count
1325           move spaces to register-line
1326           string trans-item " " trans-code
1327                  " rejected: lot " trans-lot
1328                  " not on file at " trans-location
1329               delimited by size into register-line
1330           write register-line
1331       else
1332           if lot-tracked = "Y"
1333              and lot-available-qty < trans-qty
1334               move lot-available-qty to lot-available-edited
1335               move "Y" to trans-rejected
1336               add 1 to rejected-count
1337               move spaces to register-line
1338               string trans-item " " trans-code
1339                      " rejected: only " lot-available-edited
1340                      " in lots not quarantined"
1341                   delimited by size into register-line
1342               write register-line
1343           end-if
1344       end-if.
1350
1400   check-lot-adjustment.
1401       perform find-trans-lot.
1402       if lot-found-index = 0
1403           move "Y" to trans-rejected
1404           add 1 to rejected-count
1405           move spaces to register-line
1406           string trans-item " A rejected: lot " trans-lot
1407                  " not on file at " trans-location
1408               delimited by size into register-line
1409           write register-line
1410       else
1411           if lot-qty(lot-found-index) + trans-qty < 0
1412               move "Y" to trans-rejected
1413               add 1 to rejected-count
1414               move spaces to register-line
1415               string trans-item " A rejected: adjustment would"
1416                      " drive lot " trans-lot " negative"
1417                   delimited by size into register-line
1418               write register-line
1419           end-if
1420       end-if.
1430
1500   find-trans-lot.
1501       move 0 to lot-found-index.
1502       perform varying lot-index from 1 by 1
1503               until lot-index > lot-count
1504                  or lot-found-index > 0
1505           if lot-item(lot-index) = trans-item
1506              and lot-location(lot-index) = trans-location
1507              and lot-number(lot-index) = trans-lot
1508               move lot-index to lot-found-index
1509           end-if
1510       end-perform.
1520
1600   add-lot-stock.
1601       perform find-trans-lot.
1602       if lot-found-index = 0
1603           perform add-lot-entry
1604           move lot-count to lot-found-index
1605           move trans-item to lot-item(lot-found-index)
1606           move trans-location to lot-location(lot-found-index)
1607           move trans-lot to lot-number(lot-found-index)
1608           if trans-expiry-text(1:8) is numeric
1609               move trans-expiry-text(1:8)
1610                   to lot-expiry(lot-found-index)
1611           else
1612               move 99999999 to lot-expiry(lot-found-index)
1613           end-if
1614           move 0 to lot-qty(lot-found-index)
1615           move "A" to lot-status(lot-found-index)
1616       end-if.
1617       add trans-qty to lot-qty(lot-found-index).
1618       move trans-qty to lot-trace-qty.
1619       move lot-found-index to lot-trace-index.
1620       perform write-lot-trace.
1630
1700   add-lot-entry.
1701       if lot-count = 300
1702           display "More than 300 stock lots, run stopped"
1703           move 16 to return-code
1704           stop run
1705       end-if.
1706       add 1 to lot-count.
1710
1800   relieve-lot-stock.
1801       move trans-qty to lot-open-qty.
1802       move 1 to lot-best-index.
1803       perform until lot-open-qty = 0 or lot-best-index = 0
1804           perform find-first-expiring-lot
1805           if lot-best-index > 0
1806               perform take-from-lot
1807           end-if
1808       end-perform.
1810
1900   find-first-expiring-lot.
1901       move 0 to lot-best-index.
1902       perform varying lot-index from 1 by 1
1903               until lot-index > lot-count
1904           if lot-item(lot-index) = trans-item
1905              and lot-location(lot-index) = trans-location
1906              and lot-qty(lot-index) > 0
1907              and lot-status(lot-index) = "A"
1907A             and lot-expiry(lot-index) >= processing-date
1908              and (trans-lot = spaces
1909                   or lot-number(lot-index) = trans-lot)
1910               if lot-best-index = 0
1911                   move lot-index to lot-best-index
1912               else
1913                   if lot-expiry(lot-index)
1914                       < lot-expiry(lot-best-index)
1915                       move lot-index to lot-best-index
1916                   end-if
1917               end-if
1918           end-if
1919       end-perform.
1920
2000   take-from-lot.
2001       if lot-qty(lot-best-index) >= lot-open-qty
2002           move lot-open-qty to lot-take-qty
2003       else
2004           move lot-qty(lot-best-index) to lot-take-qty
2005       end-if.
2006       subtract lot-take-qty from lot-qty(lot-best-index).
2007       subtract lot-take-qty from lot-open-qty.
2008       compute lot-trace-qty = 0 - lot-take-qty.
2009       move lot-best-index to lot-trace-index.
2010       perform write-lot-trace.
2011       if trans-code = "T"
2012           perform add-transfer-lot
2013       end-if.
2020
2100   add-transfer-lot.
2101       move 0 to lot-target-index.
2102       perform varying lot-index from 1 by 1
2103               until lot-index > lot-count
2104                  or lot-target-index > 0
2105           if lot-item(lot-index) = trans-item
2106              and lot-location(lot-index) = trans-to-location
2107              and lot-number(lot-index)
2108                  = lot-number(lot-best-index)
2109               move lot-index to lot-target-index
2110           end-if
2111       end-perform.
2112       if lot-target-index = 0
2113           perform add-lot-entry
2114           move lot-count to lot-target-index
2115           move lot-entry(lot-best-index)
2116               to lot-entry(lot-target-index)
2117           move trans-to-location
2118               to lot-location(lot-target-index)
2119           move 0 to lot-qty(lot-target-index)
2120       end-if.
2121       add lot-take-qty to lot-qty(lot-target-index).
2122       move lot-take-qty to lot-trace-qty.
2123       move lot-target-index to lot-trace-index.
2124       perform write-lot-trace.
2130
2200   apply-lot-status-transaction.
2201       perform find-trans-lot.
2202       if trans-lot = spaces or lot-found-index = 0
2203           move "Y" to trans-rejected
2204           add 1 to rejected-count
2205           move spaces to register-line
2206           string trans-item " " trans-code
2207                  " rejected: lot " trans-lot
2208                  " not on file at " trans-location
2209               delimited by size into register-line
2210           write register-line
2211       else
2212           if trans-code = "Q"
2213               move "Q" to lot-status(lot-found-index)
2214           else
2215               move "A" to lot-status(lot-found-index)
2216           end-if
2217           move 0 to trans-qty
2218           move lot-qty(lot-found-index) to lot-trace-qty
2219           move lot-found-index to lot-trace-index
2220           perform write-lot-trace
2221       end-if.
2230
2300   write-lot-trace.
2301       move lot-trace-qty to lot-qty-edited.
2302       move spaces to lot-trace-record.
2303       string processing-date ","
2304              lot-item(lot-trace-index) ","
2305              lot-location(lot-trace-index) ","
2306              lot-number(lot-trace-index) ","
2307              trans-code ","
2308              lot-qty-edited ","
2309              trans-reference
2310           delimited by size into lot-trace-record.
2311       write lot-trace-record.
2320
2400   load-bill-of-materials.
2401       move 0 to bom-count.
2402       move "N" to bom-eof.
2403       open input bom-file.
2404       perform until bom-eof = "Y"
2405           read bom-file
2406               at end move "Y" to bom-eof
2407               not at end
2408                   if bom-count = 300
2409                       display "More than 300 bill of materials"
2410                           " lines, run stopped"
2411                       move 16 to return-code
2412                       stop run
2413                   end-if
2414                   add 1 to bom-count
2415                   unstring bom-record delimited by ","
2416                       into bom-kit-text bom-component-text
2417                            bom-qty-text
2418                   move bom-kit-text to bom-kit(bom-count)
2419                   move bom-component-text
2420                       to bom-component(bom-count)
2421                   move bom-qty-text to bom-qty(bom-count)
2422           end-read
2423       end-perform.
2424       close bom-file.
2425       display bom-count " bill of materials lines loaded".
2430
2500   apply-assembly.
2501       move "K" to kit-check-mode.
2502       perform check-kit-components.
2503       if trans-rejected = "N"
2504           move 0 to kit-cost-total
2505           perform issue-one-component
2506               varying bom-index from 1 by 1
2507               until bom-index > bom-count
2508           perform restore-kit-transaction
2509           add trans-qty to item-on-hand(found-index)
2510           if trans-qty > 0
2511               compute kit-unit-cost rounded =
2512                   kit-cost-total / trans-qty
2513           end-if
2514           perform add-kit-cost-layer
2515           if trans-lot not = spaces
2516               perform add-lot-stock
2517           end-if
2518           move kit-cost-total to kit-cost-edited
2519           move spaces to register-line
2520           string trans-item "  " trans-location
2521                  "  assembled, component cost " kit-cost-edited
2522               delimited by size into register-line
2523           write register-line
2524       end-if.
2530
2600   apply-disassembly.
2601       move "D" to kit-check-mode.
2602       if trans-qty > item-on-hand(found-index)
2603           move "Y" to trans-rejected
2604           add 1 to rejected-count
2605           move spaces to register-line
2606           string trans-item
2607                  " D rejected: disassembly would drive"
2608                  " quantity negative"
2609               delimited by size into register-line
2610           write register-line
2611       else
2612           perform check-lot-availability
2613       end-if.
2614       if trans-rejected = "N"
2615           perform check-kit-components
2616       end-if.
2617       if trans-rejected = "N"
2618           subtract trans-qty from item-on-hand(found-index)
2619           perform relieve-cost-layers
2620           perform relieve-lot-stock
2621           move relief-value to kit-cost-total
2622           move 0 to kit-standard-total
2623           move 0 to kit-component-qty-total
2624           perform total-one-component
2625               varying bom-index from 1 by 1
2626               until bom-index > bom-count
2627           perform receive-one-component
2628               varying bom-index from 1 by 1
2629               until bom-index > bom-count
2630           perform restore-kit-transaction
2631           move kit-cost-total to kit-cost-edited
2632           move spaces to register-line
2633           string trans-item "  " trans-location
2634                  "  disassembled, cost returned " kit-cost-edited
2635               delimited by size into register-line
2636           write register-line
2637       end-if.
2640
2700   check-kit-components.
2701       move found-index to kit-found-index.
2702       move trans-item to kit-item.
2703       move trans-qty to kit-qty.
2704       move trans-lot to kit-lot.
2705       move 0 to kit-component-count.
2706       perform varying bom-index from 1 by 1
2707               until bom-index > bom-count
2708                  or trans-rejected = "Y"
2709           if bom-kit(bom-index) = kit-item
2710               add 1 to kit-component-count
2711               perform check-one-component
2712           end-if
2713       end-perform.
2714       perform restore-kit-transaction.
2715       if kit-component-count = 0 and trans-rejected = "N"
2716           move "Y" to trans-rejected
2717           add 1 to rejected-count
2718           move spaces to register-line
2719           string trans-item " " trans-code
2720                  " rejected: no bill of materials for kit"
2721               delimited by size into register-line
2722           write register-line
2723       end-if.
2730
2800   check-one-component.
2801       move bom-component(bom-index) to trans-item.
2802       compute trans-qty = kit-qty * bom-qty(bom-index).
2803       move spaces to trans-lot.
2804       perform find-item-in-table.
2805       if found-index = 0
2806           move "Y" to trans-rejected
2807           add 1 to rejected-count
2808           move spaces to register-line
2809           string kit-item " " trans-code
2810                  " rejected: component " trans-item
2811                  " not on master at " trans-location
2812               delimited by size into register-line
2813           write register-line
2814       else
2815           if kit-check-mode = "K"
2816               if trans-qty > item-on-hand(found-index)
2817                   move "Y" to trans-rejected
2818                   add 1 to rejected-count
2819                   move spaces to register-line
2820                   string kit-item " K rejected: component "
2821                          trans-item " short, needs " trans-qty
2822                       delimited by size into register-line
2823                   write register-line
2824               else
2825                   perform check-lot-availability
2826               end-if
2827           end-if
2828       end-if.
2830
2900   restore-kit-transaction.
2901       move kit-found-index to found-index.
2902       move kit-item to trans-item.
2903       move kit-qty to trans-qty.
2904       move kit-lot to trans-lot.
2910
3000   issue-one-component.
3001       if bom-kit(bom-index) = kit-item
3002           move bom-component(bom-index) to trans-item
3003           compute trans-qty = kit-qty * bom-qty(bom-index)
3004           move spaces to trans-lot
3005           perform find-item-in-table
3006           subtract trans-qty from item-on-hand(found-index)
3007           perform relieve-cost-layers
3008           perform relieve-lot-stock
3009           add relief-value to kit-cost-total
3009A          move spaces to register-line
3009B          string trans-item "  " trans-location
3009C                 "  issued to kit " kit-item " qty " trans-qty
3009D              delimited by size into register-line
3009E          write register-line
3010       end-if.
3020
3100   total-one-component.
3101       if bom-kit(bom-index) = kit-item
3102           move bom-component(bom-index) to trans-item
3103           compute trans-qty = kit-qty * bom-qty(bom-index)
3104           perform find-item-in-table
3105           add trans-qty to kit-component-qty-total
3106           compute kit-standard-total = kit-standard-total
3107               + (trans-qty * item-unit-cost(found-index))
3108       end-if.
3120
3200   receive-one-component.
3201       if bom-kit(bom-index) = kit-item
3202           move bom-component(bom-index) to trans-item
3203           compute trans-qty = kit-qty * bom-qty(bom-index)
3204           perform find-item-in-table
3205           add trans-qty to item-on-hand(found-index)
3206           if kit-standard-total > 0
3207               compute kit-component-value =
3208                   kit-cost-total * trans-qty
3209                   * item-unit-cost(found-index)
3210                   / kit-standard-total
3211           else
3212               compute kit-component-value =
3213                   kit-cost-total * trans-qty
3214                   / kit-component-qty-total
3215           end-if
3216           compute kit-unit-cost rounded =
3217               kit-component-value / trans-qty
3218           perform add-kit-cost-layer
3219           move spaces to register-line
3220           string trans-item "  " trans-location
3221                  "  received from kit " kit-item " qty " trans-qty
3222               delimited by size into register-line
3223           write register-line
3224       end-if.
3230
3300   add-kit-cost-layer.
3301       if layer-count = 200
3302           display "Cost layer table full, kit layer for "
3303               trans-item " not recorded"
3304       else
3305           add 1 to layer-count
3306           move trans-item to layer-item(layer-count)
3307           move trans-location to layer-location(layer-count)
3308           move layer-run-date to layer-date(layer-count)
3309           move trans-qty to layer-qty(layer-count)
3310           move kit-unit-cost to layer-cost(layer-count)
3311       end-if.
3320
9990   copy 'balancing-writer'.
9995   copy 'parameter-card-reader'.
9996   copy 'simulation-checker'.
9997   copy 'processing-date-routine'.
9998   copy 'audit-trail-writer'.
9998P  copy 'period-control-checker'.
