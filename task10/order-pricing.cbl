0342       select optional simulation-file assign to dynamic
0342A          simmodefilename
0343           organization is line sequential.
0343A      select optional credit-limit-file assign to dynamic
0343B          creditlimitfilename
0343C          organization is line sequential.
0343D      select optional open-item-file assign to dynamic
0343E          openitemfilename
0343F          organization is line sequential.
0343G      select optional credit-hold-file assign to dynamic
0343H          creditholdfilename
0343I          organization is line sequential.
0343J      select optional calendar-file assign to dynamic
0343K          calendarfilename
0343L          organization is line sequential.
0343M      select optional inventory-file assign to dynamic
0343N          inventoryfilename
0343O          organization is line sequential.
0343P      select optional allocation-file assign to dynamic
0343Q          allocationfilename
0343R          organization is line sequential.
0343S      select optional backorder-file assign to dynamic
0343T          backorderfilename
0343U          organization is line sequential.
0343V      select optional order-rep-file assign to dynamic
0343W          orderrepfilename
0343X          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  order-file.
0407   01  order-record pic x(60).
0408   fd  priced-file.
0409   01  priced-record pic x(120).
0409A  fd  register-file.
0409B  01  register-line pic x(80).
0409C  fd  tax-file.
0409H  01  parameter-card-record pic x(60).
0409I  fd  simulation-file.
0409J  01  simulation-record pic x(10).
0409K  fd  credit-limit-file.
0409L  01  credit-limit-record pic x(40).
0409M  fd  open-item-file.
0409N  01  open-item-record pic x(80).
0409O  fd  credit-hold-file.
0409P  01  credit-hold-record pic x(140).
0409Q  fd  inventory-file.
0409R  01  inventory-record pic x(100).
0409S  fd  allocation-file.
0409T  01  allocation-record pic x(60).
0409U  fd  backorder-file.
0409V  01  backorder-record pic x(100).
0409W  fd  order-rep-file.
0409W1 01  order-rep-record pic x(20).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'parameter-card-variables'.
0412B  copy 'simulation-variables'.
0412C  copy 'processing-date-variables'.
0412A
0413   01 orderfilename pic x(20).
0414   01 pricedfilename pic x(20).
0457   01 lines-read pic 9(6) value 0.
0458   01 orders-priced pic 9(4) value 0.
0459
0460   01 creditlimitfilename pic x(20) value "CREDLIMIT.TXT".
0461   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0462   01 creditholdfilename pic x(20) value "CREDHOLD.TXT".
0463   01 credit-limit-eof pic x value "N".
0464   01 open-item-eof pic x value "N".
0465   01 credit-table.
0466       05 credit-entry occurs 200 times.
0467           10 credit-customer pic x(8).
0468           10 credit-limit pic 9(7)v99.
0469           10 credit-open-balance pic s9(8)v99.
0470           10 credit-worst-age pic s9(5).
0471           10 credit-run-exposure pic 9(8)v99.
0472   01 credit-count pic 9(3) value 0.
0473   01 credit-index pic 9(3).
0474   01 credit-found-index pic 9(3).
0475   01 credit-search-customer pic x(8).
0476   01 credit-limit-text pic x(12).
0477   01 default-credit-limit pic 9(7)v99 value 0.
0478   01 credit-overdue-days pic 9(3) value 90.
0479   01 credit-hold-reason pic x(4).
0480   01 order-exposure pic s9(9)v99.
0481   01 current-customer pic x(8).
0482   01 item-account pic x(8).
0483   01 item-date-text pic x(10).
0484   01 item-date pic 9(8).
0485   01 item-original-text pic x(12).
0486   01 item-remaining-text pic x(12).
0487   01 item-remaining pic s9(6)v99.
0488   01 item-code pic x(5).
0489   01 item-status pic x.
0490   01 age-days pic s9(5).
0491   01 order-line-buffer-table.
0492       05 order-line-buffer occurs 100 times pic x(120).
0493   01 order-buffer-index pic 9(3).
0494   01 orders-held pic 9(4) value 0.
0495   01 held-total pic 9(9)v99 value 0.
0496   01 held-total-edited pic 9(9).99.
0497
0498   01 inventoryfilename pic x(20).
0499   01 allocationfilename pic x(20) value "ALLOCATE.TXT".
0499A  01 backorderfilename pic x(20) value "BACKORDER.TXT".
0499B  01 inventory-eof pic x value "N".
0499C  01 allocation-eof pic x value "N".
0499D  01 stock-table.
0499E      05 stock-entry occurs 100 times.
0499F          10 stock-item pic 9(5).
0499G          10 stock-on-hand pic s9(7).
0499H          10 stock-allocated pic 9(7).
0499I  01 stock-count pic 9(3) value 0.
0499J  01 stock-index pic 9(3).
0499K  01 stock-found-index pic 9(3).
0499L  01 item-number-text pic x(8).
0499M  01 on-hand-text pic x(8).
0499N  01 reorder-point-text pic x(8).
0499O  01 reorder-qty-text pic x(8).
0499P  01 unit-cost-text pic x(10).
0499Q  01 supplier-text pic x(8).
0499R  01 location-text pic x(4).
0499S  01 cage-location pic x(4) value "CAGE".
0499T  01 work-item-number pic 9(5).
0499U  01 work-on-hand pic s9(5).
0499V  01 alloc-status pic x.
0499W  01 alloc-date pic x(8).
0499X  01 alloc-order pic x(8).
0499Y  01 alloc-item pic x(8).
0499Z  01 alloc-qty-text pic x(8).
0499Z1 01 alloc-qty pic 9(5).
0499Z2 01 ordered-qty pic 9(5).
0499Z3 01 available-qty pic s9(7).
0499Z4 01 backorder-qty pic 9(5).
0499Z5 01 lines-backordered pic 9(4) value 0.
0499Z6 01 units-backordered pic 9(7) value 0.
0499Z7 01 unit-price-edited pic 9(5).99.
0499Z8 01 orderrepfilename pic x(20) value "ORDREP.TXT".
0499Z9 01 order-salesperson pic x(4).
0499ZA 01 last-rep-order pic x(8) value spaces.
0497
0500   procedure division.
0600
0700   program-begin.
0715           display "Enter order register file name"
0716           accept registerfilename
0716A      end-if.
0716B      move "CREDITLIMIT" to parm-keyword.
0716C      perform get-parameter-value.
0716D      if parm-found = "Y"
0716E          move parm-value to credit-limit-text
0716F          move credit-limit-text to default-credit-limit
0716G      end-if.
0716H      perform get-processing-date.
0716I      perform load-credit-limits.
0716J      perform load-customer-exposure.
0716K      move "INVFILE" to parm-keyword.
0716L      perform get-parameter-value.
0716M      if parm-found = "Y"
0716N          move parm-value to inventoryfilename
0716O      else
0716P          display "Enter inventory master file name"
0716Q          accept inventoryfilename
0716R      end-if.
0716S      perform load-stock-table.
0716T      perform load-allocations.
0717       if simulation-mode = "Y"
0718           move pricedfilename to sim-prefix-work
0718A          move spaces to pricedfilename
0718E          move spaces to registerfilename
0718F          string "SIM" sim-prefix-work
0718G              delimited by size into registerfilename
0718G1         move creditholdfilename to sim-prefix-work
0718G2         move spaces to creditholdfilename
0718G3         string "SIM" sim-prefix-work
0718G4             delimited by size into creditholdfilename
0718G5         move allocationfilename to sim-prefix-work
0718G6         move spaces to allocationfilename
0718G7         string "SIM" sim-prefix-work
0718G8             delimited by size into allocationfilename
0718G9         move backorderfilename to sim-prefix-work
0718GA         move spaces to backorderfilename
0718GB         string "SIM" sim-prefix-work
0718GC             delimited by size into backorderfilename
0718GD         move orderrepfilename to sim-prefix-work
0718GE         move spaces to orderrepfilename
0718GF         string "SIM" sim-prefix-work
0718GG             delimited by size into orderrepfilename
0718H      end-if.
0720       open input order-file.
0721       open output priced-file.
0722       open output register-file.
0722A      open extend credit-hold-file.
0722B      open extend allocation-file.
0722C      open extend backorder-file.
0722D      open extend order-rep-file.
0723       move spaces to register-line.
0724       move "Order     Lines  Total" to register-line.
0724A      if simulation-mode = "Y"
0741       close order-file.
0742       close priced-file.
0743       close register-file.
0743A      close credit-hold-file.
0743B      close allocation-file.
0743C      close backorder-file.
0743D      close order-rep-file.
0900   program-done.
0910       stop run.
0911
0940   price-one-line.
0940A      move spaces to order-tax-code.
0940B      move spaces to order-customer.
0940C      move spaces to order-salesperson.
0941       unstring order-record delimited by ","
0942           into order-number order-item
0943                order-qty-text order-price-text
0943A               order-tax-code order-customer
0943B               order-salesperson.
0943C      if order-salesperson not = spaces
0943D         and order-number not = last-rep-order
0943E          move order-number to last-rep-order
0943F          move spaces to order-rep-record
0943G          string order-number delimited by space
0943H                 "," order-salesperson delimited by size
0943I              into order-rep-record
0943J          write order-rep-record
0943K      end-if.
0944       move order-qty-text to order-qty.
0944A      move order-qty to ordered-qty.
0945       move order-price-text to order-unit-price.
0946       add 1 to lines-read.
0947
0948       if first-order-line = "Y"
0949           move order-number to current-order
0949A          move order-customer to current-customer
0950           move "N" to first-order-line
0951       else
0952           if order-number not = current-order
0953               perform write-order-register-line
0954               move order-number to current-order
0954A              move order-customer to current-customer
0955           end-if
0956       end-if.
0956A      if order-line-count = 100
0956B          display "Order " current-order
0956C              " exceeds 100 lines, credit checked in parts"
0956D          perform write-order-register-line
0956E      end-if.
0957
0959A      perform find-contract-price.
0959B      if price-source = "CONTRACT"
0965           compute net-amount =
0966               extended-amount - discount-amount
0966A      end-if.
0966A1     perform allocate-order-line.
0966A2     if order-qty > 0
0966A3         perform record-priced-line
0966A4     end-if.
0966A5
0966A6 record-priced-line.
0966B      perform compute-line-tax.
0967
0970       add net-amount to order-total.
0986              discount-pct-edited "," extended-edited ","
0987              net-edited ","
0987A             order-tax-code "," tax-amount-edited ","
0987B             price-source "," order-customer
0988           delimited by size into priced-record.
0989       move priced-record to order-line-buffer(order-line-count).
0990
1000   find-discount-tier.
1001       move 0 to line-discount-pct.
1002       perform varying tier-index from 1 by 1
1003               until tier-index > discount-tier-count
1004                  or line-discount-pct > 0
1005           if ordered-qty >= tier-minimum-qty(tier-index)
1006               move tier-discount-pct(tier-index)
1007                   to line-discount-pct
1008           end-if
1014Z
1020   write-order-register-line.
1021       add 1 to orders-priced.
1021A      perform release-or-hold-order.
1022       move order-total to order-total-edited.
1023       move spaces to register-line.
1024       string current-order "  " order-line-count
1025              "  " order-total-edited
1025A             "  contract lines " contract-line-count
1025B             "  " credit-hold-reason
1026           delimited by size into register-line.
1027       write register-line.
1028       move 0 to order-total.
1045A             "  contract-priced lines: " contract-lines-total
1046           delimited by size into register-line.
1047       write register-line.
1047A      move held-total to held-total-edited.
1047B      move spaces to register-line.
1047C      string "Orders on credit hold: " orders-held
1047D             "  held total: " held-total-edited
1047E          delimited by size into register-line.
1047F      write register-line.
1048       display "Orders priced: " orders-priced.
1047G      move spaces to register-line.
1047H      string "Lines backordered: " lines-backordered
1047I             "  units backordered: " units-backordered
1047J          delimited by size into register-line.
1047K      write register-line.
1048A      display "Orders on credit hold: " orders-held.
1048B      display "Lines backordered: " lines-backordered.
1049       display "Lines priced: " lines-read.
1050       display "Grand total: " grand-total-edited.
1050AA
1050AB load-credit-limits.
1050AC     move 0 to credit-count.
1050AD     move "N" to credit-limit-eof.
1050AE     open input credit-limit-file.
1050AF     perform until credit-limit-eof = "Y"
1050AG            or credit-count = 200
1050AH         read credit-limit-file
1050AI             at end move "Y" to credit-limit-eof
1050AJ             not at end
1050AK                 add 1 to credit-count
1050AL                 move spaces to credit-limit-text
1050AM                 unstring credit-limit-record delimited by ","
1050AN                     into credit-customer(credit-count)
1050AO                          credit-limit-text
1050AP                 move credit-limit-text
1050AQ                     to credit-limit(credit-count)
1050AR                 move 0 to credit-open-balance(credit-count)
1050AS                 move 0 to credit-worst-age(credit-count)
1050AT                 move 0 to credit-run-exposure(credit-count)
1050AU         end-read
1050AV     end-perform.
1050AW     close credit-limit-file.
1050AX     display credit-count " credit limits loaded".
1050AY
1050AZ load-customer-exposure.
1050BA     move "N" to open-item-eof.
1050BB     open input open-item-file.
1050BC     perform until open-item-eof = "Y"
1050BD         read open-item-file
1050BE             at end move "Y" to open-item-eof
1050BF             not at end
1050BG                 unstring open-item-record delimited by ","
1050BH                     into item-account item-date-text
1050BI                          item-original-text
1050BJ                          item-remaining-text
1050BK                          item-code item-status
1050BL                 perform check-exposure-item
1050BO         end-read
1050BP     end-perform.
1050BQ     close open-item-file.
1050BR
1050BS add-item-to-exposure.
1050BT     move item-account to credit-search-customer.
1050BU     perform find-credit-customer.
1050BV     if credit-found-index > 0
1050BX         add item-remaining
1050BY             to credit-open-balance(credit-found-index)
1050BZ         if item-status not = "U"
1050CA          and item-date-text(1:8) is numeric
1050CB             move item-date-text to item-date
1050CC             compute age-days =
1050CD                 function integer-of-date(processing-date)
1050CE                 - function integer-of-date(item-date)
1050CF             if age-days > credit-worst-age(credit-found-index)
1050CG                 move age-days
1050CH                     to credit-worst-age(credit-found-index)
1050CI             end-if
1050CJ         end-if
1050CK     end-if.
1050CL
1050CM find-credit-customer.
1050CN     move 0 to credit-found-index.
1050CO     perform varying credit-index from 1 by 1
1050CP             until credit-index > credit-count
1050CQ                or credit-found-index > 0
1050CR         if credit-customer(credit-index)
1050CS                = credit-search-customer
1050CT             move credit-index to credit-found-index
1050CU         end-if
1050CV     end-perform.
1050CW     if credit-found-index = 0
1050CX        and credit-count < 200
1050CY         add 1 to credit-count
1050CZ         move credit-search-customer
1050DA             to credit-customer(credit-count)
1050DB         move default-credit-limit to credit-limit(credit-count)
1050DC         move 0 to credit-open-balance(credit-count)
1050DD         move 0 to credit-worst-age(credit-count)
1050DE         move 0 to credit-run-exposure(credit-count)
1050DF         move credit-count to credit-found-index
1050DG     end-if.
1050DH
1050DI check-order-credit.
1050DJ     move spaces to credit-hold-reason.
1050DK     move 0 to credit-found-index.
1050DL     if current-customer not = spaces
1050DM         move current-customer to credit-search-customer
1050DN         perform find-credit-customer
1050DO     end-if.
1050DP     if credit-found-index > 0
1050DQ         if credit-worst-age(credit-found-index)
1050DR                >= credit-overdue-days
1050DS             move "OVDU" to credit-hold-reason
1050DT         else
1050DU             compute order-exposure =
1050DV                 credit-open-balance(credit-found-index)
1050DW                 + credit-run-exposure(credit-found-index)
1050DX                 + order-total
1050DY             if credit-limit(credit-found-index) > 0
1050DZ                and order-exposure
1050EA                    > credit-limit(credit-found-index)
1050EB                 move "LIMT" to credit-hold-reason
1050EC             end-if
1050ED         end-if
1050EE     end-if.
1050EF
1050EG release-or-hold-order.
1050EH     perform check-order-credit.
1050EI     if credit-hold-reason = spaces
1050EJ         perform varying order-buffer-index from 1 by 1
1050EK                 until order-buffer-index > order-line-count
1050EL             move order-line-buffer(order-buffer-index)
1050EM                 to priced-record
1050EN             write priced-record
1050EO         end-perform
1050EP         if credit-found-index > 0
1050EQ             add order-total
1050ER                 to credit-run-exposure(credit-found-index)
1050ES         end-if
1050ET     else
1050EU         add 1 to orders-held
1050EV         add order-total to held-total
1050EW         display "Order " current-order " for "
1050EX             current-customer " held, reason "
1050EY             credit-hold-reason
1050EZ         perform varying order-buffer-index from 1 by 1
1050FA                 until order-buffer-index > order-line-count
1050FB             move spaces to credit-hold-record
1050FC             string "H," processing-date ","
1050FD                    credit-hold-reason ","
1050FE                    order-line-buffer(order-buffer-index)
1050FF                 delimited by size into credit-hold-record
1050FG             write credit-hold-record
1050FH         end-perform
1050FI     end-if.
1050FJ
1050FK check-exposure-item.
1050FL     move item-remaining-text to item-remaining.
1050FM     if item-status not = "S" and item-status not = "W"
1050FN        and item-remaining not = 0
1050FO         perform add-item-to-exposure
1050FP     end-if.
1051
1052   load-stock-table.
1052AA     move 0 to stock-count.
1052AB     move "N" to inventory-eof.
1052AC     open input inventory-file.
1052AD     perform until inventory-eof = "Y"
1052AE         read inventory-file
1052AF             at end move "Y" to inventory-eof
1052AG             not at end
1052AH                 move spaces to location-text
1052AI                 unstring inventory-record delimited by ","
1052AJ                     into item-number-text on-hand-text
1052AK                          reorder-point-text reorder-qty-text
1052AL                          unit-cost-text supplier-text
1052AM                          location-text
1052AN                 if location-text not = cage-location
1052AO                     perform add-item-to-stock
1052AP                 end-if
1052AQ         end-read
1052AR     end-perform.
1052AS     close inventory-file.
1052AT     display stock-count " stocked items loaded".
1052AU
1053   add-item-to-stock.
1053AA     move item-number-text to work-item-number.
1053AB     move on-hand-text to work-on-hand.
1053AC     perform find-stock-item.
1053AD     if stock-found-index = 0
1053AE        and stock-count < 100
1053AF         add 1 to stock-count
1053AG         move work-item-number to stock-item(stock-count)
1053AH         move 0 to stock-on-hand(stock-count)
1053AI         move 0 to stock-allocated(stock-count)
1053AJ         move stock-count to stock-found-index
1053AK     end-if.
1053AL     if stock-found-index > 0
1053AM         add work-on-hand to stock-on-hand(stock-found-index)
1053AN     end-if.
1053AO
1054   find-stock-item.
1054AA     move 0 to stock-found-index.
1054AB     perform varying stock-index from 1 by 1
1054AC             until stock-index > stock-count
1054AD                or stock-found-index > 0
1054AE         if stock-item(stock-index) = work-item-number
1054AF             move stock-index to stock-found-index
1054AG         end-if
1054AH     end-perform.
1054AI
1055   load-allocations.
1055AA     move "N" to allocation-eof.
1055AB     open input allocation-file.
1055AC     perform until allocation-eof = "Y"
1055AD         read allocation-file
1055AE             at end move "Y" to allocation-eof
1055AF             not at end
1055AG                 unstring allocation-record delimited by ","
1055AH                     into alloc-status alloc-date alloc-order
1055AI                          alloc-item alloc-qty-text
1055AJ                 if alloc-status = "A"
1055AK                     move alloc-item to work-item-number
1055AL                     move alloc-qty-text to alloc-qty
1055AM                     perform find-stock-item
1055AN                     if stock-found-index > 0
1055AO                         add alloc-qty
1055AP                             to stock-allocated(stock-found-index)
1055AQ                     end-if
1055AR                 end-if
1055AS         end-read
1055AT     end-perform.
1055AU     close allocation-file.
1055AV
1056   allocate-order-line.
1056AA     move order-item to work-item-number.
1056AB     perform find-stock-item.
1056AC     if stock-found-index > 0
1056AD         compute available-qty =
1056AE             stock-on-hand(stock-found-index)
1056AF             - stock-allocated(stock-found-index)
1056AG         if available-qty < 0
1056AH             move 0 to available-qty
1056AI         end-if
1056AJ         if available-qty < order-qty
1056AK             compute backorder-qty = order-qty - available-qty
1056AL             move available-qty to order-qty
1056AM             perform write-backorder-record
1056AN             compute extended-amount =
1056AO                 order-qty * order-unit-price
1056AP             compute discount-amount =
1056AQ                 (extended-amount * line-discount-pct) / 100
1056AR             compute net-amount =
1056AS                 extended-amount - discount-amount
1056AT         end-if
1056AU         if order-qty > 0
1056AV             add order-qty
1056AW                 to stock-allocated(stock-found-index)
1056AX             move spaces to allocation-record
1056AY             string "A," processing-date ","
1056AZ                    order-number "," order-item ","
1056BA                    order-qty
1056BB                 delimited by size into allocation-record
1056BC             write allocation-record
1056BD         end-if
1056BE     end-if.
1056BF
1057   write-backorder-record.
1057AB     add 1 to lines-backordered.
1057AC     add backorder-qty to units-backordered.
1057AD     move line-discount-pct to discount-pct-edited.
1057AE     move order-unit-price to unit-price-edited.
1057AF     move spaces to backorder-record.
1057AG     string "O," processing-date ","
1057AH            order-number "," order-item ","
1057AI            backorder-qty "," unit-price-edited ","
1057AJ            discount-pct-edited "," order-tax-code ","
1057AK            order-customer "," price-source
1057AL         delimited by size into backorder-record.
1057AM     write backorder-record.
1057AN     display "Order " order-number " item " order-item
1057AO         " backordered " backorder-qty.
1060   copy 'parameter-card-reader'.
1070   copy 'simulation-checker'.
1080   copy 'processing-date-routine'.
