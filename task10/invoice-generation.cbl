0333           organization is line sequential.
0334       select register-file assign to dynamic registerfilename
0335           organization is line sequential.
0336       select invoice-line-file assign to dynamic
0336A          invoicelinename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0391P      select optional number-control-file assign to dynamic
0391Q          numbercontrolname
0391R          organization is line sequential.
0391S      select optional number-log-file assign to dynamic
0391T          numberlogname
0391U          organization is line sequential.
0391V      select optional deferred-item-file assign to dynamic
0391W          deferreditemname
0391X          organization is line sequential.
0391Y      select optional deferral-schedule-file assign to dynamic
0391Z          deferralschedulename
0392           organization is line sequential.
0392A      select optional ledger-file assign to dynamic
0392B          ledgerfilename
0392C          organization is line sequential.
0392D      select optional audit-file assign to dynamic
0392E          auditfilename
0392F          organization is line sequential.
0392G      select optional audit-control-file assign to dynamic
0392H          auditcontrolname
0392I          organization is line sequential.
0392J      select optional customer-xref-file assign to dynamic
0392K          custxreffilename
0392L          organization is line sequential.
0392M      select optional correspondence-file assign to dynamic
0392N          correspondencefilename
0392O          organization is line sequential.
0392P      select optional loyalty-file assign to dynamic
0392Q          loyaltyfilename
0392R          organization is line sequential.
0392S      select optional loyalty-rate-file assign to dynamic
0392T          loyaltyratename
0392U          organization is line sequential.
0392V      select optional loyalty-redeem-file assign to dynamic
0392W          loyaltyredeemname
0392X          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  priced-file.
0407   01  priced-record pic x(120).
0408   fd  invoice-file.
0409   01  invoice-record pic x(80).
0409A  fd  register-file.
0409B  01  register-line pic x(100).
0409C  fd  invoice-line-file.
0409D  01  invoice-line-record pic x(80).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409T1 fd  number-control-file.
0409T2 01  number-control-record pic x(50).
0409T3
0409T4 fd  number-log-file.
0409T5 01  number-log-record pic x(50).
0409T6 fd  deferred-item-file.
0409T7 01  deferred-item-record pic x(40).
0409T8 fd  deferral-schedule-file.
0409T9 01  deferral-schedule-record pic x(80).
0409U  fd  ledger-file.
0409U1 01  ledger-record pic x(100).
0409U2 fd  audit-file.
0409U3 01  audit-record pic x(100).
0409U4 fd  audit-control-file.
0409U5 01  audit-control-record pic x(40).
0409U6 fd  customer-xref-file.
0409U7 01  customer-xref-record pic x(40).
0409U8 fd  correspondence-file.
0409U9 01  correspondence-record pic x(100).
0409V1 fd  loyalty-file.
0409V2 01  loyalty-record pic x(80).
0409V3 fd  loyalty-rate-file.
0409V4 01  loyalty-rate-record pic x(60).
0409V5 fd  loyalty-redeem-file.
0409V6 01  loyalty-redeem-record pic x(80).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0413   copy 'number-assign-variables'.
0413A  copy 'audit-trail-variables'.
0413B  copy 'customer-xref-variables'.
0413C  copy 'correspondence-variables'.
0413D  copy 'loyalty-variables'.
0413E  copy 'loyalty-redemption-variables'.
0414
0420   01 pricedfilename pic x(20).
0421   01 invoicefilename pic x(24).
0422   01 registerfilename pic x(24).
0422A  01 invoicelinename pic x(24).
0423   01 priced-eof pic x value "N".
0424
0430   01 order-number pic x(8).
0435   01 extended-text pic x(12).
0436   01 net-text pic x(12).
0437   01 net-amount pic 9(7)v99.
0437A  01 tax-code-text pic x(3).
0437B  01 tax-amount-text pic x(12).
0437C  01 price-source-text pic x(8).
0437D  01 order-customer pic x(8).
0438
0440   01 current-order pic x(8).
0441   01 first-priced-line pic x value "Y".
0442   01 order-total pic 9(8)v99 value 0.
0443   01 order-line-count pic 9(4) value 0.
0444   01 order-total-edited pic 9(8).99.
0444A  01 current-customer pic x(8).
0444B  01 invoice-line-table.
0444C      05 invoice-line-entry occurs 100 times.
0444D          10 inv-line-item pic x(8).
0444E          10 inv-line-qty pic x(8).
0444F          10 inv-line-net pic x(12).
0444F1         10 inv-line-extended pic x(12).
0444G  01 inv-line-index pic 9(4).
0445
0450   01 terms-code pic x(3).
0451   01 terms-days pic 99.
0463   01 grand-total pic 9(9)v99 value 0.
0464   01 grand-total-edited pic 9(9).99.
0465
0466   01 deferreditemname pic x(20) value "DEFITEMS.TXT".
0467   01 deferralschedulename pic x(20) value "DEFSCHED.TXT".
0468   01 ledgerfilename pic x(24).
0469   01 deferred-item-eof pic x value "N".
0470   01 deferred-item-table.
0471       05 deferred-item-entry occurs 50 times.
0472           10 def-item pic x(8).
0473           10 def-months pic 99.
0474           10 def-revenue-account pic x(8).
0475           10 def-deferred-account pic x(8).
0476   01 deferred-item-count pic 99 value 0.
0477   01 deferred-item-index pic 99.
0478   01 deferred-found-index pic 99.
0479   01 def-months-text pic x(2) justified right.
0480   01 array-size pic 9(2) value 0.
0481   01 run-control-rerun pic x value "N".
0482   01 entry-source pic x value "D".
0483   01 posting-sequence pic 9(6) value 0.
0484   01 ledger-account pic x(8).
0485   01 ledger-amount pic s9(7)v99.
0486   01 ledger-amount-edited pic -9(6).99.
0487   01 zero-edited pic -9(6).99.
0488   01 deferred-net pic 9(7)v99.
0489   01 slice-amount pic 9(7)v99.
0490   01 slice-remaining pic 9(7)v99.
0491   01 slice-edited pic 9(7).99.
0492   01 slice-index pic 99.
0493   01 slice-period pic 9(6).
0494   01 slice-period-parts redefines slice-period.
0495       05 slice-year pic 9(4).
0496       05 slice-month pic 99.
0497   01 deferred-lines pic 9(5) value 0.
0498   01 deferred-total pic 9(9)v99 value 0.
0499   01 deferred-total-edited pic 9(9).99.
0499A  01 line-points-net pic 9(7)v99.
0499B  01 line-points pic s9(7).
0499C  01 invoice-points pic s9(7) value 0.
0499D  01 points-earned-total pic s9(9) value 0.
0499E  01 loyalty-discount pic 9(6)v99.
0499F  01 loyalty-discount-edited pic 9(6).99.
0499G  01 loyalty-discount-count pic 9(4) value 0.
0499H  01 loyalty-discount-total pic 9(8)v99 value 0.
0499I  01 loyalty-discount-total-edited pic 9(8).99.
0499J
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter shipped order file name, blank for today".
0711       accept pricedfilename.
0720       display "Enter terms code (N07, N14, N30)".
0721       accept terms-code.
0727       end-if.
0730       perform get-processing-date.
0731       move processing-date to invoice-date.
0731A      if pricedfilename = spaces
0731B          string "SHIPPED" invoice-date ".TXT"
0731C              delimited by size into pricedfilename
0731D      end-if.
0731E      string "LEDGER" invoice-date ".TXT"
0731F          delimited by size into ledgerfilename.
0731F1     move invoice-date to period-check-date.
0731F2     move "Invoice-Generation" to period-program-name.
0731F3     perform check-posting-period.
0731F4     if period-post-allowed = "N"
0731F5         move 8 to return-code
0731F6         stop run
0731F7     end-if.
0731G      perform load-deferred-items.
0731H      perform load-customer-xref.
0731I      perform load-loyalty-rates.
0731J      perform load-loyalty-redemptions.
0732       perform compute-due-date.
0740       string "INVOICE" invoice-date ".TXT"
0741           delimited by size into invoicefilename.
0742       string "INVREG" invoice-date ".TXT"
0743           delimited by size into registerfilename.
0744       string "INVLINE" invoice-date ".TXT"
0745           delimited by size into invoicelinename.
0750       open input priced-file.
0751       open output invoice-file.
0752       open output register-file.
0752A      open output invoice-line-file.
0752B      open extend deferral-schedule-file.
0752C      open extend ledger-file.
0752D      move "Invoice-Generation" to audit-program-name.
0752E      perform open-audit-for-run.
0753       move spaces to register-line.
0754       string "Invoice register for " invoice-date
0755              "  terms " terms-code
0771       close priced-file.
0772       close invoice-file.
0773       close register-file.
0774       close invoice-line-file.
0775       perform close-audit-for-run.
0776       close deferral-schedule-file.
0777       close ledger-file.
0778       if loyalty-discount-count > 0
0779           perform save-loyalty-redemptions
0780       end-if.
0900   program-done.
0910       stop run.
0911
0935       end-read.
0936
0940   accumulate-one-line.
0940A      move spaces to order-customer.
0941       unstring priced-record delimited by ","
0942           into order-number order-item
0943                order-qty-text order-price-text
0944                discount-pct-text extended-text net-text
0944A               tax-code-text tax-amount-text price-source-text
0944B               order-customer.
0945       if order-number = "Orders: " or net-text = spaces
0946           move "Y" to priced-eof
0947       else
0962       add 1 to lines-read.
0963       if first-priced-line = "Y"
0964           move order-number to current-order
0964A          move order-customer to current-customer
0965           move "N" to first-priced-line
0966       else
0967           if order-number not = current-order
0968               perform write-one-invoice
0969               move order-number to current-order
0969A              move order-customer to current-customer
0970           end-if
0971       end-if.
0972       add net-amount to order-total.
0973       add 1 to order-line-count.
0973A      if order-line-count <= 100
0973B          move order-item to inv-line-item(order-line-count)
0973C          move order-qty-text to inv-line-qty(order-line-count)
0973D          move net-text to inv-line-net(order-line-count)
0973D1         move extended-text
0973D2             to inv-line-extended(order-line-count)
0973E      end-if.
0974       add net-amount to grand-total.
0975
0980   write-one-invoice.
0986           stop run
0987       end-if.
0988       move assigned-number to invoice-number.
0989A      move current-customer to xref-account-wanted.
0989B      perform find-customer-number.
0989C      perform apply-loyalty-redemption.
0989D      move order-total to order-total-edited.
0990       move spaces to invoice-record.
0991       string "I," invoice-number "," current-order ","
0992              invoice-date "," due-date ","
0993              terms-code "," order-total-edited ","
0994              order-line-count ","
0994A             current-customer ","
0994B             xref-number-found
0995           delimited by size into invoice-record.
0996       write invoice-record.
0996A1     if loyalty-discount > 0
0996A2         perform write-loyalty-discount-line
0996A3     end-if.
0996B      move xref-number-found to corr-customer-number.
0996C      move current-customer to corr-customer-name.
0996D      move invoice-date to corr-date.
0996E      move "INVOICE" to corr-document-type.
0996F      move terms-code to corr-campaign-level.
0996G      move invoice-number to corr-reference.
0996H      perform write-correspondence-entry.
0996A      perform write-invoice-lines.
0996A4     perform record-invoice-points.
0997       add 1 to invoices-written.
0998       move spaces to register-line.
0999       string "Invoice " invoice-number
1005       move 0 to order-total.
1006       move 0 to order-line-count.
1007
1008   write-invoice-lines.
1008A      if order-line-count > 100
1008B          display "Order " current-order " has more than 100"
1008C              " lines, line detail truncated"
1008D      end-if.
1008E      perform varying inv-line-index from 1 by 1
1008F              until inv-line-index > order-line-count
1008G                 or inv-line-index > 100
1008H          move spaces to invoice-line-record
1008I          string invoice-number "," current-order ","
1008J                 current-customer ","
1008K                 inv-line-item(inv-line-index) ","
1008L                 inv-line-qty(inv-line-index) ","
1008M                 inv-line-net(inv-line-index) ","
1008M1                inv-line-extended(inv-line-index)
1008N              delimited by size into invoice-line-record
1008O          write invoice-line-record
1008O1         perform check-deferred-line
1008O2         perform earn-line-points
1008P      end-perform.
1009
1010   write-register-totals.
1011       move grand-total to grand-total-edited.
1012       move spaces to register-line.
1017       write register-line.
1018       display "Invoices written: " invoices-written.
1019       display "Invoice grand total: " grand-total-edited.
1019A      move deferred-total to deferred-total-edited.
1019B      move spaces to register-line.
1019C      string "Deferred revenue lines: " deferred-lines
1019D             "  deferred: " deferred-total-edited
1019E          delimited by size into register-line.
1019F      write register-line.
1019G      display "Deferred revenue: " deferred-total-edited.
1019G1     move points-earned-total to loy-points-edited.
1019G2     move loyalty-discount-total
1019G3         to loyalty-discount-total-edited.
1019G4     move spaces to register-line.
1019G5     string "Loyalty points earned: " loy-points-edited
1019G6            "  discounts: " loyalty-discount-count
1019G7            "  value: " loyalty-discount-total-edited
1019G8         delimited by size into register-line.
1019G9     write register-line.
1019GA     display "Loyalty points earned: " loy-points-edited.
1019H
1020A  load-deferred-items.
1020B      move 0 to deferred-item-count.
1020C      move "N" to deferred-item-eof.
1020D      open input deferred-item-file.
1020E      perform until deferred-item-eof = "Y"
1020F             or deferred-item-count = 50
1020G          read deferred-item-file
1020H              at end move "Y" to deferred-item-eof
1020I              not at end
1020J                  perform load-one-deferred-item
1020K          end-read
1020L      end-perform.
1020M      close deferred-item-file.
1020N
1020O  load-one-deferred-item.
1020P      add 1 to deferred-item-count.
1020Q      move spaces to def-revenue-account(deferred-item-count).
1020R      move spaces to def-deferred-account(deferred-item-count).
1020S      unstring deferred-item-record delimited by ","
1020T          into def-item(deferred-item-count)
1020U               def-months-text
1020V               def-revenue-account(deferred-item-count)
1020W               def-deferred-account(deferred-item-count).
1020X      inspect def-months-text replacing leading space by "0".
1020Y      move def-months-text to def-months(deferred-item-count).
1020Z      if def-months(deferred-item-count) = 0
1021A          move 1 to def-months(deferred-item-count)
1021B      end-if.
1021C      if def-revenue-account(deferred-item-count) = spaces
1021D          move "REVENUE"
1021D1             to def-revenue-account(deferred-item-count)
1021E      end-if.
1021F      if def-deferred-account(deferred-item-count) = spaces
1021G          move "DEFREV"
1021G1             to def-deferred-account(deferred-item-count)
1021H      end-if.
1021I
1021J  check-deferred-line.
1021K      move 0 to deferred-found-index.
1021L      perform varying deferred-item-index from 1 by 1
1021M              until deferred-item-index > deferred-item-count
1021N                 or deferred-found-index > 0
1021O          if def-item(deferred-item-index)
1021P                 = inv-line-item(inv-line-index)
1021Q              move deferred-item-index to deferred-found-index
1021R          end-if
1021S      end-perform.
1021T      if deferred-found-index > 0
1021U          perform defer-invoice-line
1021V      end-if.
1021W
1021X  defer-invoice-line.
1021Y      move inv-line-net(inv-line-index) to deferred-net.
1021Z      add 1 to deferred-lines.
1022A      add deferred-net to deferred-total.
1022B      move def-revenue-account(deferred-found-index)
1022C          to ledger-account.
1022D      move deferred-net to ledger-amount.
1022E      perform write-deferral-ledger-record.
1022F      move def-deferred-account(deferred-found-index)
1022G          to ledger-account.
1022H      compute ledger-amount = 0 - deferred-net.
1022I      perform write-deferral-ledger-record.
1022J      move invoice-date(1:6) to slice-period.
1022K      compute slice-amount rounded =
1022L          deferred-net / def-months(deferred-found-index).
1022M      move deferred-net to slice-remaining.
1022N      perform write-schedule-slice
1022O          varying slice-index from 1 by 1
1022P          until slice-index > def-months(deferred-found-index).
1022Q
1022R  write-schedule-slice.
1022S      if slice-index = def-months(deferred-found-index)
1022T         or slice-amount > slice-remaining
1022U          move slice-remaining to slice-amount
1022V      end-if.
1022W      subtract slice-amount from slice-remaining.
1022X      move slice-amount to slice-edited.
1022Y      move spaces to deferral-schedule-record.
1022Z      string "O," invoice-number "," invoice-date ","
1023A             current-customer ","
1023B             inv-line-item(inv-line-index) ","
1023C             slice-period "," slice-edited ","
1023D             def-revenue-account(deferred-found-index) ","
1023E             def-deferred-account(deferred-found-index)
1023F          delimited by size into deferral-schedule-record.
1023G      write deferral-schedule-record.
1023H      add 1 to slice-month.
1023I      if slice-month > 12
1023J          move 1 to slice-month
1023K          add 1 to slice-year
1023L      end-if.
1023M
1023N  write-deferral-ledger-record.
1023O      move ledger-amount to audit-result.
1023P      perform write-held-audit-entry.
1023Q      move audit-sequence to posting-sequence.
1023R      move ledger-amount to ledger-amount-edited.
1023S      move 0 to zero-edited.
1023T      move spaces to ledger-record.
1023U      string ledger-amount-edited ","
1023V             zero-edited ","
1023W             ledger-amount-edited ","
1023X             "N,"
1023Y             entry-source ","
1023Z             "LOC,"
1024A             ledger-amount-edited ","
1024B             "001.000000,"
1024C             "01,"
1024D             ledger-account ","
1024E             posting-sequence
1024F          delimited by size into ledger-record.
1024G      write ledger-record.
1024H
1024I  earn-line-points.
1024J      move inv-line-item(inv-line-index) to loy-item-wanted.
1024K      move invoice-date to loy-rate-date.
1024L      perform find-loyalty-rate.
1024M      move inv-line-net(inv-line-index) to line-points-net.
1024N      compute line-points = line-points-net * loy-rate-found.
1024O      add line-points to invoice-points.
1024P
1024Q  record-invoice-points.
1024R      if invoice-points > 0
1024S          move xref-number-found to loy-customer-number
1024T          move current-customer to loy-account
1024U          move invoice-date to loy-date
1024V          move "E" to loy-type
1024W          move invoice-points to loy-points
1024X          move invoice-number to loy-reference
1024Y          perform write-loyalty-entry
1024Z          add invoice-points to points-earned-total
1025A      end-if.
1025B      move 0 to invoice-points.
1025C
1025D  apply-loyalty-redemption.
1025E      move 0 to loyalty-discount.
1025F      move 0 to redeem-found-index.
1025G      perform varying redeem-index from 1 by 1
1025H              until redeem-index > redeem-count
1025I                 or redeem-found-index > 0
1025J          if redeem-status(redeem-index) = "P"
1025K             and (redeem-account(redeem-index) = current-customer
1025L              or (xref-number-found not = spaces
1025M                  and redeem-customer-number(redeem-index)
1025N                      = xref-number-found))
1025O              move redeem-index to redeem-found-index
1025P          end-if
1025Q      end-perform.
1025R      if redeem-found-index > 0
1025S          move redeem-amount(redeem-found-index)
1025T              to loyalty-discount
1025U          if loyalty-discount > order-total
1025V              move order-total to loyalty-discount
1025W          end-if
1025X          subtract loyalty-discount
1025Y              from redeem-amount(redeem-found-index)
1025Z          if redeem-amount(redeem-found-index) = 0
1026A              move "A" to redeem-status(redeem-found-index)
1026B          end-if
1026C          move invoice-number
1026D              to redeem-invoice(redeem-found-index)
1026E          subtract loyalty-discount from order-total
1026F          subtract loyalty-discount from grand-total
1026G          add 1 to loyalty-discount-count
1026H          add loyalty-discount to loyalty-discount-total
1026I      end-if.
1026J
1026K  write-loyalty-discount-line.
1026L      move loyalty-discount to loyalty-discount-edited.
1026M      move spaces to invoice-record.
1026N      string "L," invoice-number "," current-order ","
1026O             "LOYALTY,"
1026P             redeem-points(redeem-found-index) ","
1026Q             loyalty-discount-edited
1026R          delimited by size into invoice-record.
1026S      write invoice-record.
1026T      move spaces to register-line.
1026U      string "Invoice " invoice-number
1026V             " loyalty discount " loyalty-discount-edited
1026W             " for " current-customer
1026X          delimited by size into register-line.
1026Y      write register-line.
1020
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'audit-trail-writer'.
9930   copy 'customer-xref-lookup'.
9940   copy 'correspondence-writer'.
9950   copy 'loyalty-writer'.
9960   copy 'loyalty-rate-lookup'.
9970   copy 'loyalty-redemption-file'.
9970P  copy 'period-control-checker'.
