0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0392       select optional audit-file assign to dynamic
0392A          auditfilename
0392B          organization is line sequential.
0392F      select optional run-lock-file assign to dynamic
0392G          runlockfilename
0392H          organization is line sequential.
0392I      select optional customer-xref-file assign to dynamic
0392J          custxreffilename
0392K          organization is line sequential.
0392L      select optional loyalty-file assign to dynamic
0392M          loyaltyfilename
0392N          organization is line sequential.
0392O      select optional loyalty-rate-file assign to dynamic
0392P          loyaltyratename
0392Q          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  returns-file.
0407   01  return-record pic x(60).
0408   fd  inventory-file.
0409   01  inventory-record pic x(100).
0409A  fd  ledger-file.
0409B  01  ledger-record pic x(100).
0409C  fd  register-file.
0409F  01  price-list-record pic x(40).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409Z  fd  audit-file.
0409Z1 01  audit-record pic x(100).
0409Z2 fd  audit-control-file.
0409Z3 01  audit-control-record pic x(40).
0409Z4 fd  run-lock-file.
0409Z5 01  run-lock-record pic x(60).
0409Z6 fd  customer-xref-file.
0409Z7 01  customer-xref-record pic x(40).
0409Z8 fd  loyalty-file.
0409Z9 01  loyalty-record pic x(80).
0409ZA fd  loyalty-rate-file.
0409ZB 01  loyalty-rate-record pic x(60).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0412A  copy 'audit-trail-variables'.
0412B  copy 'run-lock-variables'.
0412E  copy 'customer-xref-variables'.
0412F  copy 'loyalty-variables'.
0412C  01 array-size pic 9(2) value 0.
0412D  01 run-control-rerun pic x value "N".
0413
0436           10 item-unit-cost pic 9(4)v99.
0436A          10 item-supplier pic x(8).
0436B          10 item-location pic x(4).
0436C          10 item-description pic x(20).
0436D          10 item-uom pic x(4).
0437   01 item-count pic 9(3) value 0.
0438   01 item-index pic 9(3).
0439   01 found-index pic 9(3).
0444   01 unit-cost-text pic x(10).
0444A  01 supplier-text pic x(8).
0444B  01 location-text pic x(4).
0444B1 01 description-text pic x(20).
0444B2 01 uom-text pic x(4).
0444C  01 cage-location pic x(4) value "CAGE".
0445   01 item-on-hand-edited pic -9(5).
0446   01 item-unit-cost-edited pic 9(4).99.
0500D  01 credit-total-edited pic -9(9).99.
0500E  01 entry-source pic x value "R".
0500G  01 posting-sequence pic 9(6) value 0.
0500H  01 return-points-value pic 9(7)v99.
0500I  01 points-reversed-total pic s9(9) value 0.
0500F
0500   procedure division.
0600
0720       perform get-processing-date.
0721       string "LEDGER" processing-date ".TXT"
0722           delimited by size into ledgerfilename.
0722A      move processing-date to period-check-date.
0722B      move "Returns-Processing" to period-program-name.
0722C      perform check-posting-period.
0722D      if period-post-allowed = "N"
0722E          perform release-run-lock
0722F          move 8 to return-code
0722G          stop run
0722H      end-if.
0723       string "RETREG" processing-date ".TXT"
0724           delimited by size into registerfilename.
0730       perform load-inventory-master.
0731       perform load-price-list.
0732       perform load-customer-xref.
0733       perform load-loyalty-rates.
0740       open output register-file.
0741       move spaces to register-line.
0742       string "Returns register for " processing-date
0770       perform save-inventory-master.
0780       display "Returns processed: " returns-processed.
0781       display "Returns rejected: " returns-rejected.
0782       move points-reversed-total to loy-points-edited.
0783       display "Loyalty points reversed: " loy-points-edited.
0900   program-done.
0905       perform release-run-lock.
0910       stop run.
0939                   move spaces to unit-cost-text
0939A                  move spaces to supplier-text
0939B                  move spaces to location-text
0939C                  move spaces to description-text
0939D                  move spaces to uom-text
0940                   unstring inventory-record delimited by ","
0941                       into item-number-text on-hand-text
0942                            reorder-point-text reorder-qty-text
0943                            unit-cost-text supplier-text
0943A1                         location-text description-text
0943A2                         uom-text
0943A3                 move description-text
0943A4                     to item-description(item-count)
0943A5                 move uom-text to item-uom(item-count)
0943A                  move supplier-text
0943B                      to item-supplier(item-count)
0943C                  if location-text = spaces
1031           perform price-return-credit
1032           add return-qty to item-on-hand(found-index)
1033           perform write-credit-ledger-entry
1033A          perform reverse-return-points
1034           perform tally-reason-code
1035           add 1 to returns-processed
1036           add credit-amount to credit-total
1112           delimited by size into ledger-record.
1113       write ledger-record.
1114       close ledger-file.
1114A
1114B  reverse-return-points.
1114C      move return-item to loy-item-wanted.
1114D      move processing-date to loy-rate-date.
1114E      perform find-loyalty-rate.
1114F      compute return-points-value = 0 - credit-amount.
1114G      compute loy-points =
1114H          0 - (return-points-value * loy-rate-found).
1114I      if loy-points < 0
1114J          move return-customer to xref-account-wanted
1114K          perform find-customer-number
1114L          move xref-number-found to loy-customer-number
1114M          move return-customer to loy-account
1114N          move processing-date to loy-date
1114O          move "R" to loy-type
1114P          move spaces to loy-reference
1114Q          string "RET" return-item
1114R              delimited by size into loy-reference
1114S          perform write-loyalty-entry
1114T          add loy-points to points-reversed-total
1114U      end-if.
1115
1120   tally-reason-code.
1121       move "N" to reason-found.
1202                  item-reorder-qty(item-index) ","
1203                  item-unit-cost-edited ","
1203A                 item-supplier(item-index) ","
1203B                 item-location(item-index) ","
1203C                 item-description(item-index) ","
1203D                 item-uom(item-index)
1204               delimited by size into inventory-record
1205           write inventory-record
1206       end-perform.
9900   copy 'processing-date-routine'.
9910   copy 'audit-trail-writer'.
9920   copy 'run-lock-manager'.
9930   copy 'customer-xref-lookup'.
9940   copy 'loyalty-writer'.
9950   copy 'loyalty-rate-lookup'.
9950P  copy 'period-control-checker'.
