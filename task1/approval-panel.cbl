1110   release-one-item.
1111       if pend-status(pending-index) = "A"
1112           perform parse-pending-detail
1112A      end-if.
1112B      if pend-status(pending-index) = "A"
1112C         and detail-type not = "W"
1112D         and detail-type not = "J"
1113           move detail-amount-text to detail-amount
1114           add detail-amount to detail-hash
1115           add 1 to released-count
