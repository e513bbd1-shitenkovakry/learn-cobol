010    identification division.
020    program-id. PPV-Report.
030    environment division.
031    input-output section.
032    file-control.
033        select optional receipt-history-file assign to dynamic
033A           receipthistoryname
034            organization is line sequential.
035        select optional parameter-card-file assign to dynamic
035A           parmcardfilename
036            organization is line sequential.
037        select optional report-file assign to dynamic
037A           reportfilename
038            organization is line sequential.
039        select optional calendar-file assign to dynamic
039A           calendarfilename
039B           organization is line sequential.
040    data division.
041    file section.
042    fd  receipt-history-file.
043    01  receipt-history-record pic x(120).
044    fd  parameter-card-file.
045    01  parameter-card-record pic x(60).
046    fd  report-file.
047    01  report-line pic x(200).
048    fd  calendar-file.
049    01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
061        01 receipthistoryname pic x(20) value "RCPTHIST.TXT".
062        01 input-eof pic x value "N".
063        01 parm-number-text pic x(7) justified right.
064        01 parm-number pic 9(7).
065        01 ppv-month pic 9(6).
066
070        01 rh-po-text pic x(10).
071        01 rh-item-text pic x(8).
072        01 rh-item pic 9(5).
073        01 rh-supplier pic x(8).
074        01 rh-order-date pic x(8).
075        01 rh-expected pic x(8).
076        01 rh-receipt-date pic x(8).
077        01 rh-qty-text pic x(8).
078        01 rh-qty pic 9(5).
079        01 rh-lead-text pic x(6).
080        01 rh-po-cost-text pic x(10).
081        01 rh-po-cost pic 9(4)v99.
082        01 rh-standard-text pic x(10).
083        01 rh-standard-cost pic 9(4)v99.
084        01 line-po-value pic 9(8)v99.
085        01 line-standard-value pic 9(8)v99.
086
090        01 item-variance-table.
091            05 item-variance-entry occurs 100 times.
092                10 iv-item pic 9(5).
093                10 iv-qty pic 9(7).
094                10 iv-po-value pic 9(9)v99.
095                10 iv-standard-value pic 9(9)v99.
096                10 iv-variance pic s9(9)v99.
097        01 iv-count pic 9(3) value 0.
098        01 iv-index pic 9(3).
099        01 iv-found-index pic 9(3).
0100       01 iv-hold pic x(60).
0101
0110       01 supplier-variance-table.
0111           05 supplier-variance-entry occurs 50 times.
0112               10 sv-supplier pic x(8).
0113               10 sv-qty pic 9(7).
0114               10 sv-po-value pic 9(9)v99.
0115               10 sv-standard-value pic 9(9)v99.
0116               10 sv-variance pic s9(9)v99.
0117       01 sv-count pic 9(2) value 0.
0118       01 sv-index pic 9(2).
0119       01 sv-found-index pic 9(2).
0120       01 sv-hold pic x(60).
0121
0130       01 rank-index pic 9(3).
0131       01 rank-best pic 9(3).
0132       01 rank-key pic x(8).
0133       01 rank-qty pic 9(7).
0134       01 rank-po-value pic 9(9)v99.
0135       01 rank-standard-value pic 9(9)v99.
0136       01 rank-variance pic s9(9)v99.
0137       01 rank-variance-pct pic s9(4)v9.
0138       01 qty-edited pic z(6)9.
0139       01 po-value-edited pic z(8)9.99.
0140       01 standard-value-edited pic z(8)9.99.
0141       01 variance-edited pic -(9)9.99.
0142       01 variance-pct-edited pic -(4)9.9.
0143       01 receipts-priced pic 9(5) value 0.
0144       01 receipts-unpriced pic 9(5) value 0.
0145       01 total-variance pic s9(9)v99 value 0.
0146       01 total-variance-edited pic -(9)9.99.
0147       01 unfavorable-count pic 9(3) value 0.
0148
0200   procedure division.
0201
0210   program-begin.
0211       perform get-processing-date.
0212       move processing-date(1:6) to ppv-month.
0213       perform load-ppv-parameters.
0214       perform accumulate-receipt-variances.
0215       perform rank-item-variances.
0216       perform rank-supplier-variances.
0217       perform write-ppv-report.
0218       display "Receipts priced: " receipts-priced
0219           "  without a price: " receipts-unpriced.
0220       display "Net purchase price variance: "
0221           total-variance-edited.
0222       if unfavorable-count > 0
0223           move 4 to return-code
0224       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-ppv-parameters.
0401       move "PPVPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "MONTH" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           if parm-number > 190000
0408               move parm-number to ppv-month
0409           end-if
0410       end-if.
0411       display "Purchase price variance for " ppv-month.
0420
0430   convert-parm-number.
0431       unstring parm-value delimited by " "
0432           into parm-number-text.
0433       inspect parm-number-text replacing leading space by "0".
0434       move parm-number-text to parm-number.
0440
0500   accumulate-receipt-variances.
0501       move "N" to input-eof.
0502       open input receipt-history-file.
0503       perform until input-eof = "Y"
0504           read receipt-history-file
0505               at end move "Y" to input-eof
0506               not at end
0507                   perform accumulate-one-receipt
0508           end-read
0509       end-perform.
0510       close receipt-history-file.
0520
0600   accumulate-one-receipt.
0601       move spaces to rh-po-cost-text.
0602       move spaces to rh-standard-text.
0603       unstring receipt-history-record delimited by ","
0604           into rh-po-text rh-item-text rh-supplier
0605                rh-order-date rh-expected rh-receipt-date
0606                rh-qty-text rh-lead-text
0607                rh-po-cost-text rh-standard-text.
0608       if rh-receipt-date(1:6) = ppv-month
0609           if rh-po-cost-text = spaces
0610              or rh-standard-text = spaces
0611               add 1 to receipts-unpriced
0612           else
0613               move rh-po-cost-text to rh-po-cost
0614               move rh-standard-text to rh-standard-cost
0615               if rh-po-cost = 0 or rh-standard-cost = 0
0616                   add 1 to receipts-unpriced
0617               else
0618                   perform add-receipt-variance
0619               end-if
0620           end-if
0621       end-if.
0630
0700   add-receipt-variance.
0701       add 1 to receipts-priced.
0702       move rh-item-text to rh-item.
0703       move rh-qty-text to rh-qty.
0704       compute line-po-value = rh-qty * rh-po-cost.
0705       compute line-standard-value = rh-qty * rh-standard-cost.
0706       move 0 to iv-found-index.
0707       perform varying iv-index from 1 by 1
0708               until iv-index > iv-count
0709                  or iv-found-index > 0
0710           if iv-item(iv-index) = rh-item
0711               move iv-index to iv-found-index
0712           end-if
0713       end-perform.
0714       if iv-found-index = 0
0715           if iv-count = 100
0716               display "More than 100 items received, run stopped"
0717               move 16 to return-code
0718               stop run
0719           end-if
0720           add 1 to iv-count
0721           move iv-count to iv-found-index
0722           move rh-item to iv-item(iv-found-index)
0723           move 0 to iv-qty(iv-found-index)
0724           move 0 to iv-po-value(iv-found-index)
0725           move 0 to iv-standard-value(iv-found-index)
0726           move 0 to iv-variance(iv-found-index)
0727       end-if.
0728       add rh-qty to iv-qty(iv-found-index).
0729       add line-po-value to iv-po-value(iv-found-index).
0730       add line-standard-value
0731           to iv-standard-value(iv-found-index).
0732       compute iv-variance(iv-found-index) =
0733           iv-po-value(iv-found-index)
0734           - iv-standard-value(iv-found-index).
0735       move 0 to sv-found-index.
0736       perform varying sv-index from 1 by 1
0737               until sv-index > sv-count
0738                  or sv-found-index > 0
0739           if sv-supplier(sv-index) = rh-supplier
0740               move sv-index to sv-found-index
0741           end-if
0742       end-perform.
0743       if sv-found-index = 0
0744           if sv-count = 50
0745               display "More than 50 suppliers received,"
0746                   " run stopped"
0747               move 16 to return-code
0748               stop run
0749           end-if
0750           add 1 to sv-count
0751           move sv-count to sv-found-index
0752           move rh-supplier to sv-supplier(sv-found-index)
0753           move 0 to sv-qty(sv-found-index)
0754           move 0 to sv-po-value(sv-found-index)
0755           move 0 to sv-standard-value(sv-found-index)
0756           move 0 to sv-variance(sv-found-index)
0757       end-if.
0758       add rh-qty to sv-qty(sv-found-index).
0759       add line-po-value to sv-po-value(sv-found-index).
0760       add line-standard-value
0761           to sv-standard-value(sv-found-index).
0762       compute sv-variance(sv-found-index) =
0763           sv-po-value(sv-found-index)
0764           - sv-standard-value(sv-found-index).
0765       compute total-variance = total-variance
0766           + line-po-value - line-standard-value.
0770
0800   rank-item-variances.
0801       perform varying iv-index from 1 by 1
0802               until iv-index >= iv-count
0803           move iv-index to rank-best
0804           perform varying rank-index from iv-index by 1
0805                   until rank-index > iv-count
0806               if iv-variance(rank-index) > iv-variance(rank-best)
0807                   move rank-index to rank-best
0808               end-if
0809           end-perform
0810           if rank-best not = iv-index
0811               move item-variance-entry(iv-index) to iv-hold
0812               move item-variance-entry(rank-best)
0813                   to item-variance-entry(iv-index)
0814               move iv-hold to item-variance-entry(rank-best)
0815           end-if
0816       end-perform.
0820
0900   rank-supplier-variances.
0901       perform varying sv-index from 1 by 1
0902               until sv-index >= sv-count
0903           move sv-index to rank-best
0904           perform varying rank-index from sv-index by 1
0905                   until rank-index > sv-count
0906               if sv-variance(rank-index) > sv-variance(rank-best)
0907                   move rank-index to rank-best
0908               end-if
0909           end-perform
0910           if rank-best not = sv-index
0911               move supplier-variance-entry(sv-index) to sv-hold
0912               move supplier-variance-entry(rank-best)
0913                   to supplier-variance-entry(sv-index)
0914               move sv-hold to supplier-variance-entry(rank-best)
0915           end-if
0916       end-perform.
0920
1000   write-ppv-report.
1001       move "PPV-Report" to report-program-name.
1002       move spaces to report-title.
1003       string "Purchase price variance " ppv-month
1004           delimited by size into report-title.
1005       move "Item/Supp     Qty     PO value    Std value"
1006           to report-column-heading(1:43).
1007       move "     Variance  Var%" to report-column-heading(44:19).
1008       perform write-report-header.
1009       move "Items, largest unfavorable variance first"
1010           to report-line.
1011       perform write-report-line.
1012       perform varying iv-index from 1 by 1
1013               until iv-index > iv-count
1014           move spaces to rank-key
1015           move iv-item(iv-index) to rank-key
1016           move iv-qty(iv-index) to rank-qty
1017           move iv-po-value(iv-index) to rank-po-value
1018           move iv-standard-value(iv-index)
1019               to rank-standard-value
1020           move iv-variance(iv-index) to rank-variance
1021           perform write-variance-line
1022       end-perform.
1023       move spaces to report-line.
1024       perform write-report-line.
1025       move "Suppliers, largest unfavorable variance first"
1026           to report-line.
1027       perform write-report-line.
1028       perform varying sv-index from 1 by 1
1029               until sv-index > sv-count
1030           move sv-supplier(sv-index) to rank-key
1031           move sv-qty(sv-index) to rank-qty
1032           move sv-po-value(sv-index) to rank-po-value
1033           move sv-standard-value(sv-index)
1034               to rank-standard-value
1035           move sv-variance(sv-index) to rank-variance
1036           perform write-variance-line
1037       end-perform.
1038       move total-variance to total-variance-edited.
1039       move spaces to report-line.
1040       string "Receipts priced: " receipts-priced
1041              "  unpriced: " receipts-unpriced
1042              "  net variance: " total-variance-edited
1043           delimited by size into report-line.
1044       perform write-report-totals.
1050
1100   write-variance-line.
1101       move 0 to rank-variance-pct.
1101A      if rank-variance > 0
1101B          add 1 to unfavorable-count
1101C      end-if.
1102       if rank-standard-value > 0
1103           compute rank-variance-pct rounded =
1104               rank-variance * 100 / rank-standard-value
1105       end-if.
1106       move rank-qty to qty-edited.
1107       move rank-po-value to po-value-edited.
1108       move rank-standard-value to standard-value-edited.
1109       move rank-variance to variance-edited.
1110       move rank-variance-pct to variance-pct-edited.
1111       move spaces to report-line.
1112       string rank-key " "
1113              qty-edited " "
1114              po-value-edited " "
1115              standard-value-edited " "
1116              variance-edited " "
1117              variance-pct-edited
1118           delimited by size into report-line.
1119       perform write-report-line.
1120
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
