010    identification division.
020    program-id. Lot-Expiry-Report.
030    environment division.
031    input-output section.
032    file-control.
033        select optional lot-stock-file assign to dynamic
033A           lotstockfilename
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
042    fd  lot-stock-file.
043    01  lot-stock-record pic x(60).
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
061        01 lotstockfilename pic x(20) value "LOTSTOCK.TXT".
062        01 lot-eof pic x value "N".
063        01 parm-number-text pic x(7) justified right.
064        01 parm-number pic 9(7).
065        01 expiry-days pic 9(4) value 30.
066
070        01 lot-item-text pic x(8).
071        01 lot-location pic x(4).
072        01 lot-number pic x(12).
073        01 lot-expiry-text pic x(10).
074        01 lot-expiry pic 9(8).
075        01 lot-qty-text pic x(8).
076        01 lot-qty pic s9(5).
077        01 lot-status pic x.
078        01 days-to-expiry pic s9(5).
079        01 days-edited pic -(4)9.
080        01 lot-qty-edited pic z(4)9.
081        01 expiry-action pic x(8).
082        01 status-text pic x(11).
083
090        01 lots-read pic 9(5) value 0.
091        01 expired-count pic 9(5) value 0.
092        01 expired-qty pic 9(7) value 0.
093        01 expiring-count pic 9(5) value 0.
094        01 expiring-qty pic 9(7) value 0.
095
0200   procedure division.
0201
0210   program-begin.
0211       perform get-processing-date.
0212       perform load-expiry-parameters.
0213       move "Lot-Expiry-Report" to report-program-name.
0214       move spaces to report-title.
0215       string "Lots expiring within " expiry-days " days"
0216           delimited by size into report-title.
0217       move "Item  Loc  Lot          Expiry     Days   Qty Action"
0218           to report-column-heading.
0219       move "   Status" to report-column-heading(54:9).
0220       perform write-report-header.
0221       perform review-stock-lots.
0222       move spaces to report-line.
0223       string "Lots read: " lots-read
0224              "  expired: " expired-count " qty " expired-qty
0225              "  expiring: " expiring-count " qty " expiring-qty
0226           delimited by size into report-line.
0227       perform write-report-totals.
0228       display "Expired lots: " expired-count
0229           "  expiring within " expiry-days " days: "
0230           expiring-count.
0231       if expired-count > 0 or expiring-count > 0
0232           move 4 to return-code
0233       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-expiry-parameters.
0401       move "LOTPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "EXPIRYDAYS" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           move parm-number to expiry-days
0408       end-if.
0420
0430   convert-parm-number.
0431       unstring parm-value delimited by " "
0432           into parm-number-text.
0433       inspect parm-number-text replacing leading space by "0".
0434       move parm-number-text to parm-number.
0440
0500   review-stock-lots.
0501       move "N" to lot-eof.
0502       open input lot-stock-file.
0503       perform until lot-eof = "Y"
0504           read lot-stock-file
0505               at end move "Y" to lot-eof
0506               not at end
0507                   perform review-one-lot
0508           end-read
0509       end-perform.
0510       close lot-stock-file.
0520
0600   review-one-lot.
0601       add 1 to lots-read.
0602       move spaces to lot-status.
0603       unstring lot-stock-record delimited by ","
0604           into lot-item-text lot-location lot-number
0605                lot-expiry-text lot-qty-text lot-status.
0606       move lot-expiry-text to lot-expiry.
0607       move lot-qty-text to lot-qty.
0608       if lot-qty > 0
0609          and lot-expiry not = 99999999
0610          and lot-expiry > 19000000
0611           compute days-to-expiry =
0612               function integer-of-date(lot-expiry)
0613               - function integer-of-date(processing-date)
0614           if days-to-expiry <= expiry-days
0615               perform write-expiry-line
0616           end-if
0617       end-if.
0620
0700   write-expiry-line.
0701       if days-to-expiry < 0
0702           move "EXPIRED" to expiry-action
0703           add 1 to expired-count
0704           add lot-qty to expired-qty
0705       else
0706           move "EXPIRING" to expiry-action
0707           add 1 to expiring-count
0708           add lot-qty to expiring-qty
0709       end-if.
0710       if lot-status = "Q"
0711           move "QUARANTINED" to status-text
0712       else
0713           move "AVAILABLE" to status-text
0714       end-if.
0715       move days-to-expiry to days-edited.
0716       move lot-qty to lot-qty-edited.
0717       move spaces to report-line.
0718       string lot-item-text(1:5) " "
0719              lot-location " "
0720              lot-number " "
0721              lot-expiry " "
0722              days-edited " "
0723              lot-qty-edited " "
0724              expiry-action " "
0725              status-text
0726           delimited by size into report-line.
0727       perform write-report-line.
0730
9850   copy 'parameter-card-reader'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
