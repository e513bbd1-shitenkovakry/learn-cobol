010    identification division.
020    program-id. Lot-Trace-Report.
030    environment division.
031    input-output section.
032    file-control.
033        select optional lot-trace-file assign to dynamic
033A           lottracefilename
034            organization is line sequential.
035        select optional lot-stock-file assign to dynamic
035A           lotstockfilename
036            organization is line sequential.
037        select optional report-file assign to dynamic
037A           reportfilename
038            organization is line sequential.
039        select optional calendar-file assign to dynamic
039A           calendarfilename
039B           organization is line sequential.
040    data division.
041    file section.
042    fd  lot-trace-file.
043    01  lot-trace-record pic x(80).
044    fd  lot-stock-file.
045    01  lot-stock-record pic x(60).
046    fd  report-file.
047    01  report-line pic x(200).
048    fd  calendar-file.
049    01  calendar-record pic x(20).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'report-writer-variables'.
061        01 lottracefilename pic x(20) value "LOTTRACE.TXT".
062        01 lotstockfilename pic x(20) value "LOTSTOCK.TXT".
063        01 input-eof pic x value "N".
064        01 trace-lot pic x(12).
065
070        01 tr-date pic x(8).
071        01 tr-item-text pic x(8).
072        01 tr-location pic x(4).
073        01 tr-lot pic x(12).
074        01 tr-code pic x.
075        01 tr-qty-text pic x(8).
076        01 tr-qty pic s9(5).
077        01 tr-reference pic x(10).
078        01 tr-movement pic x(12).
079        01 tr-qty-edited pic -(5)9.
080
090        01 ls-item-text pic x(8).
091        01 ls-location pic x(4).
092        01 ls-lot pic x(12).
093        01 ls-expiry pic x(8).
094        01 ls-qty-text pic x(8).
095        01 ls-qty pic s9(5).
096        01 ls-status pic x.
097
0100       01 movement-count pic 9(5) value 0.
0101       01 received-qty pic s9(7) value 0.
0102       01 issued-qty pic s9(7) value 0.
0103       01 adjusted-qty pic s9(7) value 0.
0104       01 on-hand-qty pic s9(7) value 0.
0105       01 total-edited pic -(6)9.
0106
0200   procedure division.
0201
0210   program-begin.
0211       display "Enter lot number to trace".
0212       accept trace-lot.
0213       perform get-processing-date.
0214       move "Lot-Trace-Report" to report-program-name.
0215       move spaces to report-title.
0216       string "Lot trace for lot " trace-lot
0217           delimited by size into report-title.
0218       move "Date     Item  Loc  Movement       Qty Reference"
0219           to report-column-heading.
0220       perform write-report-header.
0221       perform trace-lot-movements.
0222       perform show-lot-on-hand.
0223       move spaces to report-line.
0224       perform write-report-line.
0225       move received-qty to total-edited.
0226       move spaces to report-line.
0227       string "Received " total-edited
0228           delimited by size into report-line.
0229       perform write-report-line.
0230       move issued-qty to total-edited.
0231       move spaces to report-line.
0232       string "Issued   " total-edited
0233           delimited by size into report-line.
0234       perform write-report-line.
0235       move adjusted-qty to total-edited.
0236       move spaces to report-line.
0237       string "Adjusted " total-edited
0238           delimited by size into report-line.
0239       perform write-report-line.
0240       move on-hand-qty to total-edited.
0241       move spaces to report-line.
0242       string "On hand  " total-edited
0243              "  movements traced: " movement-count
0244           delimited by size into report-line.
0245       perform write-report-totals.
0246       display "Movements traced for lot " trace-lot ": "
0247           movement-count.
0300   program-done.
0310       stop run.
0320
0400   trace-lot-movements.
0401       move "N" to input-eof.
0402       open input lot-trace-file.
0403       perform until input-eof = "Y"
0404           read lot-trace-file
0405               at end move "Y" to input-eof
0406               not at end
0407                   move spaces to tr-reference
0408                   unstring lot-trace-record delimited by ","
0409                       into tr-date tr-item-text tr-location
0410                            tr-lot tr-code tr-qty-text
0411                            tr-reference
0412                   if tr-lot = trace-lot
0413                       perform write-movement-line
0414                   end-if
0415           end-read
0416       end-perform.
0417       close lot-trace-file.
0420
0500   write-movement-line.
0501       add 1 to movement-count.
0502       move tr-qty-text to tr-qty.
0503       move tr-code to tr-movement.
0507       if tr-code = "R"
0508           move "Received" to tr-movement
0509           add tr-qty to received-qty
0510       end-if.
0511       if tr-code = "I"
0512           move "Issued" to tr-movement
0513           subtract tr-qty from issued-qty
0514       end-if.
0515       if tr-code = "A"
0516           move "Adjusted" to tr-movement
0517           add tr-qty to adjusted-qty
0518       end-if.
0519       if tr-code = "T"
0520           if tr-qty < 0
0521               move "Transfer out" to tr-movement
0522           else
0523               move "Transfer in" to tr-movement
0524           end-if
0525       end-if.
0526       if tr-code = "Q"
0527           move "Quarantined" to tr-movement
0528       end-if.
0529       if tr-code = "U"
0530           move "Released" to tr-movement
0531       end-if.
0531A      if tr-code = "K" or tr-code = "D"
0531B          if tr-code = "K"
0531C              move "Assembly" to tr-movement
0531D          else
0531E              move "Disassembly" to tr-movement
0531F          end-if
0531G          if tr-qty < 0
0531H              subtract tr-qty from issued-qty
0531I          else
0531J              add tr-qty to received-qty
0531K          end-if
0531L      end-if.
0532       move tr-qty to tr-qty-edited.
0533       move spaces to report-line.
0534       string tr-date " "
0535              tr-item-text(1:5) " "
0536              tr-location " "
0537              tr-movement " "
0538              tr-qty-edited " "
0539              tr-reference
0540           delimited by size into report-line.
0541       perform write-report-line.
0550
0600   show-lot-on-hand.
0601       move "N" to input-eof.
0602       open input lot-stock-file.
0603       perform until input-eof = "Y"
0604           read lot-stock-file
0605               at end move "Y" to input-eof
0606               not at end
0607                   move spaces to ls-status
0608                   unstring lot-stock-record delimited by ","
0609                       into ls-item-text ls-location ls-lot
0610                            ls-expiry ls-qty-text ls-status
0611                   if ls-lot = trace-lot
0612                       perform write-on-hand-line
0613                   end-if
0614           end-read
0615       end-perform.
0616       close lot-stock-file.
0620
0700   write-on-hand-line.
0701       move ls-qty-text to ls-qty.
0702       add ls-qty to on-hand-qty.
0703       move ls-qty to tr-qty-edited.
0704       move spaces to report-line.
0705       string "On hand  "
0706              ls-item-text(1:5) " "
0707              ls-location " expiry "
0708              ls-expiry " qty "
0709              tr-qty-edited " status "
0710              ls-status
0711           delimited by size into report-line.
0712       perform write-report-line.
0720
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
