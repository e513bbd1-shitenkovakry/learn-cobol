010    identification division.
020    program-id. Supplier-Invoice-Entry.
030    environment division.
031    input-output section.
032    file-control.
033        select optional supplier-invoice-file assign to dynamic
033A           supplierinvoicename
034            organization is line sequential.
035        select optional supplier-file assign to dynamic
035A           supplierfilename
036            organization is line sequential.
036A       select optional paid-history-file assign to dynamic
036B           paidhistoryname
036C           organization is line sequential.
037        select optional calendar-file assign to dynamic
037A           calendarfilename
037B           organization is line sequential.
040    data division.
041    file section.
042    fd  supplier-invoice-file.
043    01  supplier-invoice-record pic x(100).
044    fd  supplier-file.
045    01  supplier-record pic x(120).
045A   fd  paid-history-file.
045B   01  paid-history-record pic x(80).
046    fd  calendar-file.
047    01  calendar-record pic x(20).
048
060    working-storage section.
060A       copy 'processing-date-variables'.
060B       copy 'supplier-invoice-variables'.
060C       copy 'paid-invoice-variables'.
061        01 supplierfilename pic x(20) value "SUPPLIER.TXT".
062        01 supplier-eof pic x value "N".
063        01 entry-pick pic x.
064
070        01 supplier-table.
071            05 supplier-entry occurs 50 times.
072                10 supplier-entry-id pic x(8).
073                10 supplier-entry-name pic x(20).
074        01 supplier-count pic 9(2) value 0.
075        01 supplier-index pic 9(2).
076        01 supplier-found pic x.
077
080        01 work-supplier pic x(8).
081        01 work-invoice pic x(12).
082        01 work-invoice-date pic 9(8).
083        01 work-po-number pic 9(8).
084        01 work-item pic 9(5).
085        01 work-qty pic 9(5).
086        01 work-price pic 9(5)v99.
087        01 duplicate-found pic x.
088        01 invoice-lines pic 9(3).
089        01 invoice-total pic 9(8)v99.
090        01 invoice-total-edited pic 9(8).99.
091        01 lines-entered pic 9(4) value 0.
092        01 duplicates-rejected pic 9(4) value 0.
093        01 file-changed pic x value "N".
094
0100   procedure division.
0110
0120   program-begin.
0121       perform get-processing-date.
0122       perform load-supplier-table.
0123       perform load-supplier-invoices.
0124       display supp-inv-count " supplier invoice lines on file".
0130       perform entry-cycle
0131           until entry-pick = "X".
0140       if file-changed = "Y"
0141           perform save-supplier-invoices
0142       end-if.
0150       display "Invoice lines entered: " lines-entered.
0151       display "Duplicate invoices rejected: " duplicates-rejected.
0200   program-done.
0210       stop run.
0220
0300   load-supplier-table.
0301       move 0 to supplier-count.
0302       move "N" to supplier-eof.
0303       open input supplier-file.
0304       perform until supplier-eof = "Y"
0305              or supplier-count = 50
0306           read supplier-file
0307               at end move "Y" to supplier-eof
0308               not at end
0309                   add 1 to supplier-count
0310                   unstring supplier-record delimited by ","
0311                       into supplier-entry-id(supplier-count)
0312                            supplier-entry-name(supplier-count)
0313           end-read
0314       end-perform.
0315       close supplier-file.
0320
0400   entry-cycle.
0401       display " ".
0402       display "E = enter a supplier invoice, B = browse,".
0403       display "X = save and exit".
0404       accept entry-pick.
0405       if entry-pick = "E"
0406           perform enter-one-invoice
0407       end-if.
0408       if entry-pick = "B"
0409           perform browse-supplier-invoices
0410       end-if.
0420
0500   enter-one-invoice.
0501       display "Enter supplier id".
0502       accept work-supplier.
0503       perform find-supplier.
0504       if supplier-found = "N"
0505           display "Supplier " work-supplier " is not on file"
0506       else
0507           display "Enter supplier invoice number"
0508           accept work-invoice
0509           perform check-duplicate-invoice
0510           if duplicate-found = "Y"
0511               add 1 to duplicates-rejected
0512               display "Invoice " work-invoice " from "
0513                   work-supplier " is already on file,"
0514                   " duplicate rejected"
0515           else
0516               perform enter-invoice-lines
0517           end-if
0518       end-if.
0520
0600   find-supplier.
0601       move "N" to supplier-found.
0602       perform varying supplier-index from 1 by 1
0603               until supplier-index > supplier-count
0604                  or supplier-found = "Y"
0605           if supplier-entry-id(supplier-index) = work-supplier
0606               move "Y" to supplier-found
0607           end-if
0608       end-perform.
0610
0700   check-duplicate-invoice.
0701       move "N" to duplicate-found.
0702       perform varying supp-inv-index from 1 by 1
0703               until supp-inv-index > supp-inv-count
0704                  or duplicate-found = "Y"
0705           if si-supplier(supp-inv-index) = work-supplier
0706              and si-invoice(supp-inv-index) = work-invoice
0707               move "Y" to duplicate-found
0708           end-if
0709       end-perform.
0709A      if duplicate-found = "N"
0709B          perform search-paid-history
0709C      end-if.
0709D
0709E  search-paid-history.
0709F      move "N" to paid-history-eof.
0709G      open input paid-history-file.
0709H      perform until paid-history-eof = "Y"
0709I             or duplicate-found = "Y"
0709J          read paid-history-file
0709K              at end move "Y" to paid-history-eof
0709L              not at end
0709M                  perform split-paid-history-record
0709N                  if ph-supplier = work-supplier
0709O                     and ph-invoice = work-invoice
0709P                      move "Y" to duplicate-found
0709Q                  end-if
0709R          end-read
0709S      end-perform.
0709T      close paid-history-file.
0710
0800   enter-invoice-lines.
0801       display "Invoice date (YYYYMMDD), or 0 for today".
0802       accept work-invoice-date.
0803       if work-invoice-date = 0
0804           move processing-date to work-invoice-date
0805       end-if.
0806       move 0 to invoice-lines.
0807       move 0 to invoice-total.
0808       move 1 to work-po-number.
0809       perform enter-one-line
0810           until work-po-number = 0.
0811       move invoice-total to invoice-total-edited.
0812       display "Invoice " work-invoice " entered, "
0813           invoice-lines " lines, total " invoice-total-edited.
0820
0900   enter-one-line.
0901       display "PO number for the next line, 0 to finish".
0902       accept work-po-number.
0903       if work-po-number not = 0
0904           if supp-inv-count = 500
0905               display "Supplier invoice file is full"
0906               move 0 to work-po-number
0907           else
0908               display "Item"
0909               accept work-item
0910               display "Quantity invoiced"
0911               accept work-qty
0912               display "Unit price invoiced"
0913               accept work-price
0914               perform add-invoice-line
0915           end-if
0916       end-if.
0920
1000   add-invoice-line.
1001       add 1 to supp-inv-count.
1002       move work-supplier to si-supplier(supp-inv-count).
1003       move work-invoice to si-invoice(supp-inv-count).
1004       move work-invoice-date to si-invoice-date(supp-inv-count).
1005       move work-po-number to si-po-number(supp-inv-count).
1006       move work-item to si-item(supp-inv-count).
1007       move work-qty to si-qty(supp-inv-count).
1008       move work-price to si-price(supp-inv-count).
1009       move "E" to si-status(supp-inv-count).
1010       move spaces to si-reason(supp-inv-count).
1011       move spaces to si-check(supp-inv-count).
1012       compute invoice-total = invoice-total
1013           + (work-qty * work-price).
1014       add 1 to invoice-lines.
1015       add 1 to lines-entered.
1016       move "Y" to file-changed.
1020
1100   browse-supplier-invoices.
1101       display "Supplier Invoice      PO       Item  Qty   Price"
1102           "    St Reason Check".
1103       perform varying supp-inv-index from 1 by 1
1104               until supp-inv-index > supp-inv-count
1105           move si-price(supp-inv-index) to si-price-edited
1106           display si-supplier(supp-inv-index) " "
1107               si-invoice(supp-inv-index) " "
1108               si-po-number(supp-inv-index) " "
1109               si-item(supp-inv-index) " "
1110               si-qty(supp-inv-index) " "
1111               si-price-edited " "
1112               si-status(supp-inv-index) "  "
1113               si-reason(supp-inv-index) "   "
1114               si-check(supp-inv-index)
1115       end-perform.
1120
9800   copy 'supplier-invoice-file'.
9801   copy 'paid-invoice-history'.
9900   copy 'processing-date-routine'.
