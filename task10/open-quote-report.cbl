0100   identification division.
0200   program-id. Open-Quote-Report.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional quote-file assign to dynamic
0330A          quotefilename
0331           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  quote-file.
0407   01  quote-record pic x(140).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'report-writer-variables'.
0413   copy 'processing-date-variables'.
0414   copy 'parameter-card-variables'.
0415
0420   01 quotefilename pic x(20) value "QUOTES.TXT".
0421   01 quote-eof pic x value "N".
0422
0430   01 quote-status pic x.
0431   01 quote-number-text pic x(8).
0432   01 quote-date-text pic x(8).
0433   01 quote-expiry pic 9(8).
0434   01 quote-customer pic x(8).
0435   01 quote-item pic x(8).
0436   01 quote-qty-text pic x(8).
0437   01 quote-price-text pic x(10).
0438   01 quote-disc-text pic x(6).
0439   01 quote-extended-text pic x(12).
0440   01 quote-net-text pic x(12).
0441   01 quote-net pic 9(7)v99.
0442
0450   01 current-quote pic x(8).
0451   01 current-status pic x.
0452   01 current-date-text pic x(8).
0453   01 current-expiry pic 9(8).
0454   01 current-customer pic x(8).
0455   01 current-lines pic 9(3).
0456   01 current-net pic 9(8)v99.
0457   01 current-net-edited pic 9(8).99.
0458
0460   01 lapse-days pic 99 value 5.
0461   01 lapse-days-text pic x(2) justified right.
0462   01 lapse-days-index pic 99.
0463   01 lapse-limit-date pic 9(8).
0464   01 today-date pic 9(8).
0465   01 quotes-lapsing pic 9(4) value 0.
0466   01 lapsing-net pic 9(9)v99 value 0.
0467   01 lapsing-net-edited pic 9(9).99.
0468   01 status-description pic x(8).
0469
0500   procedure division.
0600
0700   program-begin.
0710       move "QUOTEPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "LAPSEDAYS" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           unstring parm-value delimited by space
0716               into lapse-days-text
0717           inspect lapse-days-text replacing leading space by "0"
0718           move lapse-days-text to lapse-days
0719       end-if.
0720       perform get-processing-date.
0721       move processing-date to today-date.
0722       perform varying lapse-days-index from 1 by 1
0723               until lapse-days-index > lapse-days
0724           perform get-next-business-day
0725       end-perform.
0726       move processing-date to lapse-limit-date.
0727       move today-date to processing-date.
0730       move "Open-Quote-Report" to report-program-name.
0731       move "Open quotes about to lapse" to report-title.
0732       string "Quote    Customer Quoted   Expires  Status"
0733              "   Lines          Net"
0734           delimited by size into report-column-heading.
0735       perform write-report-header.
0740       move spaces to current-quote.
0741       open input quote-file.
0742       perform read-one-quote-line
0743           until quote-eof = "Y".
0744       close quote-file.
0745       if current-quote not = spaces
0746           perform report-one-quote
0747       end-if.
0750       move lapsing-net to lapsing-net-edited.
0751       move spaces to report-line.
0752       string "Quotes lapsing by " lapse-limit-date ": "
0753              quotes-lapsing "  net " lapsing-net-edited
0754           delimited by size into report-line.
0755       perform write-report-totals.
0756       display "Quotes lapsing by " lapse-limit-date ": "
0757           quotes-lapsing.
0900   program-done.
0910       stop run.
0911
1000   read-one-quote-line.
1001       read quote-file
1002           at end move "Y" to quote-eof
1003           not at end
1004               perform add-quote-line
1005       end-read.
1006
1010   add-quote-line.
1011       unstring quote-record delimited by ","
1012           into quote-status quote-number-text quote-date-text
1013                quote-expiry quote-customer quote-item
1014                quote-qty-text quote-price-text quote-disc-text
1015                quote-extended-text quote-net-text.
1016       if quote-number-text not = current-quote
1017           if current-quote not = spaces
1018               perform report-one-quote
1019           end-if
1020           move quote-number-text to current-quote
1021           move quote-status to current-status
1022           move quote-date-text to current-date-text
1023           move quote-expiry to current-expiry
1024           move quote-customer to current-customer
1025           move 0 to current-lines
1026           move 0 to current-net
1027       end-if.
1028       move quote-net-text to quote-net.
1029       add 1 to current-lines.
1030       add quote-net to current-net.
1031
1040   report-one-quote.
1041       if (current-status = "O" or current-status = "A")
1042          and current-expiry >= today-date
1043          and current-expiry <= lapse-limit-date
1044           if current-status = "O"
1045               move "OPEN" to status-description
1046           else
1047               move "ACCEPTED" to status-description
1048           end-if
1049           move current-net to current-net-edited
1050           move spaces to report-line
1051           string current-quote " " current-customer " "
1052                  current-date-text " " current-expiry " "
1053                  status-description " " current-lines " "
1054                  current-net-edited
1055               delimited by size into report-line
1056           perform write-report-line
1057           add 1 to quotes-lapsing
1058           add current-net to lapsing-net
1059       end-if.
1060
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
9920   copy 'parameter-card-reader'.
