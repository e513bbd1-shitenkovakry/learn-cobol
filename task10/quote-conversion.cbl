0100   identification division.
0200   program-id. Quote-Conversion.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional quote-file assign to dynamic
0330A          quotefilename
0331           organization is line sequential.
0332       select optional order-file assign to dynamic
0332A          orderfilename
0333           organization is line sequential.
0334       select register-file assign to dynamic registerfilename
0335           organization is line sequential.
0340       select optional parameter-card-file assign to dynamic
0340A          parmcardfilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P      select optional number-control-file assign to dynamic
0391Q          numbercontrolname
0391R          organization is line sequential.
0391S      select optional number-log-file assign to dynamic
0391T          numberlogname
0391U          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  quote-file.
0407   01  quote-record pic x(140).
0408   fd  order-file.
0409   01  order-record pic x(60).
0409A  fd  register-file.
0409B  01  register-line pic x(100).
0409G  fd  parameter-card-file.
0409H  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409T1 fd  number-control-file.
0409T2 01  number-control-record pic x(50).
0409T3
0409T4 fd  number-log-file.
0409T5 01  number-log-record pic x(50).
0410
0411   working-storage section.
0412   copy 'parameter-card-variables'.
0412A  copy 'processing-date-variables'.
0412B  copy 'number-assign-variables'.
0413
0420   01 quotefilename pic x(20) value "QUOTES.TXT".
0421   01 orderfilename pic x(20).
0422   01 registerfilename pic x(24).
0423   01 quote-eof pic x value "N".
0424
0430   01 quote-table.
0431       05 quote-line occurs 1000 times pic x(140).
0432   01 quote-count pic 9(4) value 0.
0433   01 quote-index pic 9(4).
0434
0440   01 quote-status pic x.
0441   01 quote-number-text pic x(8).
0442   01 quote-date-text pic x(8).
0443   01 quote-expiry pic 9(8).
0444   01 quote-customer pic x(8).
0445   01 quote-item pic x(8).
0446   01 quote-qty-text pic x(8).
0447   01 quote-price-text pic x(10).
0448   01 quote-disc-text pic x(6).
0449   01 quote-extended-text pic x(12).
0450   01 quote-net-text pic x(12).
0451   01 quote-tax-code pic x(3).
0452
0460   01 current-quote pic x(8).
0461   01 order-number pic 9(8).
0462   01 order-number-text pic x(8).
0463   01 order-number-ready pic x.
0464   01 quotes-converted pic 9(4) value 0.
0465   01 quotes-expired pic 9(4) value 0.
0466   01 quotes-waiting pic 9(4) value 0.
0467   01 order-lines-written pic 9(5) value 0.
0468   01 file-changed pic x value "N".
0469
0500   procedure division.
0600
0700   program-begin.
0710       move "QUOTEPARM.TXT" to parmcardfilename.
0711       perform load-parameter-card.
0712       move "ORDERFILE" to parm-keyword.
0713       perform get-parameter-value.
0714       if parm-found = "Y"
0715           move parm-value to orderfilename
0716       else
0717           display "Enter order lines file name"
0718           accept orderfilename
0719       end-if.
0720       perform get-processing-date.
0721       string "QUOTECONV" processing-date ".TXT"
0722           delimited by size into registerfilename.
0730       perform load-quote-table.
0740       open extend order-file.
0741       open output register-file.
0742       move spaces to register-line.
0743       string "Quote conversion register for " processing-date
0744           delimited by size into register-line.
0745       write register-line.
0750       move spaces to current-quote.
0751       perform convert-one-quote-line
0752           varying quote-index from 1 by 1
0753           until quote-index > quote-count.
0760       perform write-register-totals.
0761       close order-file.
0762       close register-file.
0770       if file-changed = "Y"
0771           perform save-quote-table
0772       end-if.
0780       display "Quotes converted: " quotes-converted
0781           "  order lines: " order-lines-written.
0782       display "Quotes expired: " quotes-expired
0783           "  awaiting an order number: " quotes-waiting.
0900   program-done.
0910       stop run.
0911
0940   load-quote-table.
0941       move 0 to quote-count.
0942       move "N" to quote-eof.
0943       open input quote-file.
0944       perform until quote-eof = "Y"
0945              or quote-count = 1000
0946           read quote-file
0947               at end move "Y" to quote-eof
0948               not at end
0949                   add 1 to quote-count
0950                   move quote-record to quote-line(quote-count)
0951           end-read
0952       end-perform.
0953       close quote-file.
0954       if quote-eof = "N"
0955           display "Quote file holds more than 1000 lines,"
0956               " run stopped"
0957           move 16 to return-code
0958           stop run
0959       end-if.
0960       display quote-count " quote lines loaded".
0961
1000   convert-one-quote-line.
1001       move spaces to quote-tax-code.
1002       unstring quote-line(quote-index) delimited by ","
1003           into quote-status quote-number-text quote-date-text
1004                quote-expiry quote-customer quote-item
1005                quote-qty-text quote-price-text quote-disc-text
1006                quote-extended-text quote-net-text
1007                quote-tax-code.
1008       if quote-status = "O"
1009          and quote-expiry < processing-date
1010           perform expire-quote-line
1011       end-if.
1012       if quote-status = "A"
1013           if quote-expiry < processing-date
1014               perform expire-quote-line
1015           else
1016               perform write-order-line
1017           end-if
1018       end-if.
1019
1020   expire-quote-line.
1021       move "X" to quote-line(quote-index)(1:1).
1022       move "Y" to file-changed.
1023       if quote-number-text not = current-quote
1024           move quote-number-text to current-quote
1025           add 1 to quotes-expired
1026           move spaces to register-line
1027           string "Quote " quote-number-text
1028                  " customer " quote-customer
1029                  " lapsed " quote-expiry
1030               delimited by size into register-line
1031           write register-line
1032       end-if.
1033
1040   write-order-line.
1041       if quote-number-text not = current-quote
1042           move quote-number-text to current-quote
1043           perform assign-order-number
1044       end-if.
1045       if order-number-ready = "Y"
1046           move spaces to order-record
1047           string order-number-text "," delimited by size
1048                  quote-item delimited by space
1048A                 "," delimited by size
1048B                 quote-qty-text delimited by space
1048C                 "," delimited by size
1048D                 quote-price-text delimited by space
1048E                 "," delimited by size
1048F                 quote-tax-code delimited by space
1048G                 "," delimited by size
1049                  quote-customer delimited by space
1050               into order-record
1051           write order-record
1052           add 1 to order-lines-written
1053           move "C" to quote-line(quote-index)(1:1)
1054           move "Y" to file-changed
1055       end-if.
1056
1060   assign-order-number.
1061       move "ORDER" to number-range-name.
1062       perform get-next-assigned-number.
1063       if number-assign-found = "N"
1064           move "N" to order-number-ready
1065           add 1 to quotes-waiting
1066           move spaces to register-line
1067           string "Quote " quote-number-text
1068                  " not converted, no order number available"
1069               delimited by size into register-line
1070           write register-line
1071       else
1072           move "Y" to order-number-ready
1073           move assigned-number to order-number
1074           move order-number to order-number-text
1075           add 1 to quotes-converted
1076           move spaces to register-line
1077           string "Quote " quote-number-text
1078                  " customer " quote-customer
1079                  " converted to order " order-number-text
1080               delimited by size into register-line
1081           write register-line
1082       end-if.
1083
1100   write-register-totals.
1101       move spaces to register-line.
1102       string "Quotes converted: " quotes-converted
1103              "  order lines: " order-lines-written
1104              "  expired: " quotes-expired
1105              "  waiting: " quotes-waiting
1106           delimited by size into register-line.
1107       write register-line.
1108
1200   save-quote-table.
1201       open output quote-file.
1202       perform varying quote-index from 1 by 1
1203               until quote-index > quote-count
1204           move quote-line(quote-index) to quote-record
1205           write quote-record
1206       end-perform.
1207       close quote-file.
1208
9900   copy 'processing-date-routine'.
9910   copy 'number-assign-routine'.
9920   copy 'parameter-card-reader'.
