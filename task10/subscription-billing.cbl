0100   identification division.
0200   program-id. Subscription-Billing.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional contract-file assign to dynamic
0330A          contractfilename
0331           organization is line sequential.
0332       select priced-file assign to dynamic pricedfilename
0333           organization is line sequential.
0334       select register-file assign to dynamic registerfilename
0335           organization is line sequential.
0336       select optional tax-file assign to dynamic taxfilename
0337           organization is line sequential.
0338       select optional report-file assign to dynamic reportfilename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  contract-file.
0407   01  contract-record pic x(100).
0408   fd  priced-file.
0409   01  priced-record pic x(120).
0409A  fd  register-file.
0409B  01  register-line pic x(100).
0409C  fd  tax-file.
0409D  01  tax-record pic x(40).
0409E  fd  report-file.
0409F  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414
0420   01 contractfilename pic x(20) value "SUBSCRIP.TXT".
0421   01 pricedfilename pic x(24).
0422   01 registerfilename pic x(24).
0423   01 taxfilename pic x(20) value "TAXCODE.TXT".
0424   01 contract-eof pic x value "N".
0425   01 tax-eof pic x value "N".
0426
0430   01 contract-table.
0431       05 contract-entry occurs 500 times.
0432           10 sub-contract pic x(8).
0433           10 sub-customer pic x(8).
0434           10 sub-item pic x(8).
0435           10 sub-price pic 9(5)v99.
0436           10 sub-frequency pic x.
0437           10 sub-start pic 9(8).
0438           10 sub-end pic 9(8).
0439           10 sub-next-bill pic 9(8).
0440           10 sub-tax-code pic x(3).
0441           10 sub-status pic x.
0442   01 contract-count pic 9(3) value 0.
0443   01 contract-index pic 9(3).
0444   01 sub-price-text pic x(10).
0445   01 sub-start-text pic x(8).
0446   01 sub-end-text pic x(8).
0447   01 sub-next-bill-text pic x(8).
0448   01 file-changed pic x value "N".
0449
0450   01 tax-code-table.
0451       05 tax-code-entry occurs 20 times.
0452           10 tax-entry-code pic x(3).
0453           10 tax-entry-rate pic 9(2)v9(3).
0454   01 tax-code-count pic 9(2) value 0.
0455   01 tax-code-index pic 9(2).
0456   01 tax-rate-text pic x(8).
0457   01 tax-desc-text pic x(20).
0458   01 line-tax-rate pic 9(2)v9(3).
0459   01 tax-amount pic 9(7)v99.
0460
0461   01 bill-date pic 9(8).
0462   01 bill-date-parts redefines bill-date.
0463       05 bill-year pic 9(4).
0464       05 bill-month pic 99.
0465       05 bill-day pic 99.
0466   01 anchor-day pic 99.
0467   01 months-to-add pic 9.
0468   01 month-length pic 99.
0469   01 leap-quotient pic 9(4).
0470   01 leap-remainder pic 9(3).
0471   01 month-length-values pic x(24)
0472       value "312831303130313130313031".
0473   01 month-length-table redefines month-length-values.
0474       05 month-length-entry pic 99 occurs 12 times.
0475
0480   01 net-amount pic 9(7)v99.
0481   01 billed-qty pic 9(5) value 1.
0482   01 price-edited pic 9(5)v99.
0482A  01 contract-price-edited pic 9(5).99.
0483   01 extended-edited pic 9(7).99.
0484   01 net-edited pic 9(7).99.
0485   01 tax-amount-edited pic 9(7).99.
0486   01 no-discount-edited pic 9(2).9 value "00.0".
0487   01 price-source pic x(8) value "SUBSCRIP".
0488   01 lines-billed pic 9(5) value 0.
0489   01 contracts-billed pic 9(4) value 0.
0490   01 contracts-expired pic 9(4) value 0.
0491   01 billed-total pic 9(9)v99 value 0.
0492   01 billed-total-edited pic 9(9).99.
0493   01 contract-billed-flag pic x.
0494   01 frequency-description pic x(9).
0495
0500   procedure division.
0600
0700   program-begin.
0710       perform get-processing-date.
0711       string "SUBBILL" processing-date ".TXT"
0712           delimited by size into pricedfilename.
0713       string "SUBREG" processing-date ".TXT"
0714           delimited by size into registerfilename.
0720       perform load-tax-codes.
0721       perform load-contract-table.
0730       open output priced-file.
0731       open output register-file.
0732       move spaces to register-line.
0733       string "Subscription billing register for "
0734              processing-date
0735           delimited by size into register-line.
0736       write register-line.
0740       move "Subscription-Billing" to report-program-name.
0741       move "Subscription contracts due for renewal"
0742           to report-title.
0743       string "Contract Customer Item     Freq      Started "
0744              " Ended       Price"
0745           delimited by size into report-column-heading.
0746       perform write-report-header.
0750       perform bill-one-contract
0751           varying contract-index from 1 by 1
0752           until contract-index > contract-count.
0760       move billed-total to billed-total-edited.
0761       move spaces to register-line.
0762       string "Contracts billed: " contracts-billed
0763              "  lines: " lines-billed
0764              "  total: " billed-total-edited
0765           delimited by size into register-line.
0766       write register-line.
0767       move spaces to report-line.
0768       string "Contracts due for renewal: " contracts-expired
0769           delimited by size into report-line.
0770       perform write-report-totals.
0771       close priced-file.
0772       close register-file.
0780       if file-changed = "Y"
0781           perform save-contract-table
0782       end-if.
0790       display "Contracts billed: " contracts-billed
0791           "  lines: " lines-billed.
0792       display "Billed total: " billed-total-edited.
0793       display "Contracts due for renewal: " contracts-expired.
0794       display "Priced lines for invoicing in " pricedfilename.
0900   program-done.
0910       stop run.
0911
0920   load-tax-codes.
0921       move 0 to tax-code-count.
0922       move "N" to tax-eof.
0923       open input tax-file.
0924       perform until tax-eof = "Y" or tax-code-count = 20
0925           read tax-file
0926               at end move "Y" to tax-eof
0927               not at end
0928                   add 1 to tax-code-count
0929                   unstring tax-record delimited by ","
0930                       into tax-entry-code(tax-code-count)
0931                            tax-rate-text tax-desc-text
0932                   move tax-rate-text
0933                       to tax-entry-rate(tax-code-count)
0934           end-read
0935       end-perform.
0936       close tax-file.
0937
0940   load-contract-table.
0941       move 0 to contract-count.
0942       move "N" to contract-eof.
0943       open input contract-file.
0944       perform until contract-eof = "Y"
0945              or contract-count = 500
0946           read contract-file
0947               at end move "Y" to contract-eof
0948               not at end
0949                   perform load-one-contract
0950           end-read
0951       end-perform.
0952       close contract-file.
0953       if contract-eof = "N"
0954           display "Contract file holds more than 500 lines,"
0955               " run stopped"
0956           move 16 to return-code
0957           stop run
0958       end-if.
0959       display contract-count " subscription contracts loaded".
0960
0961   load-one-contract.
0962       add 1 to contract-count.
0963       move spaces to sub-tax-code(contract-count).
0964       move spaces to sub-status(contract-count).
0965       unstring contract-record delimited by ","
0966           into sub-contract(contract-count)
0967                sub-customer(contract-count)
0968                sub-item(contract-count)
0969                sub-price-text
0970                sub-frequency(contract-count)
0971                sub-start-text sub-end-text sub-next-bill-text
0972                sub-tax-code(contract-count)
0973                sub-status(contract-count).
0974       move sub-price-text to sub-price(contract-count).
0975       move sub-start-text to sub-start(contract-count).
0976       move sub-end-text to sub-end(contract-count).
0977       if sub-next-bill-text = spaces
0978           move sub-start(contract-count)
0979               to sub-next-bill(contract-count)
0980       else
0981           move sub-next-bill-text
0982               to sub-next-bill(contract-count)
0983       end-if.
0984       if sub-status(contract-count) = spaces
0985           move "A" to sub-status(contract-count)
0986       end-if.
0987
1000   bill-one-contract.
1001       if sub-status(contract-index) = "A"
1002           move "N" to contract-billed-flag
1003           perform bill-one-period
1004               until sub-next-bill(contract-index)
1005                     > processing-date
1006                  or sub-next-bill(contract-index)
1007                     > sub-end(contract-index)
1008           if contract-billed-flag = "Y"
1009               add 1 to contracts-billed
1010           end-if
1011           if sub-next-bill(contract-index)
1012                  > sub-end(contract-index)
1013               perform expire-contract
1014           end-if
1015       end-if.
1016
1020   bill-one-period.
1021       move sub-price(contract-index) to net-amount.
1022       move 0 to tax-amount.
1023       move 0 to line-tax-rate.
1024       perform varying tax-code-index from 1 by 1
1025               until tax-code-index > tax-code-count
1026                  or line-tax-rate > 0
1027           if tax-entry-code(tax-code-index)
1028                  = sub-tax-code(contract-index)
1029               move tax-entry-rate(tax-code-index)
1030                   to line-tax-rate
1031           end-if
1032       end-perform.
1033       if line-tax-rate > 0
1034           compute tax-amount rounded =
1035               (net-amount * line-tax-rate) / 100
1036       end-if.
1037       move sub-price(contract-index) to price-edited.
1038       move net-amount to extended-edited.
1039       move net-amount to net-edited.
1040       move tax-amount to tax-amount-edited.
1041       move spaces to priced-record.
1042       string sub-contract(contract-index) ","
1043              sub-item(contract-index) ","
1044              billed-qty "," price-edited ","
1045              no-discount-edited "," extended-edited ","
1046              net-edited ","
1047              sub-tax-code(contract-index) ","
1048              tax-amount-edited ","
1049              price-source "," sub-customer(contract-index)
1050           delimited by size into priced-record.
1051       write priced-record.
1052       add 1 to lines-billed.
1053       add net-amount to billed-total.
1054       move "Y" to contract-billed-flag.
1055       move spaces to register-line.
1056       string "Contract " sub-contract(contract-index)
1057              " customer " sub-customer(contract-index)
1058              " period " sub-next-bill(contract-index)
1059              " net " net-edited
1060           delimited by size into register-line.
1061       write register-line.
1062       perform advance-next-bill-date.
1063       move "Y" to file-changed.
1064
1070   advance-next-bill-date.
1071       move sub-next-bill(contract-index) to bill-date.
1072       move sub-start(contract-index)(7:2) to anchor-day.
1073       if sub-frequency(contract-index) = "Q"
1074           move 3 to months-to-add
1075       else
1076           move 1 to months-to-add
1077       end-if.
1078       add months-to-add to bill-month.
1079       if bill-month > 12
1080           subtract 12 from bill-month
1081           add 1 to bill-year
1082       end-if.
1083       move month-length-entry(bill-month) to month-length.
1084       if bill-month = 2
1085           divide bill-year by 4 giving leap-quotient
1086               remainder leap-remainder
1087           if leap-remainder = 0
1088               move 29 to month-length
1089               divide bill-year by 100 giving leap-quotient
1090                   remainder leap-remainder
1091               if leap-remainder = 0
1092                   divide bill-year by 400 giving leap-quotient
1093                       remainder leap-remainder
1094                   if leap-remainder not = 0
1095                       move 28 to month-length
1096                   end-if
1097               end-if
1098           end-if
1099       end-if.
1100       if anchor-day > month-length
1101           move month-length to bill-day
1102       else
1103           move anchor-day to bill-day
1104       end-if.
1105       move bill-date to sub-next-bill(contract-index).
1106
1110   expire-contract.
1111       move "E" to sub-status(contract-index).
1112       move "Y" to file-changed.
1113       add 1 to contracts-expired.
1114       if sub-frequency(contract-index) = "Q"
1115           move "QUARTERLY" to frequency-description
1116       else
1117           move "MONTHLY" to frequency-description
1118       end-if.
1119       move sub-price(contract-index) to net-edited.
1120       move spaces to report-line.
1121       string sub-contract(contract-index) " "
1122              sub-customer(contract-index) " "
1123              sub-item(contract-index) " "
1124              frequency-description " "
1125              sub-start(contract-index) " "
1126              sub-end(contract-index) " "
1127              net-edited
1128           delimited by size into report-line.
1129       perform write-report-line.
1130       move spaces to register-line.
1131       string "Contract " sub-contract(contract-index)
1132              " customer " sub-customer(contract-index)
1133              " ended " sub-end(contract-index)
1134              ", listed for renewal"
1135           delimited by size into register-line.
1136       write register-line.
1137
1200   save-contract-table.
1201       open output contract-file.
1202       perform varying contract-index from 1 by 1
1203               until contract-index > contract-count
1204           move sub-price(contract-index)
1204A              to contract-price-edited
1205           move spaces to contract-record
1206           string sub-contract(contract-index) ","
1207                  sub-customer(contract-index) ","
1208                  sub-item(contract-index) ","
1209                  contract-price-edited ","
1210                  sub-frequency(contract-index) ","
1211                  sub-start(contract-index) ","
1212                  sub-end(contract-index) ","
1213                  sub-next-bill(contract-index) ","
1214                  sub-tax-code(contract-index) ","
1215                  sub-status(contract-index)
1216               delimited by size into contract-record
1217           write contract-record
1218       end-perform.
1219       close contract-file.
1220
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
