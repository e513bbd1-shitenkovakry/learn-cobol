0100   identification division.
0200   program-id. Loyalty-Points.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional loyalty-file assign to dynamic
0330A          loyaltyfilename
0331           organization is line sequential.
0332       select optional loyalty-redeem-file assign to dynamic
0332A          loyaltyredeemname
0333           organization is line sequential.
0334       select optional statement-file assign to dynamic
0334A          statementfilename
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
0338       select optional parameter-card-file assign to dynamic
0338A          parmcardfilename
0339           organization is line sequential.
0340       select optional customer-xref-file assign to dynamic
0340A          custxreffilename
0341           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  loyalty-file.
0407   01  loyalty-record pic x(80).
0408   fd  loyalty-redeem-file.
0409   01  loyalty-redeem-record pic x(80).
0409A  fd  statement-file.
0409B  01  statement-record pic x(100).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
0409E  fd  parameter-card-file.
0409F  01  parameter-card-record pic x(60).
0409G  fd  customer-xref-file.
0409H  01  customer-xref-record pic x(40).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'report-writer-variables'.
0415   copy 'customer-xref-variables'.
0416   copy 'loyalty-variables'.
0417   copy 'loyalty-redemption-variables'.
0418
0420   01 statementfilename pic x(24).
0421   01 loyalty-eof pic x.
0422   01 loyalty-mode pic x.
0423   01 parm-number-text pic x(7) justified right.
0424   01 parm-number pic 9(7).
0425   01 point-value-text pic x(10).
0426   01 point-value pic 9(3)v9(4) value 0.01.
0427   01 expiry-days pic 9(5) value 365.
0428   01 minimum-redemption pic 9(7) value 100.
0429   01 expiry-cutoff pic 9(8).
0430   01 month-start pic 9(8).
0431   01 month-start-parts redefines month-start.
0432       05 month-start-period pic 9(6).
0433       05 month-start-day pic 99.
0434
0440   01 loy-date-text pic x(8).
0441   01 loy-points-text pic x(8).
0442   01 balance-table.
0443       05 balance-entry occurs 500 times.
0444           10 bal-key pic x(8).
0445           10 bal-customer-number pic x(8).
0446           10 bal-account pic x(8).
0447           10 bal-balance pic s9(7).
0448           10 bal-old-earned pic s9(7).
0449           10 bal-debits pic s9(7).
0450           10 bal-opening pic s9(7).
0451           10 bal-earned pic s9(7).
0452           10 bal-reversed pic s9(7).
0453           10 bal-redeemed pic s9(7).
0454           10 bal-expired pic s9(7).
0455   01 balance-count pic 9(3) value 0.
0456   01 balance-index pic 9(3).
0457   01 balance-found-index pic 9(3).
0458   01 balance-key-wanted pic x(8).
0459
0460   01 expire-points pic s9(7).
0461   01 expired-customers pic 9(5) value 0.
0462   01 expired-total pic s9(9) value 0.
0463   01 work-customer pic x(8).
0464   01 work-points pic 9(7).
0465   01 redemptions-taken pic 9(4) value 0.
0466   01 redeemed-total pic 9(9) value 0.
0467   01 statements-written pic 9(5) value 0.
0468   01 opening-edited pic -9(7).
0469   01 earned-edited pic -9(7).
0470   01 reversed-edited pic -9(7).
0471   01 redeemed-edited pic -9(7).
0472   01 expired-edited pic -9(7).
0473   01 closing-edited pic -9(7).
0474   01 liability-value pic s9(7)v99.
0475   01 liability-value-edited pic -9(6).99.
0476   01 pending-value pic 9(7)v99.
0477   01 pending-value-edited pic 9(6).99.
0478   01 liability-total pic s9(9)v99 value 0.
0479   01 liability-total-edited pic -9(8).99.
0480   01 pending-total pic 9(9)v99 value 0.
0481   01 pending-total-edited pic 9(8).99.
0482   01 points-outstanding pic s9(9) value 0.
0483   01 points-outstanding-edited pic -9(9).
0484   01 liability-customers pic 9(5) value 0.
0485
0500   procedure division.
0600
0700   program-begin.
0710       perform get-processing-date.
0711       perform load-loyalty-parameters.
0712       perform load-customer-xref.
0713       display "X = expire old points, R = record redemptions,".
0714       display "S = monthly statements, L = liability report".
0715       accept loyalty-mode.
0716       if loyalty-mode = "X"
0717           perform expire-old-points
0718       else
0719           if loyalty-mode = "R"
0720               perform record-redemptions
0721           else
0722               if loyalty-mode = "S"
0723                   perform write-points-statements
0724               else
0725                   if loyalty-mode = "L"
0726                       perform report-points-liability
0727                   else
0728                       display "Unknown option " loyalty-mode
0729                       move 8 to return-code
0730                   end-if
0731               end-if
0732           end-if
0733       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-loyalty-parameters.
0921       move "LOYALTYPARM.TXT" to parmcardfilename.
0922       perform load-parameter-card.
0923       move "EXPIRYDAYS" to parm-keyword.
0924       perform get-parameter-value.
0925       if parm-found = "Y"
0926           perform convert-parm-number
0927           move parm-number to expiry-days
0928       end-if.
0929       move "MINREDEEM" to parm-keyword.
0930       perform get-parameter-value.
0931       if parm-found = "Y"
0932           perform convert-parm-number
0933           move parm-number to minimum-redemption
0934       end-if.
0935       move "POINTVALUE" to parm-keyword.
0936       perform get-parameter-value.
0937       if parm-found = "Y"
0938           move parm-value to point-value-text
0939           move point-value-text to point-value
0940       end-if.
0941       compute expiry-cutoff = function date-of-integer(
0942           function integer-of-date(processing-date) - expiry-days).
0943       move processing-date to month-start.
0944       move 1 to month-start-day.
0945
0950   convert-parm-number.
0951       unstring parm-value delimited by " "
0952           into parm-number-text.
0953       inspect parm-number-text replacing leading space by "0".
0954       move parm-number-text to parm-number.
0955
1000   load-points-balances.
1001       move 0 to balance-count.
1002       move "N" to loyalty-eof.
1003       open input loyalty-file.
1004       perform until loyalty-eof = "Y"
1005           read loyalty-file
1006               at end move "Y" to loyalty-eof
1007               not at end
1008                   perform add-points-entry
1009           end-read
1010       end-perform.
1011       close loyalty-file.
1012
1020   add-points-entry.
1021       move spaces to loy-customer-number.
1022       move spaces to loy-account.
1023       unstring loyalty-record delimited by ","
1024           into loy-customer-number loy-account
1025                loy-date-text loy-type loy-points-text.
1026       move loy-date-text to loy-date.
1027       move loy-points-text to loy-points.
1028       if loy-customer-number = spaces
1029           move loy-account to balance-key-wanted
1030       else
1031           move loy-customer-number to balance-key-wanted
1032       end-if.
1033       perform find-balance-entry.
1034       if balance-found-index = 0
1035           perform add-balance-entry
1036       end-if.
1037       if loy-account not = spaces
1038           move loy-account to bal-account(balance-found-index)
1039       end-if.
1040       add loy-points to bal-balance(balance-found-index).
1041       if loy-type = "E"
1042          and loy-date < expiry-cutoff
1043           add loy-points to bal-old-earned(balance-found-index)
1044       end-if.
1045       if loy-points < 0
1046           subtract loy-points from bal-debits(balance-found-index)
1047       end-if.
1048       if loy-date < month-start
1049           add loy-points to bal-opening(balance-found-index)
1050       else
1051           if loy-type = "E"
1052               add loy-points to bal-earned(balance-found-index)
1053           else
1054               if loy-type = "R"
1055                   add loy-points
1056                       to bal-reversed(balance-found-index)
1057               else
1058                   if loy-type = "D"
1059                       add loy-points
1060                           to bal-redeemed(balance-found-index)
1061                   else
1062                       add loy-points
1063                           to bal-expired(balance-found-index)
1064                   end-if
1065               end-if
1066           end-if
1067       end-if.
1068
1070   find-balance-entry.
1071       move 0 to balance-found-index.
1072       perform varying balance-index from 1 by 1
1073               until balance-index > balance-count
1074                  or balance-found-index > 0
1075           if bal-key(balance-index) = balance-key-wanted
1076               move balance-index to balance-found-index
1077           end-if
1078       end-perform.
1079
1080   add-balance-entry.
1081       if balance-count = 500
1082           display "More than 500 loyalty customers, run stopped"
1083           move 16 to return-code
1084           stop run
1085       end-if.
1086       add 1 to balance-count.
1087       move balance-count to balance-found-index.
1088       move balance-key-wanted to bal-key(balance-count).
1089       move loy-customer-number
1090           to bal-customer-number(balance-count).
1091       move loy-account to bal-account(balance-count).
1092       move 0 to bal-balance(balance-count).
1093       move 0 to bal-old-earned(balance-count).
1094       move 0 to bal-debits(balance-count).
1095       move 0 to bal-opening(balance-count).
1096       move 0 to bal-earned(balance-count).
1097       move 0 to bal-reversed(balance-count).
1098       move 0 to bal-redeemed(balance-count).
1099       move 0 to bal-expired(balance-count).
1100
1200   expire-old-points.
1201       perform load-points-balances.
1202       perform expire-one-customer
1203           varying balance-index from 1 by 1
1204           until balance-index > balance-count.
1205       move expired-total to loy-points-edited.
1206       display "Points earned before " expiry-cutoff " expired".
1207       display "Customers with points expired: " expired-customers.
1208       display "Points expired: " loy-points-edited.
1209
1210   expire-one-customer.
1211       compute expire-points = bal-old-earned(balance-index)
1212           - bal-debits(balance-index).
1213       if expire-points > bal-balance(balance-index)
1214           move bal-balance(balance-index) to expire-points
1215       end-if.
1216       if expire-points > 0
1217           move bal-customer-number(balance-index)
1218               to loy-customer-number
1219           move bal-account(balance-index) to loy-account
1220           move processing-date to loy-date
1221           move "X" to loy-type
1222           compute loy-points = 0 - expire-points
1223           move spaces to loy-reference
1224           string "EXP" expiry-cutoff
1225               delimited by size into loy-reference
1226           perform write-loyalty-entry
1227           add 1 to expired-customers
1228           add expire-points to expired-total
1229       end-if.
1230
1300   record-redemptions.
1301       perform load-points-balances.
1302       perform load-loyalty-redemptions.
1303       move spaces to work-customer.
1304       perform record-one-redemption
1305           until work-customer = "X".
1306       if redemptions-taken > 0
1307           perform save-loyalty-redemptions
1308       end-if.
1309       display "Redemptions recorded: " redemptions-taken.
1310       display "Points redeemed: " redeemed-total.
1311
1320   record-one-redemption.
1321       display " ".
1322       display "Customer number or account redeeming points,"
1323           " X to finish".
1324       accept work-customer.
1325       if work-customer not = "X"
1326           perform find-redeeming-customer
1327           if balance-found-index = 0
1328               display "No loyalty points held for " work-customer
1329           else
1330               perform take-one-redemption
1331           end-if
1332       end-if.
1333
1340   find-redeeming-customer.
1341       move work-customer to balance-key-wanted.
1342       perform find-balance-entry.
1343       if balance-found-index = 0
1344           move work-customer to xref-account-wanted
1345           perform find-customer-number
1346           if xref-number-found not = spaces
1347               move xref-number-found to balance-key-wanted
1348               perform find-balance-entry
1349           end-if
1350       end-if.
1351
1360   take-one-redemption.
1361       move bal-balance(balance-found-index) to loy-points-edited.
1362       display "Points available: " loy-points-edited.
1363       display "Points to redeem".
1364       accept work-points.
1365       if work-points > bal-balance(balance-found-index)
1366           display "Only " loy-points-edited
1367               " points available, redemption rejected"
1368       else
1369           if work-points < minimum-redemption
1370              or work-points = 0
1371               display "Minimum redemption is " minimum-redemption
1372                   " points, redemption rejected"
1373           else
1374               perform write-redemption
1375           end-if
1376       end-if.
1377
1380   write-redemption.
1381       if redeem-count = 500
1382           display "Redemption file full, run stopped"
1383           move 16 to return-code
1384           stop run
1385       end-if.
1386       move bal-customer-number(balance-found-index)
1387           to loy-customer-number.
1388       move bal-account(balance-found-index) to loy-account.
1389       move processing-date to loy-date.
1390       move "D" to loy-type.
1391       compute loy-points = 0 - work-points.
1392       move "REDEEM" to loy-reference.
1393       perform write-loyalty-entry.
1394       add loy-points to bal-balance(balance-found-index).
1395       add 1 to redeem-count.
1396       move bal-customer-number(balance-found-index)
1397           to redeem-customer-number(redeem-count).
1398       move bal-account(balance-found-index)
1399           to redeem-account(redeem-count).
1400       move processing-date to redeem-date(redeem-count).
1401       move work-points to redeem-points(redeem-count).
1402       compute redeem-amount(redeem-count) rounded =
1403           work-points * point-value.
1404       move "P" to redeem-status(redeem-count).
1405       move spaces to redeem-invoice(redeem-count).
1406       move redeem-amount(redeem-count) to redeem-amount-edited.
1407       display "Discount of " redeem-amount-edited
1408           " will be taken off the next invoice".
1409       add 1 to redemptions-taken.
1410       add work-points to redeemed-total.
1411
1500   write-points-statements.
1501       perform load-points-balances.
1502       move spaces to statementfilename.
1503       string "LOYSTMT" month-start-period ".TXT"
1504           delimited by size into statementfilename.
1505       open output statement-file.
1506       perform write-one-statement
1507           varying balance-index from 1 by 1
1508           until balance-index > balance-count.
1509       close statement-file.
1510       display "Points statements written to " statementfilename
1511           ": " statements-written.
1512
1520   write-one-statement.
1521       if bal-balance(balance-index) not = 0
1522          or bal-earned(balance-index) not = 0
1523          or bal-reversed(balance-index) not = 0
1524          or bal-redeemed(balance-index) not = 0
1525          or bal-expired(balance-index) not = 0
1526           move bal-opening(balance-index) to opening-edited
1527           move bal-earned(balance-index) to earned-edited
1528           move bal-reversed(balance-index) to reversed-edited
1529           move bal-redeemed(balance-index) to redeemed-edited
1530           move bal-expired(balance-index) to expired-edited
1531           move bal-balance(balance-index) to closing-edited
1532           move spaces to statement-record
1533           string bal-customer-number(balance-index) ","
1534                  bal-account(balance-index) ","
1535                  month-start-period ","
1536                  opening-edited "," earned-edited ","
1537                  reversed-edited "," redeemed-edited ","
1538                  expired-edited "," closing-edited
1539               delimited by size into statement-record
1540           write statement-record
1541           add 1 to statements-written
1542       end-if.
1543
1600   report-points-liability.
1601       perform load-points-balances.
1602       perform load-loyalty-redemptions.
1603       move "Loyalty-Points" to report-program-name.
1604       move "Unredeemed loyalty points liability" to report-title.
1605       move "Number   Account    Points      Value   Pending"
1606           to report-column-heading.
1607       perform write-report-header.
1608       perform report-one-liability
1609           varying balance-index from 1 by 1
1610           until balance-index > balance-count.
1611       move liability-total to liability-total-edited.
1612       move pending-total to pending-total-edited.
1613       move points-outstanding to points-outstanding-edited.
1614       move spaces to report-line.
1615       string "Customers: " liability-customers
1616              "  points: " points-outstanding-edited
1617              "  value: " liability-total-edited
1618              "  pending discounts: " pending-total-edited
1619           delimited by size into report-line.
1620       perform write-report-totals.
1621       display "Points outstanding: " points-outstanding-edited.
1622       display "Liability: " liability-total-edited
1623           "  pending discounts: " pending-total-edited.
1624
1630   report-one-liability.
1631       move 0 to pending-value.
1632       perform varying redeem-index from 1 by 1
1633               until redeem-index > redeem-count
1634           if redeem-status(redeem-index) = "P"
1635              and ((bal-customer-number(balance-index) not = spaces
1636                    and redeem-customer-number(redeem-index)
1637                        = bal-customer-number(balance-index))
1638                or (bal-customer-number(balance-index) = spaces
1639                    and redeem-account(redeem-index)
1640                        = bal-account(balance-index)))
1641               add redeem-amount(redeem-index) to pending-value
1642           end-if
1643       end-perform.
1644       if bal-balance(balance-index) not = 0
1645          or pending-value > 0
1646           compute liability-value rounded =
1647               bal-balance(balance-index) * point-value
1648           move liability-value to liability-value-edited
1649           move pending-value to pending-value-edited
1650           move bal-balance(balance-index) to loy-points-edited
1651           move spaces to report-line
1652           string bal-customer-number(balance-index) " "
1653                  bal-account(balance-index) " "
1654                  loy-points-edited " "
1655                  liability-value-edited " "
1656                  pending-value-edited
1657               delimited by size into report-line
1658           perform write-report-line
1659           add 1 to liability-customers
1660           add bal-balance(balance-index) to points-outstanding
1661           add liability-value to liability-total
1662           add pending-value to pending-total
1663       end-if.
1664
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'report-writer-writer'.
9930   copy 'customer-xref-lookup'.
9940   copy 'loyalty-writer'.
9950   copy 'loyalty-redemption-file'.
