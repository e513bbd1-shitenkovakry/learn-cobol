0100   identification division.
0200   program-id. Benford-Analysis.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional ledger-file assign to dynamic ledgerfilename
0331           organization is line sequential.
0332       select optional parameter-card-file assign to dynamic
0332A          parmcardfilename
0333           organization is line sequential.
0334       select optional report-file assign to dynamic reportfilename
0335           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  ledger-file.
0407   01  ledger-record pic x(100).
0408   fd  parameter-card-file.
0409   01  parameter-card-record pic x(60).
0409A  fd  report-file.
0409B  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'report-writer-variables'.
0415
0420   01 ledgerfilename pic x(24).
0421   01 ledger-eof pic x.
0422   01 day-record-count pic 9(5).
0423   01 scan-pass pic 9.
0424
0430   01 start-date pic 9(8).
0431   01 end-date pic 9(8).
0432   01 scan-date pic 9(8).
0433   01 start-serial pic 9(8).
0434   01 end-serial pic 9(8).
0435   01 scan-serial pic 9(8).
0436   01 days-scanned pic 9(4) value 0.
0437
0440   01 ledger-first-text pic x(10).
0441   01 ledger-second-text pic x(10).
0442   01 ledger-result-text pic x(10).
0443   01 ledger-rerun pic x.
0444   01 ledger-source pic x.
0445   01 ledger-currency pic x(3).
0446   01 ledger-original-text pic x(10).
0447   01 ledger-rate-text pic x(10).
0448   01 ledger-company pic x(2).
0449   01 ledger-account pic x(8).
0450   01 ledger-sequence pic x(8).
0451   01 ledger-amount pic s9(7)v99.
0452
0460   01 absolute-amount pic 9(7)v99.
0461   01 amount-digits pic 9(9).
0462   01 amount-digits-text redefines amount-digits pic x(9).
0463   01 leading-zeros pic 99.
0464   01 first-digit pic 9.
0465   01 first-two-digits pic 99.
0466   01 minimum-amount pic 9(7)v99 value 10.00.
0467   01 z-limit pic 9(3)v99 value 1.96.
0468   01 amounts-tested pic 9(7) value 0.
0469   01 amounts-skipped pic 9(7) value 0.
0470
0480   01 first-digit-table.
0481       05 first-digit-entry occurs 9 times.
0482           10 fd-count pic 9(7).
0483           10 fd-actual pic 9v9(6).
0484           10 fd-expected pic 9v9(6).
0485           10 fd-z-score pic 9(5)v99.
0486   01 two-digit-table.
0487       05 two-digit-entry occurs 90 times.
0488           10 td-count pic 9(7).
0489           10 td-actual pic 9v9(6).
0490           10 td-expected pic 9v9(6).
0491           10 td-z-score pic 9(5)v99.
0492   01 digit-index pic 99.
0493   01 digit-value pic 99.
0494   01 z-numerator pic s9(3)v9(8).
0495   01 z-denominator pic 9(3)v9(8).
0496   01 work-expected pic 9v9(6).
0497   01 work-actual pic 9v9(6).
0498   01 work-count pic 9(7).
0499   01 work-z-score pic 9(5)v99.
0500   01 flagged-first-count pic 99 value 0.
0501   01 flagged-two-count pic 99 value 0.
0502   01 digit-flag-text pic x(10).
0503
0510   01 standout-table.
0511       05 standout-digits occurs 3 times pic 99.
0512   01 standout-count pic 9 value 0.
0513   01 standout-index pic 9.
0514   01 standout-z-score pic 9(5)v99.
0515   01 standout-best-index pic 99.
0516   01 standout-taken pic x.
0517
0520   01 follow-up-table.
0521       05 follow-up-entry occurs 500 times.
0522           10 fu-digits pic 99.
0523           10 fu-account pic x(8).
0524           10 fu-source pic x.
0525           10 fu-date pic 9(8).
0526           10 fu-company pic x(2).
0527           10 fu-sequence pic x(8).
0528           10 fu-amount pic s9(7)v99.
0529   01 follow-up-count pic 9(3) value 0.
0530   01 follow-up-index pic 9(3).
0531   01 follow-up-dropped pic 9(5) value 0.
0532   01 swap-index pic 9(3).
0533   01 swap-entry pic x(38).
0534   01 sorted-flag pic x.
0535   01 group-key pic x(11).
0536   01 group-lines pic 9(5).
0537   01 group-total pic s9(9)v99.
0538
0540   01 count-edited pic z(6)9.
0541   01 percent-edited pic zz9.999.
0542   01 z-score-edited pic zzzz9.99.
0543   01 amount-edited pic -9(7).99.
0544   01 group-total-edited pic -9(9).99.
0545   01 minimum-edited pic z(6)9.99.
0546   01 z-limit-edited pic zz9.99.
0547
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0710       display "Enter start date (YYYYMMDD) or 0 for the 1st".
0711       accept start-date.
0712       if start-date = 0
0713           move processing-date to start-date
0713A          move "01" to start-date(7:2)
0714       end-if.
0715       display "Enter end date (YYYYMMDD) or 0 for today".
0716       accept end-date.
0717       if end-date = 0
0718           move processing-date to end-date
0719       end-if.
0720       if end-date < start-date
0721           display "End date is before the start date"
0722           move 8 to return-code
0723           stop run
0724       end-if.
0730       move "BENFPARM.TXT" to parmcardfilename.
0731       perform load-parameter-card.
0732       move "ZLIMIT" to parm-keyword.
0733       perform get-parameter-value.
0734       if parm-found = "Y"
0735           move parm-value to z-limit
0736       end-if.
0737       move "MINAMOUNT" to parm-keyword.
0738       perform get-parameter-value.
0739       if parm-found = "Y"
0740           move parm-value to minimum-amount
0741       end-if.
0742       move minimum-amount to minimum-edited.
0743       move z-limit to z-limit-edited.
0750       compute start-serial = function integer-of-date(start-date).
0751       compute end-serial = function integer-of-date(end-date).
0751A      initialize first-digit-table two-digit-table.
0752       move 1 to scan-pass.
0753       perform scan-one-day
0754           varying scan-serial from start-serial by 1
0755           until scan-serial > end-serial.
0760       if amounts-tested = 0
0761           display "No ledger amounts found from " start-date
0762               " to " end-date
0763           move 4 to return-code
0764           stop run
0765       end-if.
0770       perform score-first-digits.
0771       perform score-two-digits.
0772       perform choose-standout-digits.
0773       if standout-count > 0
0774           move 2 to scan-pass
0775           perform scan-one-day
0776               varying scan-serial from start-serial by 1
0777               until scan-serial > end-serial
0778           perform sort-follow-up-entries
0779       end-if.
0780       perform write-benford-report.
0790       display "Amounts tested: " amounts-tested
0791           "  below minimum: " amounts-skipped.
0792       display "First digits outside tolerance: "
0793           flagged-first-count
0794           "  first-two digits outside: " flagged-two-count.
0795       if flagged-first-count > 0 or flagged-two-count > 0
0796           move 4 to return-code
0797       end-if.
0900   program-done.
0910       stop run.
0911
1000   scan-one-day.
1001       compute scan-date = function date-of-integer(scan-serial).
1002       move spaces to ledgerfilename.
1003       string "LEDGER" scan-date ".TXT"
1004           delimited by size into ledgerfilename.
1005       perform read-ledger-day.
1006       if day-record-count = 0
1007           move spaces to ledgerfilename
1008           string "ARCHLEDGER" scan-date ".TXT"
1009               delimited by size into ledgerfilename
1010           perform read-ledger-day
1011       end-if.
1012       if scan-pass = 1 and day-record-count > 0
1013           add 1 to days-scanned
1014       end-if.
1015
1020   read-ledger-day.
1021       move 0 to day-record-count.
1022       move "N" to ledger-eof.
1023       open input ledger-file.
1024       perform until ledger-eof = "Y"
1025           read ledger-file
1026               at end move "Y" to ledger-eof
1027               not at end
1028                   add 1 to day-record-count
1029                   perform test-ledger-line
1030           end-read
1031       end-perform.
1032       close ledger-file.
1033
1100   test-ledger-line.
1101       move spaces to ledger-sequence.
1102       unstring ledger-record delimited by ","
1103           into ledger-first-text ledger-second-text
1104                ledger-result-text ledger-rerun ledger-source
1105                ledger-currency ledger-original-text
1106                ledger-rate-text ledger-company ledger-account
1107                ledger-sequence.
1108       move ledger-result-text to ledger-amount.
1109       if ledger-amount < 0
1110           compute absolute-amount = 0 - ledger-amount
1111       else
1112           move ledger-amount to absolute-amount
1113       end-if.
1114       if absolute-amount < minimum-amount or absolute-amount = 0
1115           if scan-pass = 1
1116               add 1 to amounts-skipped
1117           end-if
1118       else
1119           perform find-leading-digits
1120           if scan-pass = 1
1121               add 1 to amounts-tested
1122               add 1 to fd-count(first-digit)
1123               add 1 to td-count(first-two-digits - 9)
1124           else
1125               perform check-follow-up-entry
1126           end-if
1127       end-if.
1128
1130   find-leading-digits.
1131       compute amount-digits = absolute-amount * 100.
1132       move 0 to leading-zeros.
1133       inspect amount-digits-text tallying leading-zeros
1134           for leading "0".
1135       move amount-digits-text(leading-zeros + 1:1) to first-digit.
1136       if leading-zeros < 8
1137           move amount-digits-text(leading-zeros + 1:2)
1138               to first-two-digits
1139       else
1140           compute first-two-digits = first-digit * 10
1141       end-if.
1142
1200   score-first-digits.
1201       perform varying digit-index from 1 by 1
1202               until digit-index > 9
1203           compute fd-expected(digit-index) rounded =
1204               function log10(1 + (1 / digit-index))
1205           move fd-count(digit-index) to work-count
1206           move fd-expected(digit-index) to work-expected
1207           perform compute-z-score
1208           move work-actual to fd-actual(digit-index)
1209           move work-z-score to fd-z-score(digit-index)
1210           if work-z-score > z-limit
1211               add 1 to flagged-first-count
1212           end-if
1213       end-perform.
1214
1220   score-two-digits.
1221       perform varying digit-index from 1 by 1
1222               until digit-index > 90
1223           compute digit-value = digit-index + 9
1224           compute td-expected(digit-index) rounded =
1225               function log10(1 + (1 / digit-value))
1226           move td-count(digit-index) to work-count
1227           move td-expected(digit-index) to work-expected
1228           perform compute-z-score
1229           move work-actual to td-actual(digit-index)
1230           move work-z-score to td-z-score(digit-index)
1231           if work-z-score > z-limit
1232               add 1 to flagged-two-count
1233           end-if
1234       end-perform.
1235
1240   compute-z-score.
1241       compute work-actual rounded = work-count / amounts-tested.
1242       if work-actual > work-expected
1243           compute z-numerator = work-actual - work-expected
1244       else
1245           compute z-numerator = work-expected - work-actual
1246       end-if.
1247       compute z-numerator =
1247A          z-numerator - (1 / (2 * amounts-tested)).
1248       compute z-denominator rounded = function sqrt(
1249           work-expected * (1 - work-expected) / amounts-tested).
1250       if z-numerator > 0 and z-denominator > 0
1251           compute work-z-score rounded =
1251A              z-numerator / z-denominator
1252       else
1253           move 0 to work-z-score
1254       end-if.
1255
1300   choose-standout-digits.
1301       move 0 to standout-count.
1302       perform pick-one-standout 3 times.
1305
1310   pick-one-standout.
1311       move 0 to standout-best-index.
1312       move 0 to standout-z-score.
1313       perform varying digit-index from 1 by 1
1314               until digit-index > 90
1315           if td-z-score(digit-index) > z-limit
1316              and td-actual(digit-index) > td-expected(digit-index)
1317              and td-z-score(digit-index) > standout-z-score
1318               compute digit-value = digit-index + 9
1319               move "N" to standout-taken
1320               perform varying standout-index from 1 by 1
1321                       until standout-index > standout-count
1322                   if standout-digits(standout-index) = digit-value
1323                       move "Y" to standout-taken
1324                   end-if
1325               end-perform
1326               if standout-taken = "N"
1327                   move digit-index to standout-best-index
1328                   move td-z-score(digit-index) to standout-z-score
1329               end-if
1330           end-if
1331       end-perform.
1332       if standout-best-index > 0
1333           add 1 to standout-count
1334           compute standout-digits(standout-count) =
1335               standout-best-index + 9
1336       end-if.
1337
1400   check-follow-up-entry.
1401       move "N" to standout-taken.
1402       perform varying standout-index from 1 by 1
1403               until standout-index > standout-count
1404           if standout-digits(standout-index) = first-two-digits
1405               move "Y" to standout-taken
1406           end-if
1407       end-perform.
1408       if standout-taken = "Y"
1409           if follow-up-count = 500
1410               add 1 to follow-up-dropped
1411           else
1412               add 1 to follow-up-count
1413               move first-two-digits to fu-digits(follow-up-count)
1414               move ledger-account to fu-account(follow-up-count)
1415               move ledger-source to fu-source(follow-up-count)
1416               move scan-date to fu-date(follow-up-count)
1417               move ledger-company to fu-company(follow-up-count)
1418               move ledger-sequence to fu-sequence(follow-up-count)
1419               move ledger-amount to fu-amount(follow-up-count)
1420           end-if
1421       end-if.
1422
1500   sort-follow-up-entries.
1501       move "N" to sorted-flag.
1502       perform until sorted-flag = "Y"
1503           move "Y" to sorted-flag
1504           perform varying follow-up-index from 1 by 1
1505                   until follow-up-index >= follow-up-count
1506               compute swap-index = follow-up-index + 1
1507               if follow-up-entry(swap-index)(1:11)
1508                      < follow-up-entry(follow-up-index)(1:11)
1509                   move follow-up-entry(follow-up-index)
1510                       to swap-entry
1511                   move follow-up-entry(swap-index)
1512                       to follow-up-entry(follow-up-index)
1513                   move swap-entry
1514                       to follow-up-entry(swap-index)
1515                   move "N" to sorted-flag
1516               end-if
1517           end-perform
1518       end-perform.
1519
1600   write-benford-report.
1601       move "Benford-Analysis" to report-program-name.
1602       move spaces to report-title.
1603       string "Benford digit test " start-date "-" end-date
1604           delimited by size into report-title.
1605       move "Digit    Count  Actual% Expect%   Z-score" to
1606           report-column-heading.
1607       perform write-report-header.
1608       move spaces to report-line.
1609       string "Amounts tested " amounts-tested
1610              "  minimum " minimum-edited
1611              "  Z limit " z-limit-edited
1612              "  days " days-scanned
1613           delimited by size into report-line.
1614       perform write-report-line.
1615       move "First digit" to report-line.
1616       perform write-report-line.
1617       perform varying digit-index from 1 by 1
1618               until digit-index > 9
1619           move digit-index to digit-value
1620           move fd-count(digit-index) to work-count
1621           move fd-actual(digit-index) to work-actual
1622           move fd-expected(digit-index) to work-expected
1623           move fd-z-score(digit-index) to work-z-score
1624           perform write-digit-line
1625       end-perform.
1626       move "First two digits" to report-line.
1627       perform write-report-line.
1628       perform varying digit-index from 1 by 1
1629               until digit-index > 90
1630           compute digit-value = digit-index + 9
1631           move td-count(digit-index) to work-count
1632           move td-actual(digit-index) to work-actual
1633           move td-expected(digit-index) to work-expected
1634           move td-z-score(digit-index) to work-z-score
1635           perform write-digit-line
1636       end-perform.
1637       if standout-count > 0
1638           perform write-follow-up-entries
1639       end-if.
1640       move spaces to report-line.
1641       string "First digits outside " flagged-first-count
1642              "  first-two digits outside " flagged-two-count
1643              "  entries listed " follow-up-count
1644           delimited by size into report-line.
1645       perform write-report-totals.
1646
1650   write-digit-line.
1651       move spaces to digit-flag-text.
1652       if work-z-score > z-limit
1653           move "*OUTSIDE*" to digit-flag-text
1654       end-if.
1655       move work-count to count-edited.
1656       move work-z-score to z-score-edited.
1657       move spaces to report-line.
1658       string "  " digit-value "  " count-edited
1659           delimited by size into report-line.
1660       compute percent-edited = work-actual * 100.
1661       move percent-edited to report-line(19:7).
1662       compute percent-edited = work-expected * 100.
1663       move percent-edited to report-line(27:7).
1664       move z-score-edited to report-line(35:8).
1665       move digit-flag-text to report-line(45:10).
1666       perform write-report-line.
1667
1700   write-follow-up-entries.
1701       move spaces to report-line.
1702       move "Entries behind the digits that stand out most"
1703           to report-line.
1704       perform write-report-line.
1705       move spaces to group-key.
1706       perform varying follow-up-index from 1 by 1
1707               until follow-up-index > follow-up-count
1708           if follow-up-entry(follow-up-index)(1:11)
1709                  not = group-key
1710               if group-key not = spaces
1711                   perform write-group-total
1712               end-if
1713               move follow-up-entry(follow-up-index)(1:11)
1714                   to group-key
1715               move 0 to group-lines
1716               move 0 to group-total
1717               move spaces to report-line
1718               string "Digits " fu-digits(follow-up-index)
1719                      "  account " fu-account(follow-up-index)
1720                      "  source " fu-source(follow-up-index)
1721                   delimited by size into report-line
1722               perform write-report-line
1723           end-if
1724           add 1 to group-lines
1725           add fu-amount(follow-up-index) to group-total
1726           move fu-amount(follow-up-index) to amount-edited
1727           move spaces to report-line
1728           string "    " fu-date(follow-up-index)
1729                  "  co " fu-company(follow-up-index)
1730                  "  seq " fu-sequence(follow-up-index)
1731                  "  " amount-edited
1732               delimited by size into report-line
1733           perform write-report-line
1734       end-perform.
1735       if group-key not = spaces
1736           perform write-group-total
1737       end-if.
1738       if follow-up-dropped > 0
1739           move spaces to report-line
1740           string "Entries not listed, table full: "
1741                  follow-up-dropped
1742               delimited by size into report-line
1743           perform write-report-line
1744       end-if.
1745
1750   write-group-total.
1751       move group-total to group-total-edited.
1752       move spaces to report-line.
1753       string "    entries " group-lines
1754              "  total " group-total-edited
1755           delimited by size into report-line.
1756       perform write-report-line.
1757
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'report-writer-writer'.
