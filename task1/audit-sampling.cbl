0100   identification division.
0200   program-id. Audit-Sampling.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional population-file assign to dynamic
0330A          populationname
0331           organization is line sequential.
0332       select extract-file assign to dynamic extractfilename
0333           organization is line sequential.
0334       select optional sample-log-file assign to dynamic
0334A          samplelogname
0335           organization is line sequential.
0336       select optional report-file assign to dynamic reportfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  population-file.
0407   01  population-record pic x(100).
0408   fd  extract-file.
0409   01  extract-record pic x(140).
0409A  fd  sample-log-file.
0409B  01  sample-log-record pic x(140).
0409C  fd  report-file.
0409D  01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414
0420   01 populationname pic x(24).
0421   01 extractfilename pic x(24).
0422   01 samplelogname pic x(20) value "SAMPLOG.TXT".
0423   01 population-eof pic x.
0424   01 file-record-count pic 9(5).
0425   01 run-time pic 9(8).
0426
0430   01 population-type pic x.
0431   01 sample-method pic x.
0432   01 start-date pic 9(8).
0433   01 end-date pic 9(8).
0434   01 scan-date pic 9(8).
0435   01 start-serial pic 9(8).
0436   01 end-serial pic 9(8).
0437   01 scan-serial pic 9(8).
0438   01 requested-size pic 9(4).
0439   01 threshold-text pic x(15).
0440   01 top-threshold pic 9(9)v99 value 0.
0441   01 population-text pic x(16) value spaces.
0442   01 method-text pic x(16) value spaces.
0443
0450   01 random-seed pic 9(10).
0451   01 starting-seed pic 9(10).
0452   01 random-work pic 9(18).
0453   01 random-quotient pic 9(10).
0454   01 random-modulus pic 9(10) value 2147483647.
0455   01 random-multiplier pic 9(5) value 16807.
0456
0460   01 population-table.
0461       05 population-entry occurs 3000 times.
0462           10 pop-file-name pic x(24).
0463           10 pop-record-number pic 9(5).
0464           10 pop-date pic 9(8).
0465           10 pop-reference pic x(40).
0466           10 pop-amount pic s9(9)v99.
0467           10 pop-absolute pic 9(9)v99.
0468           10 pop-selection pic x.
0469   01 population-count pic 9(4) value 0.
0470   01 population-index pic 9(4).
0471   01 pick-index pic 9(4).
0472
0480   01 token-one pic x(20).
0481   01 token-two pic x(20).
0482   01 token-three pic x(20).
0483   01 token-four pic x(20).
0484   01 token-five pic x(20).
0485   01 token-six pic x(20).
0486   01 token-seven pic x(20).
0487   01 token-eight pic x(20).
0488   01 token-nine pic x(20).
0489   01 token-ten pic x(20).
0490   01 token-eleven pic x(20).
0491   01 work-amount pic s9(9)v99.
0491A  01 reference-text pic x(40).
0492
0500   01 population-value pic 9(11)v99 value 0.
0501   01 population-net pic s9(11)v99 value 0.
0502   01 top-count pic 9(4) value 0.
0503   01 top-value pic 9(11)v99 value 0.
0504   01 remaining-count pic 9(4) value 0.
0505   01 remaining-value pic 9(11)v99 value 0.
0506   01 drawn-count pic 9(4) value 0.
0507   01 drawn-value pic 9(11)v99 value 0.
0508   01 sample-count pic 9(4) value 0.
0509   01 sample-value pic 9(11)v99 value 0.
0510   01 sampling-interval pic 9(11)v99 value 0.
0511   01 random-start pic 9(11)v99 value 0.
0512   01 next-point pic 9(11)v99.
0513   01 cumulative-value pic 9(11)v99.
0514   01 mus-hits pic 9(4) value 0.
0515
0520   01 amount-edited pic -9(9).99.
0521   01 value-edited pic z(10)9.99.
0522   01 threshold-edited pic z(8)9.99.
0523   01 interval-edited pic z(10)9.99.
0524   01 population-value-edited pic z(10)9.99.
0525   01 count-edited pic z(3)9.
0526
0600   procedure division.
0610
0700   program-begin.
0701       perform get-processing-date.
0702       accept run-time from time.
0710       perform accept-sampling-request.
0720       compute start-serial = function integer-of-date(start-date).
0721       compute end-serial = function integer-of-date(end-date).
0722       perform load-one-day
0723           varying scan-serial from start-serial by 1
0724           until scan-serial > end-serial.
0730       if population-count = 0
0731           display "No " population-text " items found from "
0732               start-date " to " end-date
0733           move 4 to return-code
0734           stop run
0735       end-if.
0740       perform select-top-stratum.
0741       if sample-method = "R"
0742           perform draw-random-sample
0743       else
0744           perform draw-monetary-unit-sample
0745       end-if.
0750       perform write-sample-extract.
0751       perform write-sample-log.
0752       perform write-sample-summary.
0760       display "Population: " population-count " items"
0761           "  sample: " sample-count " items".
0762       display "Seed " starting-seed " recorded, extract "
0763           extractfilename.
0900   program-done.
0910       stop run.
0911
1000   accept-sampling-request.
1001       display "Enter population: L = ledger,"
1002           " I = invoice register, C = check register".
1003       accept population-type.
1004       if population-type = "L"
1005           move "ledger" to population-text
1006       end-if.
1007       if population-type = "I"
1008           move "invoice register" to population-text
1009       end-if.
1010       if population-type = "C"
1011           move "check register" to population-text
1012       end-if.
1013       if population-text = spaces
1014           display "Population must be L, I or C"
1015           move 8 to return-code
1016           stop run
1017       end-if.
1018       display "Enter start date (YYYYMMDD) or 0 for the 1st".
1019       accept start-date.
1020       if start-date = 0
1021           move processing-date to start-date
1021A          move "01" to start-date(7:2)
1022       end-if.
1023       display "Enter end date (YYYYMMDD) or 0 for today".
1024       accept end-date.
1025       if end-date = 0
1026           move processing-date to end-date
1027       end-if.
1028       if end-date < start-date
1029           display "End date is before the start date"
1030           move 8 to return-code
1031           stop run
1032       end-if.
1033       display "Enter method: R = simple random,"
1034           " M = monetary unit".
1035       accept sample-method.
1036       if sample-method = "R"
1037           move "simple random" to method-text
1038       end-if.
1039       if sample-method = "M"
1040           move "monetary unit" to method-text
1041       end-if.
1042       if method-text = spaces
1043           display "Method must be R or M"
1044           move 8 to return-code
1045           stop run
1046       end-if.
1047       display "Enter sample size".
1048       accept requested-size.
1049       display "Enter seed, or 0 to generate one".
1050       accept random-seed.
1051       if random-seed = 0
1052           divide run-time by random-modulus giving random-quotient
1053               remainder random-seed
1054           add 1 to random-seed
1055       end-if.
1056       move random-seed to starting-seed.
1057       display "Enter top-stratum threshold, or 0 for none".
1058       move spaces to threshold-text.
1059       accept threshold-text.
1060       if threshold-text not = spaces
1061           move threshold-text to top-threshold
1062       end-if.
1063       move top-threshold to threshold-edited.
1064       move spaces to extractfilename.
1065       string "AUDSAMP" processing-date population-type ".TXT"
1066           delimited by size into extractfilename.
1067
1100   load-one-day.
1101       compute scan-date = function date-of-integer(scan-serial).
1102       move spaces to populationname.
1103       if population-type = "L"
1104           string "LEDGER" scan-date ".TXT"
1105               delimited by size into populationname
1106           perform read-population-file
1107           if file-record-count = 0
1108               move spaces to populationname
1109               string "ARCHLEDGER" scan-date ".TXT"
1110                   delimited by size into populationname
1111               perform read-population-file
1112           end-if
1113       end-if.
1114       if population-type = "I"
1115           string "INVREG" scan-date ".TXT"
1116               delimited by size into populationname
1117           perform read-population-file
1118       end-if.
1119       if population-type = "C"
1120           string "CHKREG" scan-date ".TXT"
1121               delimited by size into populationname
1122           perform read-population-file
1123       end-if.
1124
1130   read-population-file.
1131       move 0 to file-record-count.
1132       move "N" to population-eof.
1133       open input population-file.
1134       perform until population-eof = "Y"
1135           read population-file
1136               at end move "Y" to population-eof
1137               not at end
1138                   add 1 to file-record-count
1139                   perform take-population-record
1140           end-read
1141       end-perform.
1142       close population-file.
1143
1200   take-population-record.
1201       move spaces to token-one token-two token-three token-four
1202           token-five token-six token-seven token-eight
1203           token-nine token-ten token-eleven.
1204       if population-type = "L"
1205           unstring population-record delimited by ","
1206               into token-one token-two token-three token-four
1207                    token-five token-six token-seven token-eight
1208                    token-nine token-ten token-eleven
1209           move token-three to work-amount
1210           move spaces to reference-text
1211           string "co " delimited by size
1211A                 token-nine delimited by space
1212                  " acct " delimited by size
1212A                 token-ten delimited by space
1213                  " src " delimited by size
1213A                 token-five delimited by space
1214                  " seq " delimited by size
1214A                 token-eleven delimited by space
1215               into reference-text
1216           perform add-population-entry
1217       end-if.
1218       if population-type = "I"
1219          and population-record(1:8) = "Invoice "
1219A         and population-record(9:8) numeric
1220           unstring population-record delimited by all " "
1221               into token-one token-two token-three token-four
1222                    token-five token-six token-seven token-eight
1222A          if token-three = "order"
1223               move token-eight to work-amount
1224               move spaces to reference-text
1225               string "invoice " delimited by size
1225A                     token-two delimited by space
1226                      " order " delimited by size
1226A                     token-four delimited by space
1227                   into reference-text
1228               perform add-population-entry
1228A          end-if
1229       end-if.
1230       if population-type = "C"
1231          and population-record(1:8) numeric
1232          and population-record(9:1) = ","
1233           unstring population-record delimited by ","
1234               into token-one token-two token-three token-four
1235           move token-four to work-amount
1236           move spaces to reference-text
1237           string "check " delimited by size
1237A                 token-one delimited by space
1238                  " supp " delimited by size
1238A                 token-two delimited by space
1239                  " inv " delimited by size
1239A                 token-three delimited by space
1240               into reference-text
1241           perform add-population-entry
1243       end-if.
1244
1250   add-population-entry.
1251       if population-count = 3000
1252           display "More than 3000 population items,"
1253               " narrow the date range"
1254           move 16 to return-code
1255           stop run
1256       end-if.
1257       add 1 to population-count.
1258       move populationname to pop-file-name(population-count).
1259       move file-record-count
1260           to pop-record-number(population-count).
1261       move scan-date to pop-date(population-count).
1262       move reference-text to pop-reference(population-count).
1264       move work-amount to pop-amount(population-count).
1265       if work-amount < 0
1266           compute pop-absolute(population-count) = 0 - work-amount
1267       else
1268           move work-amount to pop-absolute(population-count)
1269       end-if.
1270       move space to pop-selection(population-count).
1271       add pop-absolute(population-count) to population-value.
1272       add work-amount to population-net.
1273
1300   select-top-stratum.
1301       perform varying population-index from 1 by 1
1302               until population-index > population-count
1303           if top-threshold > 0
1304              and pop-absolute(population-index) > top-threshold
1305               move "T" to pop-selection(population-index)
1306               add 1 to top-count
1307               add pop-absolute(population-index) to top-value
1308           else
1309               add 1 to remaining-count
1310               add pop-absolute(population-index)
1311                   to remaining-value
1312           end-if
1313       end-perform.
1314
1400   draw-random-sample.
1401       if requested-size >= remaining-count
1402           perform varying population-index from 1 by 1
1403                   until population-index > population-count
1404               if pop-selection(population-index) = space
1405                   perform mark-drawn-item
1406               end-if
1407           end-perform
1408       else
1409           perform draw-one-random-item
1410               until drawn-count = requested-size
1411       end-if.
1412
1415   draw-one-random-item.
1416       perform next-random-number.
1417       compute pick-index =
1418           (random-seed * population-count / random-modulus) + 1.
1419       if pick-index > population-count
1420           move population-count to pick-index
1421       end-if.
1422       if pop-selection(pick-index) = space
1423           move pick-index to population-index
1424           perform mark-drawn-item
1425       end-if.
1426
1430   mark-drawn-item.
1431       move sample-method to pop-selection(population-index).
1432       add 1 to drawn-count.
1433       add pop-absolute(population-index) to drawn-value.
1434
1440   next-random-number.
1441       compute random-work = random-seed * random-multiplier.
1442       divide random-work by random-modulus giving random-quotient
1443           remainder random-seed.
1444
1500   draw-monetary-unit-sample.
1501       if requested-size = 0 or remaining-value = 0
1502           move 0 to sampling-interval
1503       else
1504           compute sampling-interval rounded =
1505               remaining-value / requested-size
1506           perform next-random-number
1507           compute random-start rounded =
1508               sampling-interval * random-seed / random-modulus
1509           if random-start = 0
1510               move 0.01 to random-start
1511           end-if
1512           move random-start to next-point
1513           move 0 to cumulative-value
1514           perform walk-one-mus-item
1515               varying population-index from 1 by 1
1516               until population-index > population-count
1517       end-if.
1518       move sampling-interval to interval-edited.
1519
1520   walk-one-mus-item.
1521       if pop-selection(population-index) = space
1522          and pop-absolute(population-index) > 0
1523           add pop-absolute(population-index) to cumulative-value
1524           if next-point <= cumulative-value
1525               perform mark-drawn-item
1526               perform count-one-mus-hit
1527                   until next-point > cumulative-value
1528           end-if
1529       end-if.
1530
1540   count-one-mus-hit.
1541       add 1 to mus-hits.
1542       add sampling-interval to next-point.
1543
1600   write-sample-extract.
1601       open output extract-file.
1602       move spaces to extract-record.
1603       string "H," population-type "," start-date "," end-date ","
1604              sample-method "," requested-size ","
1605              starting-seed "," threshold-edited
1606           delimited by size into extract-record.
1607       write extract-record.
1608       perform write-one-sample-item
1609           varying population-index from 1 by 1
1610           until population-index > population-count.
1611       move sample-value to value-edited.
1612       move population-value to population-value-edited.
1613       move spaces to extract-record.
1614       string "T," sample-count "," value-edited ","
1615              population-count "," population-value-edited
1616           delimited by size into extract-record.
1618       write extract-record.
1619       close extract-file.
1620
1630   write-one-sample-item.
1631       if pop-selection(population-index) not = space
1632           add 1 to sample-count
1633           add pop-absolute(population-index) to sample-value
1634           move pop-amount(population-index) to amount-edited
1635           move spaces to extract-record
1636           string "D," pop-selection(population-index) ","
1637                  pop-file-name(population-index) ","
1638                  pop-record-number(population-index) ","
1639                  pop-date(population-index) ","
1640                  pop-reference(population-index) ","
1641                  amount-edited
1642               delimited by size into extract-record
1643           write extract-record
1644       end-if.
1645
1700   write-sample-log.
1701       open extend sample-log-file.
1702       move spaces to sample-log-record.
1703       string processing-date "," run-time ","
1704              population-type "," start-date "," end-date ","
1705              sample-method "," requested-size ","
1706              starting-seed "," threshold-edited ","
1707              sample-count "," extractfilename
1708           delimited by size into sample-log-record.
1709       write sample-log-record.
1710       close sample-log-file.
1711
1800   write-sample-summary.
1801       move "Audit-Sampling" to report-program-name.
1802       move spaces to report-title.
1803       string "Audit sample " start-date "-" end-date
1804           delimited by size into report-title.
1805       move "                      Items           Value"
1806           to report-column-heading.
1807       perform write-report-header.
1808       move spaces to report-line.
1809       string "Population   " population-text
1810              "  method " method-text
1811           delimited by size into report-line.
1812       perform write-report-line.
1813       move spaces to report-line.
1814       string "Seed " starting-seed
1815              "  requested size " requested-size
1816              "  top stratum over " threshold-edited
1817           delimited by size into report-line.
1818       perform write-report-line.
1819       if sample-method = "M"
1820           move spaces to report-line
1821           string "Sampling interval " interval-edited
1822                  "  hits " mus-hits
1823               delimited by size into report-line
1824           perform write-report-line
1825       end-if.
1826       move population-count to count-edited.
1827       move population-value to value-edited.
1828       move "Population" to report-line.
1829       perform write-count-line.
1830       move top-count to count-edited.
1831       move top-value to value-edited.
1832       move "Top stratum" to report-line.
1833       perform write-count-line.
1834       move remaining-count to count-edited.
1835       move remaining-value to value-edited.
1836       move "Sampled stratum" to report-line.
1837       perform write-count-line.
1838       move drawn-count to count-edited.
1839       move drawn-value to value-edited.
1840       move "Drawn from it" to report-line.
1841       perform write-count-line.
1842       move sample-value to value-edited.
1843       move population-net to amount-edited.
1844       move spaces to report-line.
1845       string "Sample items " sample-count
1846              "  sample value " value-edited
1847              "  population net " amount-edited
1848              "  extract " extractfilename
1849           delimited by size into report-line.
1850       perform write-report-totals.
1851
1860   write-count-line.
1861       move count-edited to report-line(24:4).
1862       move value-edited to report-line(30:14).
1863       perform write-report-line.
1864
9900   copy 'processing-date-routine'.
9920   copy 'report-writer-writer'.
