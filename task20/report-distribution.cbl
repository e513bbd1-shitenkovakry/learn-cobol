0100   identification division.
0200   program-id. Report-Distribution.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional distribution-file assign to dynamic
0330A          distributionname
0331           organization is line sequential.
0332       select optional source-report-file assign to dynamic
0332A          sourcereportname
0333           organization is line sequential
0333A          file status is source-report-status.
0334       select bundle-file assign to dynamic bundlefilename
0335           organization is line sequential.
0336       select manifest-file assign to dynamic manifestfilename
0337           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  distribution-file.
0407   01  distribution-record pic x(100).
0408   fd  source-report-file.
0409   01  source-report-record pic x(200).
0409A  fd  bundle-file.
0409B  01  bundle-record pic x(200).
0409C  fd  manifest-file.
0409D  01  manifest-record pic x(120).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413
0420   01 distributionname pic x(20) value "DISTLIST.TXT".
0421   01 sourcereportname pic x(24).
0422   01 source-report-status pic xx.
0423   01 bundlefilename pic x(24).
0424   01 manifestfilename pic x(24).
0425   01 distribution-eof pic x.
0426   01 source-report-eof pic x.
0427   01 entered-date pic 9(8).
0428   01 processing-month pic 9(6).
0429
0430   01 distribution-table.
0431       05 distribution-entry occurs 100 times.
0432           10 dist-pattern pic x(24).
0433           10 dist-recipient pic x(8).
0434           10 dist-copies pic 9(2).
0435           10 dist-frequency pic x.
0436           10 dist-recipient-name pic x(30).
0437           10 dist-file-name pic x(24).
0438           10 dist-line-count pic 9(7).
0439           10 dist-status pic x(12).
0440   01 distribution-count pic 9(3) value 0.
0441   01 distribution-index pic 9(3).
0442   01 dist-copies-text pic x(6).
0443   01 pattern-before pic x(24).
0444   01 pattern-token pic x(8).
0445   01 pattern-after pic x(24).
0446
0450   01 recipient-table.
0451       05 recipient-entry occurs 50 times.
0452           10 recipient-code pic x(8).
0453           10 recipient-name pic x(30).
0454           10 recipient-reports pic 9(3).
0455           10 recipient-copies pic 9(4).
0456   01 recipient-count pic 9(2) value 0.
0457   01 recipient-index pic 9(2).
0458   01 recipient-found-index pic 9(2).
0459
0460   01 bundle-sequence pic 9(3).
0461   01 copy-number pic 9(2).
0462   01 reports-sent pic 9(3) value 0.
0463   01 copies-sent pic 9(4) value 0.
0464   01 reports-held pic 9(3) value 0.
0465   01 reports-missing pic 9(3) value 0.
0466
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter processing date (YYYYMMDD) or 0 for today".
0711       accept entered-date.
0712       if entered-date = 0
0713           perform get-processing-date
0714       else
0715           move entered-date to processing-date
0716       end-if.
0717       move processing-date(1:6) to processing-month.
0720       perform load-distribution-list.
0721       if distribution-count = 0
0722           display "No reports listed in " distributionname
0723           move 4 to return-code
0724           stop run
0725       end-if.
0730       perform check-one-report
0731           varying distribution-index from 1 by 1
0732           until distribution-index > distribution-count.
0740       perform build-one-bundle
0741           varying recipient-index from 1 by 1
0742           until recipient-index > recipient-count.
0750       perform write-distribution-manifest.
0760       display "Bundles: " recipient-count
0761           "  reports sent: " reports-sent
0762           "  copies: " copies-sent.
0763       display "Held as empty: " reports-held
0764           "  expected but not produced: " reports-missing.
0770       if reports-missing > 0
0771           move 4 to return-code
0772       end-if.
0900   program-done.
0910       stop run.
0911
1000   load-distribution-list.
1001       move "N" to distribution-eof.
1002       open input distribution-file.
1003       perform until distribution-eof = "Y"
1004           read distribution-file
1005               at end move "Y" to distribution-eof
1006               not at end
1007                   perform take-distribution-line
1008           end-read
1009       end-perform.
1010       close distribution-file.
1011
1020   take-distribution-line.
1021       if distribution-count = 100
1022           display "More than 100 distribution entries,"
1023               " run stopped"
1024           move 16 to return-code
1025           stop run
1026       end-if.
1027       add 1 to distribution-count.
1028       move spaces to distribution-entry(distribution-count).
1029       move spaces to dist-copies-text.
1030       unstring distribution-record delimited by ","
1031           into dist-pattern(distribution-count)
1032                dist-recipient(distribution-count)
1033                dist-copies-text
1034                dist-frequency(distribution-count)
1035                dist-recipient-name(distribution-count).
1036       compute dist-copies(distribution-count) =
1037           function numval(dist-copies-text).
1038       if dist-copies(distribution-count) = 0
1039           move 1 to dist-copies(distribution-count)
1040       end-if.
1041       if dist-frequency(distribution-count) not = "N"
1042           move "D" to dist-frequency(distribution-count)
1043       end-if.
1044       move 0 to dist-line-count(distribution-count).
1045       if dist-pattern(distribution-count) = spaces
1046          or dist-recipient(distribution-count) = spaces
1047           display "Incomplete distribution entry dropped"
1048           subtract 1 from distribution-count
1049       end-if.
1050
1100   check-one-report.
1101       perform resolve-report-name.
1102       move dist-file-name(distribution-index)
1103           to sourcereportname.
1104       move "N" to source-report-eof.
1105       open input source-report-file.
1106       if source-report-status not = "00"
1107           if dist-frequency(distribution-index) = "D"
1108               move "MISSING" to dist-status(distribution-index)
1109               add 1 to reports-missing
1110               display "Expected report not produced: "
1111                   sourcereportname " for "
1112                   dist-recipient(distribution-index)
1113           else
1114               move "NOT PRODUCED"
1114A                  to dist-status(distribution-index)
1115               add 1 to reports-held
1116           end-if
1117       else
1118           perform until source-report-eof = "Y"
1119               read source-report-file
1120                   at end move "Y" to source-report-eof
1121                   not at end
1122                       add 1
1122A                          to dist-line-count(distribution-index)
1123               end-read
1124           end-perform
1125           if dist-line-count(distribution-index) = 0
1126              and dist-frequency(distribution-index) = "N"
1127               move "EMPTY, HELD" to dist-status(distribution-index)
1128               add 1 to reports-held
1129           else
1130               move "SENT" to dist-status(distribution-index)
1131               perform note-recipient
1132           end-if
1133       end-if.
1134       close source-report-file.
1135
1150   resolve-report-name.
1151       move spaces to pattern-before pattern-token pattern-after.
1152       unstring dist-pattern(distribution-index)
1153           delimited by "YYYYMMDD" or "YYYYMM"
1154           into pattern-before delimiter in pattern-token
1155                pattern-after.
1156       move spaces to dist-file-name(distribution-index).
1157       if pattern-token = "YYYYMMDD"
1158           string pattern-before delimited by space
1159                  processing-date delimited by size
1160                  pattern-after delimited by space
1161               into dist-file-name(distribution-index)
1162       else
1163           if pattern-token = "YYYYMM"
1164               string pattern-before delimited by space
1165                      processing-month delimited by size
1166                      pattern-after delimited by space
1167                   into dist-file-name(distribution-index)
1168           else
1169               move dist-pattern(distribution-index)
1170                   to dist-file-name(distribution-index)
1171           end-if
1172       end-if.
1173
1200   note-recipient.
1201       move 0 to recipient-found-index.
1202       perform varying recipient-index from 1 by 1
1203               until recipient-index > recipient-count
1204                  or recipient-found-index > 0
1205           if recipient-code(recipient-index)
1206                  = dist-recipient(distribution-index)
1207               move recipient-index to recipient-found-index
1208           end-if
1209       end-perform.
1210       if recipient-found-index = 0
1211           if recipient-count = 50
1212               display "More than 50 report recipients,"
1213                   " run stopped"
1214               move 16 to return-code
1215               stop run
1216           end-if
1217           add 1 to recipient-count
1218           move recipient-count to recipient-found-index
1219           move dist-recipient(distribution-index)
1220               to recipient-code(recipient-count)
1221           move spaces to recipient-name(recipient-count)
1222           move 0 to recipient-reports(recipient-count)
1223           move 0 to recipient-copies(recipient-count)
1224       end-if.
1225       if recipient-name(recipient-found-index) = spaces
1226           move dist-recipient-name(distribution-index)
1227               to recipient-name(recipient-found-index)
1228       end-if.
1229       add 1 to recipient-reports(recipient-found-index).
1230       add dist-copies(distribution-index)
1231           to recipient-copies(recipient-found-index).
1232       add 1 to reports-sent.
1233       add dist-copies(distribution-index) to copies-sent.
1234
1300   build-one-bundle.
1301       move spaces to bundlefilename.
1302       string "BNDL" delimited by size
1303              recipient-code(recipient-index) delimited by space
1304              processing-date ".TXT" delimited by size
1305           into bundlefilename.
1306       open output bundle-file.
1307       perform write-cover-sheet.
1308       perform write-contents-page.
1309       perform bundle-one-report
1310           varying distribution-index from 1 by 1
1311           until distribution-index > distribution-count.
1312       move spaces to bundle-record.
1313       move "*** End of bundle ***" to bundle-record.
1314       write bundle-record.
1315       close bundle-file.
1316       display "Bundle " bundlefilename " "
1317           recipient-reports(recipient-index) " reports".
1318
1400   write-cover-sheet.
1400A      move spaces to bundle-record.
1401       move all "=" to bundle-record(1:60).
1402       write bundle-record.
1403       move spaces to bundle-record.
1404       move "REPORT DISTRIBUTION BUNDLE" to bundle-record.
1405       write bundle-record.
1406       move spaces to bundle-record.
1407       write bundle-record.
1407A      move spaces to bundle-record.
1408       string "Recipient:       " recipient-code(recipient-index)
1409              "  " recipient-name(recipient-index)
1410           delimited by size into bundle-record.
1411       write bundle-record.
1412       move spaces to bundle-record.
1413       string "Processing date: " processing-date
1414           delimited by size into bundle-record.
1415       write bundle-record.
1416       move spaces to bundle-record.
1417       string "Reports:         " recipient-reports(recipient-index)
1418              "   Copies: " recipient-copies(recipient-index)
1419           delimited by size into bundle-record.
1420       write bundle-record.
1421       move spaces to bundle-record.
1422       write bundle-record.
1422A      move spaces to bundle-record.
1423       string "Received by: ____________________"
1424              "   Date: __________"
1425           delimited by size into bundle-record.
1426       write bundle-record.
1427       move spaces to bundle-record.
1428       move all "=" to bundle-record(1:60).
1429       write bundle-record.
1430
1500   write-contents-page.
1501       move spaces to bundle-record.
1502       move "CONTENTS" to bundle-record.
1503       write bundle-record.
1504       move spaces to bundle-record.
1505       move "No. Report" to bundle-record.
1506       move "Copies    Lines" to bundle-record(27:15).
1507       write bundle-record.
1508       move 0 to bundle-sequence.
1509       perform varying distribution-index from 1 by 1
1510               until distribution-index > distribution-count
1511           if dist-recipient(distribution-index)
1512                  = recipient-code(recipient-index)
1513              and dist-status(distribution-index) = "SENT"
1514               add 1 to bundle-sequence
1515               move spaces to bundle-record
1516               string bundle-sequence " "
1517                      dist-file-name(distribution-index) "  "
1518                      dist-copies(distribution-index) "  "
1519                      dist-line-count(distribution-index)
1520                   delimited by size into bundle-record
1521               write bundle-record
1522           end-if
1523       end-perform.
1524       move spaces to bundle-record.
1525       move all "=" to bundle-record(1:60).
1526       write bundle-record.
1527
1600   bundle-one-report.
1601       if dist-recipient(distribution-index)
1602              = recipient-code(recipient-index)
1603          and dist-status(distribution-index) = "SENT"
1604           perform bundle-one-copy
1605               varying copy-number from 1 by 1
1606               until copy-number > dist-copies(distribution-index)
1607       end-if.
1608
1650   bundle-one-copy.
1651       move spaces to bundle-record.
1652       string "*** " delimited by size
1653              dist-file-name(distribution-index) delimited by space
1654              " - copy " copy-number " of "
1655              dist-copies(distribution-index) " ***"
1656                  delimited by size
1657           into bundle-record.
1658       write bundle-record.
1659       if dist-line-count(distribution-index) = 0
1660           move spaces to bundle-record
1661           move "(No entries for this date)" to bundle-record
1662           write bundle-record
1663       else
1664           move dist-file-name(distribution-index)
1665               to sourcereportname
1666           move "N" to source-report-eof
1667           open input source-report-file
1668           perform until source-report-eof = "Y"
1669               read source-report-file
1670                   at end move "Y" to source-report-eof
1671                   not at end
1672                       write bundle-record from source-report-record
1673               end-read
1674           end-perform
1675           close source-report-file
1676       end-if.
1677       move spaces to bundle-record.
1678       move all "-" to bundle-record(1:60).
1679       write bundle-record.
1680
1700   write-distribution-manifest.
1701       move spaces to manifestfilename.
1702       string "DISTMAN" processing-date ".TXT"
1703           delimited by size into manifestfilename.
1704       open output manifest-file.
1705       move spaces to manifest-record.
1706       string "REPORT DISTRIBUTION MANIFEST   Date: "
1707              processing-date
1708           delimited by size into manifest-record.
1709       write manifest-record.
1710       move spaces to manifest-record.
1711       write manifest-record.
1712       move "Recipient Report" to manifest-record.
1713       move "Copies   Lines Status" to manifest-record(33:21).
1714       move "Received by" to manifest-record(66:11).
1715       write manifest-record.
1716       perform write-recipient-manifest
1717           varying recipient-index from 1 by 1
1718           until recipient-index > recipient-count.
1719       move spaces to manifest-record.
1720       write manifest-record.
1721       move "NOT DISTRIBUTED" to manifest-record.
1722       write manifest-record.
1723       perform varying distribution-index from 1 by 1
1724               until distribution-index > distribution-count
1725           if dist-status(distribution-index) not = "SENT"
1726               perform write-manifest-line
1727           end-if
1728       end-perform.
1729       move spaces to manifest-record.
1730       move all "-" to manifest-record(1:60).
1731       write manifest-record.
1732       move spaces to manifest-record.
1733       string "Bundles " recipient-count
1734              "  reports sent " reports-sent
1735              "  copies " copies-sent
1736              "  held " reports-held
1737              "  not produced " reports-missing
1738           delimited by size into manifest-record.
1739       write manifest-record.
1740       if reports-missing > 0
1741           move spaces to manifest-record
1742           string "*** EXPECTED REPORTS NOT PRODUCED: "
1743                  reports-missing " ***"
1744               delimited by size into manifest-record
1745           write manifest-record
1746       end-if.
1747       move spaces to manifest-record.
1748       write manifest-record.
1749       move spaces to manifest-record.
1750       string "Distributed by:        ____________________"
1750A             "  Date: ______"
1750B          delimited by size into manifest-record.
1751       write manifest-record.
1752       move spaces to manifest-record.
1753       write manifest-record.
1754       string "Operations sign-off:   ____________________"
1755              "  Date: ______"
1755A          delimited by size into manifest-record.
1756       write manifest-record.
1757       close manifest-file.
1758
1800   write-recipient-manifest.
1801       move spaces to manifest-record.
1802       write manifest-record.
1803       string recipient-code(recipient-index) "  "
1804              recipient-name(recipient-index)
1805           delimited by size into manifest-record.
1806       write manifest-record.
1807       perform varying distribution-index from 1 by 1
1808               until distribution-index > distribution-count
1809           if dist-recipient(distribution-index)
1810                  = recipient-code(recipient-index)
1811              and dist-status(distribution-index) = "SENT"
1812               perform write-manifest-line
1813           end-if
1814       end-perform.
1815
1850   write-manifest-line.
1851       move spaces to manifest-record.
1852       string dist-recipient(distribution-index) "  "
1853              dist-file-name(distribution-index) "  "
1854              dist-copies(distribution-index) " "
1855              dist-line-count(distribution-index) " "
1856              dist-status(distribution-index) " "
1857           delimited by size into manifest-record.
1858       if dist-status(distribution-index) = "SENT"
1859           move "____________________" to manifest-record(66:20)
1860       end-if.
1861       write manifest-record.
1862
9900   copy 'processing-date-routine'.
