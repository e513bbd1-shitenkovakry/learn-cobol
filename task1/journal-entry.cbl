0100   identification division.
0200   program-id. Journal-Entry.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional journal-file assign to dynamic
0330A          journalfilename
0331           organization is line sequential.
0332       select optional chart-file assign to dynamic
0332A          chartfilename
0333           organization is line sequential.
0334       select optional limit-file assign to dynamic
0334A          limitfilename
0335           organization is line sequential.
0336       select optional pending-file assign to dynamic
0336A          pendingfilename
0337           organization is line sequential.
0338       select optional held-journal-file assign to dynamic
0338A          heldjournalname
0339           organization is line sequential.
0340       select optional register-file assign to dynamic
0340A          registerfilename
0341           organization is line sequential.
0342       select optional ledger-file assign to dynamic ledgerfilename
0343           organization is line sequential.
0344       select optional number-control-file assign to dynamic
0344A          numbercontrolname
0345           organization is line sequential.
0346       select optional number-log-file assign to dynamic
0346A          numberlogname
0347           organization is line sequential.
0347A      select optional accrual-file assign to dynamic
0347B          accrualfilename
0347C          organization is line sequential.
0348       select optional parameter-card-file assign to dynamic
0348A          parmcardfilename
0349           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0391P1     select optional period-control-file assign to dynamic
0391P2         periodcontrolname
0391P3         organization is line sequential.
0391P4     select optional period-log-file assign to dynamic
0391P5         periodlogname
0391P6         organization is line sequential.
0392       select optional audit-file assign to dynamic
0392A          auditfilename
0392B          organization is line sequential.
0392C      select optional audit-control-file assign to dynamic
0392D          auditcontrolname
0392E          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  journal-file.
0407   01  journal-record pic x(100).
0408   fd  chart-file.
0409   01  chart-record pic x(60).
0409A  fd  limit-file.
0409B  01  limit-record pic x(40).
0409C  fd  pending-file.
0409D  01  pending-record pic x(100).
0409E  fd  held-journal-file.
0409F  01  held-journal-record pic x(100).
0409G  fd  register-file.
0409H  01  register-line pic x(100).
0409I  fd  ledger-file.
0409J  01  ledger-record pic x(100).
0409K  fd  number-control-file.
0409L  01  number-control-record pic x(60).
0409M  fd  number-log-file.
0409N  01  number-log-record pic x(60).
0409N1 fd  accrual-file.
0409N2 01  accrual-record pic x(100).
0409O  fd  parameter-card-file.
0409P  01  parameter-card-record pic x(60).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0409Y1 fd  period-control-file.
0409Y2 01  period-control-record pic x(40).
0409Y3 fd  period-log-file.
0409Y4 01  period-log-record pic x(80).
0409Z  fd  audit-file.
0409Z1 01  audit-record pic x(100).
0409Z2 fd  audit-control-file.
0409Z3 01  audit-control-record pic x(40).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0412P  copy 'period-control-variables'.
0413   copy 'parameter-card-variables'.
0414   copy 'audit-trail-variables'.
0415   copy 'number-assign-variables'.
0416
0420   01 journalfilename pic x(40) value spaces.
0421   01 chartfilename pic x(20) value "COA.TXT".
0422   01 limitfilename pic x(20) value "AUTHLIMIT.TXT".
0423   01 pendingfilename pic x(20) value "PENDAPPR.TXT".
0424   01 heldjournalname pic x(20) value "JRNLHELD.TXT".
0424A  01 accrualfilename pic x(20) value "ACCRUALS.TXT".
0425   01 registerfilename pic x(24).
0426   01 ledgerfilename pic x(24).
0427   01 input-eof pic x value "N".
0428   01 chart-eof pic x value "N".
0429   01 limit-eof pic x value "N".
0430   01 array-size pic 9(2) value 0.
0431   01 run-control-rerun pic x value "N".
0432
0440   01 chart-table.
0441       05 chart-entry occurs 50 times.
0442           10 chart-account pic x(8).
0443           10 chart-description pic x(20).
0444           10 chart-type pic x.
0445           10 chart-normal-sign pic x.
0446   01 chart-count pic 9(2) value 0.
0447   01 chart-index pic 9(2).
0448   01 account-valid pic x.
0449
0450   01 limit-table.
0451       05 limit-entry occurs 20 times.
0452           10 limit-key-type pic x.
0453           10 limit-key-value pic x(8).
0454           10 limit-amount pic 9(7)v99.
0455   01 limit-count pic 9(2) value 0.
0456   01 limit-index pic 9(2).
0457   01 limit-amount-text pic x(12).
0458   01 limit-exceeded pic x.
0459   01 journal-limit pic 9(7)v99 value 10000.00.
0460   01 journal-limit-edited pic z(6)9.99.
0461
0470   01 pending-table.
0472       05 pending-entry occurs 100 times.
0473           10 pend-status pic x.
0474           10 pend-queue-date pic x(8).
0475           10 pend-detail pic x(80).
0476   01 pending-count pic 9(3) value 0.
0477   01 pending-index pic 9(3).
0478   01 pend-status-text pic x(2).
0479   01 pending-changed pic x value "N".
0480   01 detail-type pic x.
0481   01 detail-date pic x(10).
0482   01 detail-account pic x(8).
0483   01 detail-amount-text pic x(12).
0484   01 detail-code pic x(5).
0485   01 detail-reason pic x(30).
0486
0490   01 journal-table.
0491       05 journal-line occurs 50 times.
0492           10 jl-account pic x(8).
0493           10 jl-side pic x.
0494           10 jl-amount pic 9(7)v99.
0495           10 jl-narrative pic x(30).
0496   01 journal-line-count pic 9(2) value 0.
0497   01 journal-line-index pic 9(2).
0498   01 journal-number pic 9(8) value 0.
0499   01 journal-date pic 9(8) value 0.
0500   01 journal-narrative pic x(30).
0501   01 journal-open pic x value "N".
0502   01 journal-valid pic x.
0503   01 journal-debits pic 9(8)v99.
0504   01 journal-credits pic 9(8)v99.
0505   01 journal-reason pic x(30).
0506   01 journal-reverse-date pic 9(8) value 0.
0506A  01 reverse-text pic x(12).
0506B  01 reverse-month pic 9(6).
0506C  01 reverse-year pic 9(4).
0506D  01 reverse-month-number pic 99.
0506E  01 accruals-recorded pic 9(4) value 0.
0507
0510   01 record-type pic x.
0511   01 field-one pic x(30).
0512   01 field-two pic x(30).
0513   01 field-three pic x(12).
0514   01 field-four pic x(30).
0515   01 held-number-text pic x(8).
0516   01 held-number pic 9(8).
0517
0520   01 keyed-account pic x(8).
0521   01 keyed-side pic x.
0522   01 keyed-amount pic 9(7)v99.
0523   01 keyed-date pic x(8).
0524   01 keyed-more pic x value "Y".
0525
0530   01 journals-posted pic 9(4) value 0.
0531   01 journals-queued pic 9(4) value 0.
0532   01 journals-rejected pic 9(4) value 0.
0533   01 journal-status-text pic x(8).
0534   01 amount-edited pic z(6)9.99.
0535   01 debit-edited pic z(7)9.99.
0536   01 credit-edited pic z(7)9.99.
0537   01 queue-amount-edited pic -9(6).99.
0538
0540   01 entry-source pic x value "J".
0541   01 posting-sequence pic 9(6) value 0.
0542   01 ledger-account pic x(8).
0543   01 ledger-amount pic s9(7)v99.
0544   01 ledger-amount-edited pic -9(6).99.
0545   01 zero-edited pic -9(6).99.
0546
0600   procedure division.
0610
0700   program-begin.
0701       move "Journal-Entry" to audit-program-name.
0702       perform get-processing-date.
0703       move "Journal-Entry" to period-program-name.
0703A      move "F" to period-poster-class.
0704       move "JOURNALPARM.TXT" to parmcardfilename.
0705       perform load-parameter-card.
0706       move "LIMIT" to parm-keyword.
0707       perform get-parameter-value.
0708       if parm-found = "Y"
0709           move parm-value to journal-limit
0710       end-if.
0711       move "JOURNALFILE" to parm-keyword.
0712       perform get-parameter-value.
0713       if parm-found = "Y"
0714           move parm-value to journalfilename
0715       end-if.
0716       perform load-chart-of-accounts.
0717       perform load-authorization-limits.
0718       perform load-pending-table.
0719       string "JRNLREG" processing-date ".TXT"
0720           delimited by size into registerfilename.
0721       move journal-limit to journal-limit-edited.
0722       open extend register-file.
0723       move spaces to register-line.
0724       string "Journal register for " processing-date
0725              "  approval limit " journal-limit-edited
0726           delimited by size into register-line.
0727       write register-line.
0728       move spaces to register-line.
0729       string "Journal   Date      Account  Side      Amount"
0730              "  Narrative"
0731           delimited by size into register-line.
0732       write register-line.
0740       perform post-approved-journal
0741           varying pending-index from 1 by 1
0742           until pending-index > pending-count.
0750       if journalfilename = spaces
0751           display "Enter journal file name, or blank to key"
0752               " journals"
0753           accept journalfilename
0754       end-if.
0755       if journalfilename = spaces
0756           perform key-one-journal
0757               until keyed-more not = "Y"
0758       else
0759           perform read-journal-file
0760       end-if.
0770       if pending-changed = "Y"
0771           perform save-pending-table
0772       end-if.
0773       move spaces to register-line.
0774       string "Journals posted: " journals-posted
0775              "  queued for approval: " journals-queued
0776              "  rejected: " journals-rejected
0777           delimited by size into register-line.
0778       write register-line.
0779       close register-file.
0780       display "Journals posted: " journals-posted
0781           "  queued for approval: " journals-queued
0782           "  rejected: " journals-rejected.
0782A      display "Accruals recorded for reversal: " accruals-recorded.
0783       if journals-rejected > 0
0784           move 4 to return-code
0785       end-if.
0900   program-done.
0910       stop run.
0911
0920   load-chart-of-accounts.
0921       move 0 to chart-count.
0922       move "N" to chart-eof.
0923       open input chart-file.
0924       perform until chart-eof = "Y" or chart-count = 50
0925           read chart-file
0926               at end move "Y" to chart-eof
0927               not at end
0928                   add 1 to chart-count
0929                   unstring chart-record delimited by ","
0930                       into chart-account(chart-count)
0931                            chart-description(chart-count)
0932                            chart-type(chart-count)
0933                            chart-normal-sign(chart-count)
0934           end-read
0935       end-perform.
0936       close chart-file.
0937       display chart-count " chart accounts loaded".
0938
0940   load-authorization-limits.
0941       move 0 to limit-count.
0942       move "N" to limit-eof.
0943       open input limit-file.
0944       perform until limit-eof = "Y" or limit-count = 20
0945           read limit-file
0946               at end move "Y" to limit-eof
0947               not at end
0948                   add 1 to limit-count
0949                   unstring limit-record delimited by ","
0950                       into limit-key-type(limit-count)
0951                            limit-key-value(limit-count)
0952                            limit-amount-text
0953                   move limit-amount-text
0954                       to limit-amount(limit-count)
0955           end-read
0956       end-perform.
0957       close limit-file.
0958       display limit-count " authorization limits loaded".
0959
0970   load-pending-table.
0971       move 0 to pending-count.
0972       move "N" to input-eof.
0973       open input pending-file.
0974       perform until input-eof = "Y"
0975              or pending-count = 100
0976           read pending-file
0977               at end move "Y" to input-eof
0978               not at end
0979                   add 1 to pending-count
0980                   unstring pending-record delimited by ","
0981                       into pend-status-text
0982                            pend-queue-date(pending-count)
0983                   move pend-status-text(1:1)
0984                       to pend-status(pending-count)
0985                   move pending-record(12:80)
0986                       to pend-detail(pending-count)
0987           end-read
0988       end-perform.
0989       close pending-file.
0990       if input-eof = "N"
0991           display "Approval queue holds more than 100 items,"
0992               " run stopped"
0993           move 16 to return-code
0994           stop run
0995       end-if.
0996       display pending-count " queued items loaded".
0997
1000   post-approved-journal.
1001       if pend-status(pending-index) = "A"
1002           perform parse-pending-detail
1003           if detail-type = "J"
1004               move detail-account to held-number
1005               perform load-held-journal
1006               if journal-line-count = 0
1007                   move "held journal not on file"
1008                       to journal-reason
1009                   perform reject-journal
1010               else
1011                   perform validate-journal
1012                   if journal-valid = "Y"
1013                       perform post-journal
1014                   else
1015                       perform reject-journal
1016                   end-if
1017               end-if
1018               move "D" to pend-status(pending-index)
1019               move "Y" to pending-changed
1020           end-if
1021       end-if.
1022
1030   parse-pending-detail.
1031       move spaces to detail-reason.
1032       unstring pend-detail(pending-index)
1033           delimited by ","
1034           into detail-type detail-date detail-account
1035                detail-amount-text detail-code detail-reason.
1036
1040   load-held-journal.
1041       move held-number to journal-number.
1042       move 0 to journal-line-count.
1043       move 0 to journal-date.
1044       move spaces to journal-narrative.
1044A      move 0 to journal-reverse-date.
1045       move "N" to input-eof.
1046       open input held-journal-file.
1047       perform until input-eof = "Y"
1048           read held-journal-file
1049               at end move "Y" to input-eof
1050               not at end
1051                   perform note-held-journal-record
1052           end-read
1053       end-perform.
1054       close held-journal-file.
1055
1060   note-held-journal-record.
1061       move spaces to field-one field-two field-three field-four.
1062       unstring held-journal-record delimited by ","
1063           into held-number-text record-type
1064                field-one field-two field-three field-four.
1065       if held-number-text = detail-account
1066           if record-type = "H"
1067               move field-one to journal-date
1068               move field-two to journal-narrative
1068A              move field-three to reverse-text
1068B              perform set-reverse-date
1069           else
1070               perform add-journal-line
1071           end-if
1072       end-if.
1073
1100   key-one-journal.
1101       perform start-journal.
1102       display "Enter journal date (YYYYMMDD), blank for "
1103           processing-date.
1104       move spaces to keyed-date.
1105       accept keyed-date.
1106       if keyed-date = spaces
1107           move processing-date to journal-date
1108       else
1109           move keyed-date to journal-date
1110       end-if.
1111       display "Enter journal narrative".
1112       accept journal-narrative.
1112A      display "Enter reverse-on date (YYYYMMDD), R for the first"
1112B          " business day of next month, blank if not an accrual".
1112C      move spaces to reverse-text.
1112D      accept reverse-text.
1112E      perform set-reverse-date.
1113       move "Y" to keyed-more.
1114       perform key-one-line
1115           until keyed-more not = "Y".
1116       perform finish-journal.
1117       display "Key another journal? (Y/N)".
1118       move "N" to keyed-more.
1119       accept keyed-more.
1120
1130   key-one-line.
1131       display "Line " journal-line-count
1132           " keyed, enter account or blank to finish".
1133       move spaces to keyed-account.
1134       accept keyed-account.
1135       if keyed-account = spaces
1136           move "N" to keyed-more
1137       else
1138           display "Enter D for debit or C for credit"
1139           move space to keyed-side
1140           accept keyed-side
1141           display "Enter amount"
1142           move 0 to keyed-amount
1143           accept keyed-amount
1144           display "Enter line narrative, blank for the journal"
1145               " narrative"
1146           move spaces to field-four
1147           accept field-four
1148           move keyed-account to field-one
1149           move keyed-side to field-two
1150           move keyed-amount to amount-edited
1151           move amount-edited to field-three
1152           perform add-journal-line
1153       end-if.
1154
1200   read-journal-file.
1201       display "Reading journals from " journalfilename.
1202       move "N" to journal-open.
1203       move "N" to input-eof.
1204       open input journal-file.
1205       perform until input-eof = "Y"
1206           read journal-file
1207               at end move "Y" to input-eof
1208               not at end
1209                   perform note-journal-record
1210           end-read
1211       end-perform.
1212       close journal-file.
1213       if journal-open = "Y"
1214           perform finish-journal
1215       end-if.
1216
1220   note-journal-record.
1221       move spaces to field-one field-two field-three field-four.
1222       unstring journal-record delimited by ","
1223           into record-type field-one field-two field-three
1224                field-four.
1225       if record-type = "H"
1226           if journal-open = "Y"
1227               perform finish-journal
1228           end-if
1229           perform start-journal
1230           move "Y" to journal-open
1231           if field-one = spaces
1232               move processing-date to journal-date
1233           else
1234               move field-one to journal-date
1235           end-if
1236           move field-two to journal-narrative
1236A          move field-three to reverse-text
1236B          perform set-reverse-date
1237       end-if.
1238       if record-type = "L"
1239           if journal-open = "N"
1240               display "Journal line with no header ignored: "
1241                   journal-record(1:40)
1242           else
1243               perform add-journal-line
1244           end-if
1245       end-if.
1246
1300   start-journal.
1301       move 0 to journal-line-count.
1302       move 0 to journal-number.
1303       move 0 to journal-date.
1304       move spaces to journal-narrative.
1305       move spaces to journal-reason.
1305A      move 0 to journal-reverse-date.
1305B
1306   set-reverse-date.
1306A      move 0 to journal-reverse-date.
1306B      if reverse-text = "R"
1306C          divide journal-date by 100 giving reverse-month
1306D          divide reverse-month by 100 giving reverse-year
1306E              remainder reverse-month-number
1306F          add 1 to reverse-month-number
1306G          if reverse-month-number > 12
1306H              move 1 to reverse-month-number
1306I              add 1 to reverse-year
1306J          end-if
1306K          compute calendar-probe-date =
1306L              (reverse-year * 10000)
1306M              + (reverse-month-number * 100) + 1
1306N          move 0 to calendar-step-limit
1306O          perform check-calendar-day
1306P          perform find-first-business-day
1306Q              until calendar-is-business = "Y"
1306R                 or calendar-step-limit > 10
1306S          move calendar-probe-date to journal-reverse-date
1306T      else
1306U          if reverse-text not = spaces
1306V              if reverse-text(1:8) is numeric
1306W                  move reverse-text(1:8) to journal-reverse-date
1306X              else
1306Y                  move 1 to journal-reverse-date
1306Z              end-if
1307A          end-if
1307B      end-if.
1307C
1308   find-first-business-day.
1308A      add 1 to calendar-step-limit.
1308B      add 1 to calendar-probe-date.
1308C      perform check-calendar-day.
1308D
1310   add-journal-line.
1311       if journal-line-count = 50
1312           display "More than 50 lines on journal, run stopped"
1313           move 16 to return-code
1314           stop run
1315       end-if.
1316       add 1 to journal-line-count.
1317       move field-one to jl-account(journal-line-count).
1318       move field-two to jl-side(journal-line-count).
1319       move field-three to jl-amount(journal-line-count).
1320       if field-four = spaces
1321           move journal-narrative
1321A              to jl-narrative(journal-line-count)
1322       else
1323           move field-four to jl-narrative(journal-line-count)
1324       end-if.
1325
1400   finish-journal.
1401       move "N" to journal-open.
1402       move "JOURNAL" to number-range-name.
1403       perform get-next-assigned-number.
1404       if number-assign-found = "N"
1405           display "No journal number available from range "
1406               number-range-name
1407           move 0 to journal-number
1408       else
1409           move assigned-number to journal-number
1410       end-if.
1411       perform validate-journal.
1412       if journal-valid = "N"
1413           perform reject-journal
1414       else
1415           perform check-journal-limit
1416           if limit-exceeded = "Y"
1417               perform queue-journal
1418           else
1419               perform post-journal
1420           end-if
1421       end-if.
1422
1500   validate-journal.
1501       move "Y" to journal-valid.
1502       move spaces to journal-reason.
1503       move 0 to journal-debits.
1504       move 0 to journal-credits.
1505       if journal-number = 0
1506           move "N" to journal-valid
1507           move "no journal number" to journal-reason
1508       end-if.
1509       if journal-line-count < 2
1510           move "N" to journal-valid
1511           move "fewer than two lines" to journal-reason
1512       end-if.
1513       perform validate-journal-line
1514           varying journal-line-index from 1 by 1
1515           until journal-line-index > journal-line-count.
1516       if journal-debits not = journal-credits
1517           move "N" to journal-valid
1518           move "debits do not equal credits"
1519               to journal-reason
1520       end-if.
1521       if journal-date not numeric
1522          or journal-date > processing-date
1523          or journal-date < 19000101
1524           move "N" to journal-valid
1525           move "date missing or in future" to journal-reason
1526       else
1526A          move journal-date to period-check-date
1526B          perform check-posting-period
1526C          if period-post-allowed = "N"
1526D              move "N" to journal-valid
1526E              move spaces to journal-reason
1526F              string "period is " period-status-text
1526G                  delimited by size into journal-reason
1526H          end-if
1527           move journal-date to calendar-probe-date
1528           perform check-calendar-day
1529           if calendar-is-business = "N"
1530               move "N" to journal-valid
1531               move "date is not a business day" to journal-reason
1532           end-if
1533       end-if.
1534       if journal-reverse-date not = 0
1534A          if journal-reverse-date not > journal-date
1534B              move "N" to journal-valid
1534C              move "reverse-on date not valid" to journal-reason
1534D          else
1534E              move journal-reverse-date to calendar-probe-date
1534F              perform check-calendar-day
1534G              if calendar-is-business = "N"
1534H                  move "N" to journal-valid
1534I                  move "reverse-on is not a business day"
1534J                      to journal-reason
1534K              end-if
1534L          end-if
1534M      end-if.
1535
1540   validate-journal-line.
1541       if jl-side(journal-line-index) = "D"
1542           add jl-amount(journal-line-index) to journal-debits
1543       else
1544           if jl-side(journal-line-index) = "C"
1545               add jl-amount(journal-line-index) to journal-credits
1546           else
1547               move "N" to journal-valid
1548               move "line side must be D or C" to journal-reason
1549           end-if
1550       end-if.
1551       if jl-amount(journal-line-index) = 0
1552           move "N" to journal-valid
1553           move "line amount is zero" to journal-reason
1554       end-if.
1555       move "N" to account-valid.
1556       perform varying chart-index from 1 by 1
1557               until chart-index > chart-count
1558           if chart-account(chart-index)
1558A                 = jl-account(journal-line-index)
1559               move "Y" to account-valid
1560           end-if
1561       end-perform.
1562       if account-valid = "N"
1563           move "N" to journal-valid
1564           move spaces to journal-reason
1565           string "account " jl-account(journal-line-index)
1566                  " not on chart"
1567               delimited by size into journal-reason
1568       end-if.
1569
1600   check-journal-limit.
1601       move "N" to limit-exceeded.
1602       if journal-debits > journal-limit
1603           move "Y" to limit-exceeded
1604       end-if.
1605       perform check-line-limit
1606           varying journal-line-index from 1 by 1
1607           until journal-line-index > journal-line-count.
1608
1610   check-line-limit.
1611       perform varying limit-index from 1 by 1
1612               until limit-index > limit-count
1613           if limit-key-type(limit-index) = "A"
1614              and limit-key-value(limit-index)
1615                  = jl-account(journal-line-index)
1616              and jl-amount(journal-line-index)
1617                  > limit-amount(limit-index)
1618               move "Y" to limit-exceeded
1619           end-if
1620       end-perform.
1621
1700   post-journal.
1701       move spaces to ledgerfilename.
1702       string "LEDGER" journal-date ".TXT"
1703           delimited by size into ledgerfilename.
1704       perform open-audit-for-run.
1705       open extend ledger-file.
1706       perform post-journal-line
1707           varying journal-line-index from 1 by 1
1708           until journal-line-index > journal-line-count.
1709       close ledger-file.
1710       perform close-audit-for-run.
1710A      if journal-reverse-date not = 0
1710B          perform record-accrual
1710C      end-if.
1711       add 1 to journals-posted.
1712       move "POSTED" to journal-status-text.
1713       perform write-journal-register.
1714       display "Journal " journal-number " posted to "
1715           ledgerfilename.
1716
1720   post-journal-line.
1721       move jl-account(journal-line-index) to ledger-account.
1722       if jl-side(journal-line-index) = "D"
1723           move jl-amount(journal-line-index) to ledger-amount
1724       else
1725           compute ledger-amount =
1726               0 - jl-amount(journal-line-index)
1727       end-if.
1728       move ledger-amount to audit-result.
1729       perform write-held-audit-entry.
1730       move audit-sequence to posting-sequence.
1731       move ledger-amount to ledger-amount-edited.
1732       move 0 to zero-edited.
1733       move spaces to ledger-record.
1734       string ledger-amount-edited ","
1735              zero-edited ","
1736              ledger-amount-edited ","
1737              "N,"
1738              entry-source ","
1739              "LOC,"
1740              ledger-amount-edited ","
1741              "001.000000,"
1742              "01,"
1743              ledger-account ","
1744              posting-sequence ","
1745              journal-number
1746           delimited by size into ledger-record.
1747       write ledger-record.
1748
1760   record-accrual.
1761       open extend accrual-file.
1762       move spaces to accrual-record.
1763       string journal-number ","
1764              journal-date ","
1765              journal-reverse-date ","
1766              "O,00000000,"
1767              journal-narrative
1768           delimited by size into accrual-record.
1769       write accrual-record.
1770       close accrual-file.
1771       add 1 to accruals-recorded.
1772       move spaces to journal-reason.
1773       string "accrual, reverses " journal-reverse-date
1774           delimited by size into journal-reason.
1775
1800   queue-journal.
1801       if pending-count = 100
1802           move "approval queue is full" to journal-reason
1803           perform reject-journal
1804       else
1805           add 1 to pending-count
1806           move "P" to pend-status(pending-count)
1807           move processing-date to pend-queue-date(pending-count)
1808           move journal-debits to queue-amount-edited
1809           move spaces to pend-detail(pending-count)
1810           string "J," journal-date ","
1811                  journal-number ","
1812                  queue-amount-edited ","
1813                  "JRNL,"
1814                  journal-narrative
1815               delimited by size into pend-detail(pending-count)
1816           move "Y" to pending-changed
1817           perform hold-journal
1818           add 1 to journals-queued
1819           move "QUEUED" to journal-status-text
1820           move "over authorization limit" to journal-reason
1821           perform write-journal-register
1822           display "Journal " journal-number
1823               " is over the limit, queued for approval"
1824       end-if.
1825
1830   hold-journal.
1831       open extend held-journal-file.
1832       move spaces to held-journal-record.
1833       string journal-number ",H,"
1834              journal-date ","
1835              journal-narrative ","
1835A             journal-reverse-date
1836           delimited by size into held-journal-record.
1837       write held-journal-record.
1838       perform hold-journal-line
1839           varying journal-line-index from 1 by 1
1840           until journal-line-index > journal-line-count.
1841       close held-journal-file.
1842
1850   hold-journal-line.
1851       move jl-amount(journal-line-index) to amount-edited.
1852       move spaces to held-journal-record.
1853       string journal-number ",L,"
1854              jl-account(journal-line-index) ","
1855              jl-side(journal-line-index) ","
1856              amount-edited ","
1857              jl-narrative(journal-line-index)
1858           delimited by size into held-journal-record.
1859       write held-journal-record.
1860
1900   reject-journal.
1901       add 1 to journals-rejected.
1902       move "REJECTED" to journal-status-text.
1903       perform write-journal-register.
1904       display "Journal " journal-number " rejected: "
1905           journal-reason.
1906
2000   write-journal-register.
2000A      move journal-debits to debit-edited.
2001       move journal-credits to credit-edited.
2002       move spaces to register-line.
2003       string journal-number "  "
2004              journal-date "  "
2005              journal-status-text "  Dr " debit-edited
2006              "  Cr " credit-edited "  "
2007              journal-reason
2008           delimited by size into register-line.
2009       write register-line.
2010       perform write-register-line
2011           varying journal-line-index from 1 by 1
2012           until journal-line-index > journal-line-count.
2013
2100   write-register-line.
2101       move jl-amount(journal-line-index) to amount-edited.
2102       move spaces to register-line.
2103       string "          "
2104              "          "
2105              jl-account(journal-line-index) " "
2106              jl-side(journal-line-index) "    "
2107              amount-edited "  "
2108              jl-narrative(journal-line-index)
2109           delimited by size into register-line.
2110       write register-line.
2111
2200   save-pending-table.
2201       open output pending-file.
2202       perform varying pending-index from 1 by 1
2203               until pending-index > pending-count
2204           move spaces to pending-record
2205           string pend-status(pending-index) ","
2206                  pend-queue-date(pending-index) ","
2207                  pend-detail(pending-index)
2208               delimited by size into pending-record
2209           write pending-record
2210       end-perform.
2211       close pending-file.
2212
9900   copy 'processing-date-routine'.
9910   copy 'parameter-card-reader'.
9920   copy 'audit-trail-writer'.
9930   copy 'number-assign-routine'.
9930P  copy 'period-control-checker'.
