010    identification division.
020    program-id. Stale-Check-Run.
030    environment division.
031    input-output section.
032    file-control.
033        select optional supplier-invoice-file assign to dynamic
033A           supplierinvoicename
034            organization is line sequential.
035        select optional uncleared-file assign to dynamic
035A           unclearedfilename
036            organization is line sequential.
037        select optional ledger-file assign to dynamic
037A           ledgerfilename
038            organization is line sequential.
039        select optional check-void-file assign to dynamic
039A           checkvoidname
039B           organization is line sequential.
039B1      select optional paid-history-file assign to dynamic
039B2          paidhistoryname
039B3          organization is line sequential.
039C       select optional parameter-card-file assign to dynamic
039D           parmcardfilename
039E           organization is line sequential.
039F       select optional report-file assign to dynamic
039G           reportfilename
039H           organization is line sequential.
039I       select optional calendar-file assign to dynamic
039J           calendarfilename
039K           organization is line sequential.
039KP1     select optional period-control-file assign to dynamic
039KP2         periodcontrolname
039KP3         organization is line sequential.
039KP4     select optional period-log-file assign to dynamic
039KP5         periodlogname
039KP6         organization is line sequential.
039L       select optional audit-file assign to dynamic
039M           auditfilename
039N           organization is line sequential.
039O       select optional audit-control-file assign to dynamic
039P           auditcontrolname
039Q           organization is line sequential.
040    data division.
041    file section.
042    fd  supplier-invoice-file.
043    01  supplier-invoice-record pic x(100).
044    fd  uncleared-file.
045    01  uncleared-record pic x(80).
046    fd  ledger-file.
047    01  ledger-record pic x(100).
048    fd  check-void-file.
049    01  check-void-record pic x(80).
049A   fd  paid-history-file.
049B   01  paid-history-record pic x(80).
050    fd  parameter-card-file.
050A   01  parameter-card-record pic x(60).
050B   fd  report-file.
050C   01  report-line pic x(200).
050D   fd  calendar-file.
050E   01  calendar-record pic x(20).
050E1  fd  period-control-file.
050E2  01  period-control-record pic x(40).
050E3  fd  period-log-file.
050E4  01  period-log-record pic x(80).
050F   fd  audit-file.
050G   01  audit-record pic x(100).
050H   fd  audit-control-file.
050I   01  audit-control-record pic x(40).
051
060    working-storage section.
060A       copy 'processing-date-variables'.
060AP      copy 'period-control-variables'.
060B       copy 'parameter-card-variables'.
060C       copy 'report-writer-variables'.
060D       copy 'audit-trail-variables'.
060E       copy 'supplier-invoice-variables'.
060F       copy 'paid-invoice-variables'.
061        01 array-size pic 9(2) value 0.
062        01 run-control-rerun pic x value "N".
063        01 unclearedfilename pic x(20) value "UNCLEARED.TXT".
064        01 ledgerfilename pic x(20).
065        01 checkvoidname pic x(20) value "CHKVOID.TXT".
066        01 input-eof pic x value "N".
067        01 parm-number-text pic x(7) justified right.
068        01 parm-number pic 9(7).
069        01 stale-days pic 9(4) value 180.
070        01 unclaimed-days pic 9(4) value 365.
071        01 unclaimed-account pic x(8) value "UNCLPROP".
071A       01 purge-cutoff-date pic 9(8).
071B       01 check-outstanding pic x.
071C       01 lines-kept pic 9(3).
071D       01 lines-archived pic 9(4) value 0.
071E       01 lines-dropped pic 9(4) value 0.
072
080        01 uncleared-table.
081            05 uncleared-entry occurs 500 times.
082                10 uncleared-line pic x(80).
083                10 unc-date pic 9(8).
084                10 unc-account pic x(8).
085                10 unc-amount pic s9(6)v99.
086                10 unc-reference pic x(10).
087                10 unc-keep pic x.
088        01 uncleared-count pic 9(3) value 0.
089        01 uncleared-index pic 9(3).
090        01 unc-date-text pic x(10).
091        01 unc-amount-text pic x(12).
092        01 uncleared-changed pic x value "N".
093
0100       01 check-found pic x.
0101       01 check-number pic 9(8).
0102       01 check-amount pic 9(8)v99.
0103       01 check-amount-edited pic 9(8).99.
0104       01 outstanding-days pic s9(5).
0105       01 outstanding-edited pic z(4)9.
0106       01 stale-action pic x(10).
0107       01 ledger-account pic x(8).
0108       01 ledger-amount pic s9(6)v99.
0109       01 ledger-amount-edited pic -9(6).99.
0110       01 zero-edited pic -9(6).99.
0111       01 posting-sequence pic 9(6) value 0.
0112       01 stale-count pic 9(4) value 0.
0113       01 stale-total pic 9(9)v99 value 0.
0114       01 unclaimed-count pic 9(4) value 0.
0115       01 unclaimed-total pic 9(9)v99 value 0.
0116       01 stale-total-edited pic 9(9).99.
0117       01 unclaimed-total-edited pic 9(9).99.
0118
0200   procedure division.
0201
0210   program-begin.
0211       move "Stale-Check-Run" to audit-program-name.
0212       perform get-processing-date.
0213       string "LEDGER" processing-date ".TXT"
0214           delimited by size into ledgerfilename.
0214A      move processing-date to period-check-date.
0214B      move "Stale-Check-Run" to period-program-name.
0214C      perform check-posting-period.
0214D      if period-post-allowed = "N"
0214E          move 8 to return-code
0214F          stop run
0214G      end-if.
0215       perform load-stale-parameters.
0216       perform load-supplier-invoices.
0217       perform load-uncleared-items.
0220       move "Stale-Check-Run" to report-program-name.
0221       move "Stale-dated and unclaimed checks" to report-title.
0222       move "Check    Issued   Supplier Amount       Days  Action"
0223           to report-column-heading.
0224       perform write-report-header.
0225       perform open-audit-for-run.
0226       perform review-one-uncleared-item
0227           varying uncleared-index from 1 by 1
0228           until uncleared-index > uncleared-count.
0229       perform close-audit-for-run.
0230       if uncleared-changed = "Y"
0231           perform save-uncleared-items
0232       end-if.
0232A      perform purge-settled-invoice-lines.
0233       move stale-total to stale-total-edited.
0234       move unclaimed-total to unclaimed-total-edited.
0235       move spaces to report-line.
0236       string "Stale: " stale-count " " stale-total-edited
0237              "  moved to " unclaimed-account ": "
0238              unclaimed-count " " unclaimed-total-edited
0239           delimited by size into report-line.
0240       perform write-report-totals.
0241       display "Stale-dated checks: " stale-count
0242           "  total " stale-total-edited.
0243       display "Moved to unclaimed property: " unclaimed-count
0244           "  total " unclaimed-total-edited.
0244A      display "Paid invoice lines moved to history: "
0244B          lines-archived "  rejected duplicates dropped: "
0244C          lines-dropped.
0245       if stale-count > 0 or unclaimed-count > 0
0246           move 4 to return-code
0247       end-if.
0300   program-done.
0310       stop run.
0320
0400   load-stale-parameters.
0401       move "STALEPARM.TXT" to parmcardfilename.
0402       perform load-parameter-card.
0403       move "STALEDAYS" to parm-keyword.
0404       perform get-parameter-value.
0405       if parm-found = "Y"
0406           perform convert-parm-number
0407           move parm-number to stale-days
0408       end-if.
0409       move "UNCLAIMDAYS" to parm-keyword.
0410       perform get-parameter-value.
0411       if parm-found = "Y"
0412           perform convert-parm-number
0413           move parm-number to unclaimed-days
0414       end-if.
0415       move "UNCLAIMACCT" to parm-keyword.
0416       perform get-parameter-value.
0417       if parm-found = "Y"
0418           move parm-value to unclaimed-account
0419       end-if.
0420
0430   convert-parm-number.
0431       unstring parm-value delimited by " "
0432           into parm-number-text.
0433       inspect parm-number-text replacing leading space by "0".
0434       move parm-number-text to parm-number.
0440
0500   load-uncleared-items.
0501       move 0 to uncleared-count.
0502       move "N" to input-eof.
0503       open input uncleared-file.
0504       perform until input-eof = "Y"
0505           read uncleared-file
0506               at end move "Y" to input-eof
0507               not at end
0508                   perform load-one-uncleared-item
0509           end-read
0510       end-perform.
0511       close uncleared-file.
0512       display uncleared-count " uncleared items on file".
0520
0600   load-one-uncleared-item.
0601       if uncleared-count = 500
0602           display "More than 500 uncleared items, run stopped"
0603           move 16 to return-code
0604           stop run
0605       end-if.
0606       add 1 to uncleared-count.
0607       move uncleared-record to uncleared-line(uncleared-count).
0608       move spaces to unc-reference(uncleared-count).
0609       unstring uncleared-record delimited by ","
0610           into unc-date-text
0611                unc-account(uncleared-count)
0612                unc-amount-text
0613                unc-reference(uncleared-count).
0614       move unc-date-text to unc-date(uncleared-count).
0615       move unc-amount-text to unc-amount(uncleared-count).
0616       move "Y" to unc-keep(uncleared-count).
0620
0700   review-one-uncleared-item.
0701       move "N" to check-found.
0702       if unc-amount(uncleared-index) < 0
0703          and unc-reference(uncleared-index)(1:8) numeric
0704           perform varying supp-inv-index from 1 by 1
0705                   until supp-inv-index > supp-inv-count
0706                      or check-found = "Y"
0707               if si-status(supp-inv-index) = "P"
0708                  and si-check(supp-inv-index)
0709                      = unc-reference(uncleared-index)
0710                   move "Y" to check-found
0711               end-if
0712           end-perform
0713       end-if.
0714       if check-found = "Y"
0715           compute outstanding-days =
0716               function integer-of-date(processing-date)
0717               - function integer-of-date(
0718                   unc-date(uncleared-index))
0719           if outstanding-days >= unclaimed-days
0720               perform move-check-to-unclaimed
0721           else
0722               if outstanding-days >= stale-days
0723                   move "STALE" to stale-action
0724                   add 1 to stale-count
0725                   compute stale-total = stale-total
0726                       - unc-amount(uncleared-index)
0727                   perform write-stale-line
0728               end-if
0729           end-if
0730       end-if.
0740
0800   move-check-to-unclaimed.
0801       move unc-reference(uncleared-index) to check-number.
0802       compute check-amount = 0 - unc-amount(uncleared-index).
0803       move unc-account(uncleared-index) to ledger-account.
0804       move check-amount to ledger-amount.
0805       perform post-unclaimed-to-ledger.
0806       move unclaimed-account to ledger-account.
0807       compute ledger-amount = 0 - check-amount.
0808       perform post-unclaimed-to-ledger.
0809       move check-amount to check-amount-edited.
0810       open extend check-void-file.
0811       move spaces to check-void-record.
0812       string check-number ","
0813              processing-date ","
0814              unc-account(uncleared-index) ","
0815              check-amount-edited ","
0816              "UNCLAIMED,"
0817           delimited by size into check-void-record.
0818       write check-void-record.
0819       close check-void-file.
0820       move "N" to unc-keep(uncleared-index).
0821       move "Y" to uncleared-changed.
0822       move "UNCLAIMED" to stale-action.
0823       add 1 to unclaimed-count.
0824       add check-amount to unclaimed-total.
0825       perform write-stale-line.
0830
0900   post-unclaimed-to-ledger.
0901       move ledger-amount to audit-result.
0902       perform write-held-audit-entry.
0903       move audit-sequence to posting-sequence.
0904       move ledger-amount to ledger-amount-edited.
0905       move 0 to zero-edited.
0906       open extend ledger-file.
0907       move spaces to ledger-record.
0908       string ledger-amount-edited ","
0909              zero-edited ","
0910              ledger-amount-edited ","
0911              "N,P,LOC,"
0912              ledger-amount-edited ","
0913              "001.000000,"
0914              "01,"
0915              ledger-account ","
0916              posting-sequence ","
0917              check-number
0918           delimited by size into ledger-record.
0919       write ledger-record.
0920       close ledger-file.
0930
1000   write-stale-line.
1001       compute check-amount = 0 - unc-amount(uncleared-index).
1002       move check-amount to check-amount-edited.
1003       move outstanding-days to outstanding-edited.
1004       move spaces to report-line.
1005       string unc-reference(uncleared-index)(1:8) " "
1006              unc-date(uncleared-index) " "
1007              unc-account(uncleared-index) " "
1008              check-amount-edited " "
1009              outstanding-edited " "
1010              stale-action
1011           delimited by size into report-line.
1012       perform write-report-line.
1020
1100   save-uncleared-items.
1101       open output uncleared-file.
1102       perform varying uncleared-index from 1 by 1
1103               until uncleared-index > uncleared-count
1104           if unc-keep(uncleared-index) = "Y"
1105               move uncleared-line(uncleared-index)
1106                   to uncleared-record
1107               write uncleared-record
1108           end-if
1109       end-perform.
1110       close uncleared-file.
1120
1200   purge-settled-invoice-lines.
1201       compute purge-cutoff-date = function date-of-integer(
1202           function integer-of-date(processing-date)
1203           - unclaimed-days).
1204       move 0 to lines-kept.
1205       open extend paid-history-file.
1206       perform purge-one-invoice-line
1207           varying supp-inv-index from 1 by 1
1208           until supp-inv-index > supp-inv-count.
1209       close paid-history-file.
1210       if lines-kept < supp-inv-count
1211           move lines-kept to supp-inv-count
1212           perform save-supplier-invoices
1213       end-if.
1220
1300   purge-one-invoice-line.
1301       move "Y" to check-outstanding.
1302       if si-invoice-date(supp-inv-index) < purge-cutoff-date
1303           if si-status(supp-inv-index) = "P"
1304               perform find-outstanding-check
1305           end-if
1306           if si-status(supp-inv-index) = "D"
1307               move "N" to check-outstanding
1308           end-if
1309       end-if.
1310       if check-outstanding = "N"
1311           if si-status(supp-inv-index) = "P"
1312               perform archive-paid-invoice-line
1313               add 1 to lines-archived
1314           else
1315               add 1 to lines-dropped
1316           end-if
1317       else
1318           add 1 to lines-kept
1319           if lines-kept < supp-inv-index
1320               move supp-inv-entry(supp-inv-index)
1321                   to supp-inv-entry(lines-kept)
1322           end-if
1323       end-if.
1330
1400   find-outstanding-check.
1401       move "N" to check-outstanding.
1402       perform varying uncleared-index from 1 by 1
1403               until uncleared-index > uncleared-count
1404                  or check-outstanding = "Y"
1405           if unc-keep(uncleared-index) = "Y"
1406              and unc-reference(uncleared-index)
1407                  = si-check(supp-inv-index)
1408               move "Y" to check-outstanding
1409           end-if
1410       end-perform.
1420
9850   copy 'parameter-card-reader'.
9880   copy 'audit-trail-writer'.
9890   copy 'report-writer-writer'.
9900   copy 'processing-date-routine'.
9920   copy 'supplier-invoice-file'.
9921   copy 'paid-invoice-history'.
9920P  copy 'period-control-checker'.
