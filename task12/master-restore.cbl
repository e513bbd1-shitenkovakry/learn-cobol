0100   identification division.
0200   program-id. Master-Restore.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional backup-catalog-file assign to dynamic
0330A          backupcatalogname
0331           organization is line sequential.
0332       select master-file assign to dynamic masterfilename
0333           organization is line sequential.
0334       select optional copy-file assign to dynamic copyfilename
0335           organization is line sequential.
0336       select optional hash-file assign to dynamic hashfilename
0337           organization is line sequential
0337A          file status is hash-file-status.
0338       select optional restore-log-file assign to dynamic
0338A          restorelogname
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  backup-catalog-file.
0407   01  backup-catalog-record pic x(140).
0408   fd  master-file.
0409   01  master-record pic x(200).
0409A  fd  copy-file.
0409B  01  copy-record pic x(200).
0409C  fd  hash-file.
0409D  01  hash-record pic x(200).
0409E  fd  restore-log-file.
0409F  01  restore-log-record pic x(120).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'backup-catalog-variables'.
0414
0420   01 masterfilename pic x(24).
0421   01 copyfilename pic x(40).
0422   01 restorelogname pic x(20) value "RESTORELOG.TXT".
0423   01 copy-eof pic x.
0424   01 restore-time pic 9(8).
0425
0430   01 restore-request pic x(24).
0431   01 restore-generation pic 9(4).
0432   01 restore-date pic 9(8).
0433   01 restore-answer pic x.
0434   01 restore-result pic x(12).
0435   01 chosen-index pic 9(3).
0436
0440   01 restore-table.
0441       05 restore-entry occurs 30 times.
0442           10 restore-gen-index pic 9(3).
0443   01 restore-count pic 9(2) value 0.
0444   01 restore-index pic 9(2).
0445
0450   01 files-restored pic 9(2) value 0.
0451   01 files-refused pic 9(2) value 0.
0452
0500   procedure division.
0600
0700   program-begin.
0710       perform get-processing-date.
0720       perform load-backup-catalog.
0721       if catalog-generation-count = 0
0722           display "No backup generations in " backupcatalogname
0723           move 8 to return-code
0724           stop run
0725       end-if.
0730       display "Enter the file to restore, or ALL".
0731       accept restore-request.
0732       move function upper-case(restore-request)
0733           to restore-request.
0740       if restore-request = "ALL"
0741           display "Enter the backup date (YYYYMMDD), 0 = latest"
0742           accept restore-date
0743           perform choose-file-for-date
0744               varying catalog-file-index from 1 by 1
0745               until catalog-file-index > catalog-file-count
0746       else
0747           display "Enter the generation number, 0 = latest"
0748           accept restore-generation
0749           perform choose-one-generation
0750       end-if.
0760       if restore-count = 0
0761           display "No backup generation matches, nothing restored"
0762           move 8 to return-code
0763           stop run
0764       end-if.
0770       perform show-one-restore
0771           varying restore-index from 1 by 1
0772           until restore-index > restore-count.
0773       display "Enter Y to restore the files listed".
0774       accept restore-answer.
0775       if restore-answer not = "Y" and restore-answer not = "y"
0776           display "Restore cancelled, nothing restored"
0777           move 4 to return-code
0778           stop run
0779       end-if.
0780       accept restore-time from time.
0781       open extend restore-log-file.
0782       perform restore-one-file
0783           varying restore-index from 1 by 1
0784           until restore-index > restore-count.
0785       close restore-log-file.
0790       display "Files restored: " files-restored
0791           "  refused: " files-refused.
0792       if files-refused > 0
0793           move 8 to return-code
0794       end-if.
0900   program-done.
0910       stop run.
0911
1000   choose-one-generation.
1001       move 0 to chosen-index.
1002       perform varying catalog-generation-index from 1 by 1
1003               until catalog-generation-index
1004                     > catalog-generation-count
1005           if function upper-case(
1006                  gen-file-name(catalog-generation-index))
1007                  = restore-request
1008               if restore-generation = 0
1009                   perform keep-latest-generation
1010               else
1011                   if gen-number(catalog-generation-index)
1012                          = restore-generation
1013                       move catalog-generation-index
1014                           to chosen-index
1015                   end-if
1016               end-if
1017           end-if
1018       end-perform.
1019       if chosen-index > 0
1020           add 1 to restore-count
1021           move chosen-index to restore-gen-index(restore-count)
1022       end-if.
1023
1100   choose-file-for-date.
1101       move 0 to chosen-index.
1102       perform varying catalog-generation-index from 1 by 1
1103               until catalog-generation-index
1104                     > catalog-generation-count
1105           if gen-file-name(catalog-generation-index)
1106                  = cat-file-name(catalog-file-index)
1107              and (restore-date = 0
1108                   or gen-date(catalog-generation-index)
1109                      = restore-date)
1110               perform keep-latest-generation
1111           end-if
1112       end-perform.
1113       if chosen-index > 0
1114           add 1 to restore-count
1115           move chosen-index to restore-gen-index(restore-count)
1116       else
1117           display "No generation of "
1118               cat-file-name(catalog-file-index)
1119               " for that date"
1120       end-if.
1121
1150   keep-latest-generation.
1151       if chosen-index = 0
1152           move catalog-generation-index to chosen-index
1153       else
1154           if gen-number(catalog-generation-index)
1155                  > gen-number(chosen-index)
1156               move catalog-generation-index to chosen-index
1157           end-if
1158       end-if.
1159
1200   show-one-restore.
1201       move restore-gen-index(restore-index) to chosen-index.
1202       display gen-file-name(chosen-index)
1203           " generation " gen-number(chosen-index)
1204           " of " gen-date(chosen-index)
1205           " records " gen-record-count(chosen-index).
1206
1300   restore-one-file.
1301       move restore-gen-index(restore-index) to chosen-index.
1302       move gen-file-name(chosen-index) to masterfilename.
1303       move gen-copy-name(chosen-index) to copyfilename.
1304       move copyfilename to hashfilename.
1305       perform hash-one-file.
1306       if hash-file-found not = "Y"
1307          or hash-record-count not = gen-record-count(chosen-index)
1308          or hash-total not = gen-hash-total(chosen-index)
1309           display "BACKUP COPY FAILS CATALOG CHECK: " copyfilename
1310           display "  " masterfilename " not restored"
1311           move "REFUSED" to restore-result
1312           add 1 to files-refused
1313       else
1314           perform copy-back-one-file
1315       end-if.
1316       perform write-restore-log.
1317
1400   copy-back-one-file.
1401       move "N" to copy-eof.
1402       open input copy-file.
1403       open output master-file.
1404       perform until copy-eof = "Y"
1405           read copy-file
1406               at end move "Y" to copy-eof
1407               not at end
1408                   write master-record from copy-record
1409           end-read
1410       end-perform.
1411       close copy-file.
1412       close master-file.
1413       move masterfilename to hashfilename.
1414       perform hash-one-file.
1415       if hash-record-count not = gen-record-count(chosen-index)
1416          or hash-total not = gen-hash-total(chosen-index)
1417           display "RESTORED FILE FAILS CATALOG CHECK: "
1418               masterfilename
1419           move "CHECK FAILED" to restore-result
1420           add 1 to files-refused
1421       else
1422           display masterfilename " restored from generation "
1423               gen-number(chosen-index)
1424           move "RESTORED" to restore-result
1425           add 1 to files-restored
1426       end-if.
1427
1500   write-restore-log.
1501       move spaces to restore-log-record.
1502       string processing-date "," restore-time ","
1503                  delimited by size
1504              masterfilename delimited by space
1505              "," gen-number(chosen-index) ","
1506                  delimited by size
1507              copyfilename delimited by space
1508              "," gen-record-count(chosen-index)
1509              "," gen-hash-total(chosen-index)
1510              "," restore-result delimited by size
1511           into restore-log-record.
1512       write restore-log-record.
1513
9900   copy 'processing-date-routine'.
9910   copy 'backup-catalog-routine'.
