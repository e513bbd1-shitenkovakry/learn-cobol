0100   identification division.
0200   program-id. Master-Backup.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional backup-catalog-file assign to dynamic
0330A          backupcatalogname
0331           organization is line sequential.
0332       select optional master-file assign to dynamic
0332A          masterfilename
0333           organization is line sequential
0333A          file status is master-file-status.
0334       select copy-file assign to dynamic copyfilename
0335           organization is line sequential.
0336       select optional hash-file assign to dynamic hashfilename
0337           organization is line sequential
0337A          file status is hash-file-status.
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
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'backup-catalog-variables'.
0414
0420   01 masterfilename pic x(24).
0421   01 copyfilename pic x(40).
0422   01 master-file-status pic xx.
0423   01 master-eof pic x.
0424   01 copy-base-name pic x(24).
0425   01 backup-time pic 9(8).
0426
0430   01 next-generation pic 9(4).
0431   01 file-generations pic 9(3).
0432   01 oldest-index pic 9(3).
0433   01 shift-index pic 9(3).
0434   01 copied-record-count pic 9(9).
0435   01 copied-hash-total pic 9(15).
0436
0440   01 files-backed-up pic 9(2) value 0.
0441   01 files-missing pic 9(2) value 0.
0442   01 files-failed pic 9(2) value 0.
0443   01 generations-expired pic 9(3) value 0.
0444
0500   procedure division.
0600
0700   program-begin.
0710       perform get-processing-date.
0711       accept backup-time from time.
0720       perform load-backup-catalog.
0721       if catalog-file-count = 0
0722           display "No files named in " backupcatalogname
0723           move 4 to return-code
0724           stop run
0725       end-if.
0730       perform back-up-one-file
0731           varying catalog-file-index from 1 by 1
0732           until catalog-file-index > catalog-file-count.
0740       perform save-backup-catalog.
0750       display "Files backed up: " files-backed-up
0751           "  not found: " files-missing
0752           "  failed: " files-failed.
0753       display "Generations expired: " generations-expired.
0760       if files-failed > 0
0761           move 8 to return-code
0762       else
0763           if files-missing > 0
0764               move 4 to return-code
0765           end-if
0766       end-if.
0900   program-done.
0910       stop run.
0911
1000   back-up-one-file.
1001       move cat-file-name(catalog-file-index) to masterfilename.
1002       move 0 to next-generation.
1003       perform varying catalog-generation-index from 1 by 1
1004               until catalog-generation-index
1005                     > catalog-generation-count
1006           if gen-file-name(catalog-generation-index)
1007                  = masterfilename
1008              and gen-number(catalog-generation-index)
1009                  > next-generation
1010               move gen-number(catalog-generation-index)
1011                   to next-generation
1012           end-if
1013       end-perform.
1014       add 1 to next-generation.
1015       move spaces to copy-base-name.
1016       unstring masterfilename delimited by "."
1017           into copy-base-name.
1018       move spaces to copyfilename.
1019       string copy-base-name delimited by space
1020              ".G" next-generation ".BKP" delimited by size
1021           into copyfilename.
1022       open input master-file.
1023       if master-file-status not = "00"
1024           close master-file
1025           display "Not found, not backed up: " masterfilename
1026           add 1 to files-missing
1027       else
1028           perform copy-master-file
1029       end-if.
1030
1100   copy-master-file.
1101       move 0 to hash-record-count.
1102       move 0 to hash-total.
1103       move "N" to master-eof.
1104       open output copy-file.
1105       perform until master-eof = "Y"
1106           read master-file into hash-work-record
1107               at end move "Y" to master-eof
1108               not at end
1109                   write copy-record from hash-work-record
1110                   perform add-record-to-hash
1111           end-read
1112       end-perform.
1113       close master-file.
1114       close copy-file.
1115       move hash-record-count to copied-record-count.
1116       move hash-total to copied-hash-total.
1117       move copyfilename to hashfilename.
1118       perform hash-one-file.
1119       if hash-record-count not = copied-record-count
1120          or hash-total not = copied-hash-total
1121           display "BACKUP CHECK FAILED: " copyfilename
1122               " does not match " masterfilename
1123           add 1 to files-failed
1124       else
1125           perform catalog-new-generation
1126           perform expire-old-generation
1127               until file-generations
1128                     <= cat-keep-count(catalog-file-index)
1129       end-if.
1130
1200   catalog-new-generation.
1201       if catalog-generation-count = 300
1202           display "Backup catalog is full, " copyfilename
1203               " not catalogued"
1204           add 1 to files-failed
1205           move 0 to file-generations
1206       else
1207           add 1 to catalog-generation-count
1208           move masterfilename
1209               to gen-file-name(catalog-generation-count)
1210           move next-generation
1211               to gen-number(catalog-generation-count)
1212           move copyfilename
1213               to gen-copy-name(catalog-generation-count)
1214           move processing-date
1215               to gen-date(catalog-generation-count)
1216           move backup-time
1217               to gen-time(catalog-generation-count)
1218           move copied-record-count
1219               to gen-record-count(catalog-generation-count)
1220           move copied-hash-total
1221               to gen-hash-total(catalog-generation-count)
1222           add 1 to files-backed-up
1223           display masterfilename " generation " next-generation
1224               " records " copied-record-count
1225               " hash " copied-hash-total
1226           perform count-file-generations
1227       end-if.
1228
1300   count-file-generations.
1301       move 0 to file-generations.
1302       move 0 to oldest-index.
1303       perform varying catalog-generation-index from 1 by 1
1304               until catalog-generation-index
1305                     > catalog-generation-count
1306           if gen-file-name(catalog-generation-index)
1307                  = masterfilename
1308               add 1 to file-generations
1309               if oldest-index = 0
1310                   move catalog-generation-index to oldest-index
1311               else
1312                   if gen-number(catalog-generation-index)
1313                          < gen-number(oldest-index)
1314                       move catalog-generation-index
1315                           to oldest-index
1316                   end-if
1317               end-if
1318           end-if
1319       end-perform.
1320
1400   expire-old-generation.
1401       move gen-copy-name(oldest-index) to hashfilename.
1402       open output hash-file.
1403       close hash-file.
1404       display "Expired " gen-copy-name(oldest-index).
1405       perform varying shift-index from oldest-index by 1
1406               until shift-index >= catalog-generation-count
1407           move catalog-generation-entry(shift-index + 1)
1408               to catalog-generation-entry(shift-index)
1409       end-perform.
1410       subtract 1 from catalog-generation-count.
1411       add 1 to generations-expired.
1412       perform count-file-generations.
1413
9900   copy 'processing-date-routine'.
9910   copy 'backup-catalog-routine'.
