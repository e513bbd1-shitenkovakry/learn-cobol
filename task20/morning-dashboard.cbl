0334       select optional alerts-file assign to dynamic
0334A          alertsfilename
0335           organization is line sequential.
0336       select optional checklist-file assign to dynamic
0336A          checklistfilename
0337           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  checked-file.
0409   01  run-control-record pic x(40).
0409A  fd  alerts-file.
0409B  01  alert-record pic x(140).
0409C  fd  checklist-file.
0409D  01  checklist-record pic x(160).
0410
0411   working-storage section.
0412
0468   01 alert-entry-ack pic x.
0469   01 alert-entry-text pic x(60).
0470   01 open-critical-count pic 9(3) value 0.
0471   01 checklistfilename pic x(20).
0472   01 checklist-eof pic x.
0473   01 close-month pic 9(6).
0474   01 close-year pic 9(4).
0475   01 close-month-number pic 99.
0476   01 close-task-id pic x(4).
0477   01 close-task-description pic x(30).
0478   01 close-task-owner pic x(8).
0479   01 close-task-offset pic x(3).
0480   01 close-task-due pic x(8).
0481   01 close-task-skip pic x(20).
0482   01 close-task-status pic x.
0483   01 overdue-task-count pic 9(3) value 0.
0462
0500   procedure division.
0600
0731           varying entry-index from 1 by 1
0732           until entry-index > 6.
0733A      perform check-open-alerts.
0733B      move dashboard-date(1:6) to close-month.
0733C      divide close-month by 100 giving close-year
0733D          remainder close-month-number.
0733E      if close-month-number = 1
0733F          compute close-month = ((close-year - 1) * 100) + 12
0733G      else
0733H          subtract 1 from close-month
0733I      end-if.
0733J      perform check-close-checklist.
0733K      move dashboard-date(1:6) to close-month.
0733L      perform check-close-checklist.
0733M      display "Overdue close tasks: " overdue-task-count.
0740       if missing-count = 0
0740A         and open-critical-count = 0
0741           display "VERDICT: READY"
1033       close alerts-file.
1034       display "Unacknowledged critical alerts: "
1035           open-critical-count.
1036
1040   check-close-checklist.
1041       move spaces to checklistfilename.
1042       string "CLOSE" close-month ".TXT"
1043           delimited by size into checklistfilename.
1044       move "N" to checklist-eof.
1045       open input checklist-file.
1046       perform until checklist-eof = "Y"
1047           read checklist-file
1048               at end move "Y" to checklist-eof
1049               not at end
1050                   move spaces to close-task-status
1051                   unstring checklist-record delimited by ","
1052                       into close-task-id
1053                            close-task-description
1054                            close-task-owner
1055                            close-task-offset
1056                            close-task-due
1057                            close-task-skip close-task-skip
1058                            close-task-skip close-task-skip
1059                            close-task-skip close-task-status
1060                   if close-task-status = "O"
1061                      and close-task-due < dashboard-date
1062                       add 1 to overdue-task-count
1063                       display "OVERDUE CLOSE TASK: "
1064                           close-month " " close-task-id " "
1065                           close-task-description " "
1066                           close-task-owner " due "
1067                           close-task-due
1068                   end-if
1069           end-read
1070       end-perform.
1071       close checklist-file.
