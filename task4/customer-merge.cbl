0336       select optional merge-log-file assign to dynamic
0336A          mergelogname
0337           organization is line sequential.
0338       select optional customer-xref-file assign to dynamic
0338A          custxreffilename
0339           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  pair-file.
0407   01  pair-record pic x(30).
0408   fd  customer-file.
0409   01  customer-record pic x(120).
0409A  fd  suppression-file.
0409B  01  suppression-record pic x(40).
0409C  fd  merge-log-file.
0409D  01  merge-log-record pic x(200).
0409E  fd  customer-xref-file.
0409F  01  customer-xref-record pic x(40).
0410
0411   working-storage section.
0412   copy 'customer-xref-variables'.
0413   01 pairfilename pic x(20) value "MERGEPAIRS.TXT".
0414   01 customerfilename pic x(20).
0415   01 suppressionfilename pic x(20).
0435A          10 customer-entry-street pic x(20).
0435B          10 customer-entry-city pic x(15).
0435C          10 customer-entry-postal pic x(8).
0435D          10 customer-entry-salesrep pic x(4).
0435E          10 customer-entry-number pic x(8).
0435F          10 customer-entry-address-flag pic x.
0435G          10 customer-entry-flag-date pic x(8).
0435H          10 customer-entry-segment pic x(10).
0436   01 customer-count pic 9(3) value 0.
0437   01 customer-index pic 9(3).
0438   01 survivor-index pic 9(3).
0468   01 duplicate-before pic x(70).
0469   01 customers-changed pic x value "N".
0470   01 suppressions-changed pic x value "N".
0470A  01 xref-changed pic x value "N".
0470B  01 xref-repoints pic 9(3) value 0.
0471
0500   procedure division.
0600
0713       accept suppressionfilename.
0714       accept run-date from date yyyymmdd.
0720       perform load-customer-table.
0720A      perform load-customer-xref.
0730       if suppressionfilename not = "NONE"
0731          and suppressionfilename not = spaces
0732           perform load-suppression-table
0753       if suppressions-changed = "Y"
0754           perform save-suppression-table
0755       end-if.
0756       if xref-changed = "Y"
0757           perform save-customer-xref
0758       end-if.
0760       display "Merges applied: " merges-applied.
0761       display "Merges rejected: " merges-rejected.
0762       display "Suppression renames: " suppression-renames.
0763       display "Account cross-references repointed: "
0764           xref-repoints.
0900   program-done.
0910       stop run.
0911
0929D                      customer-count)
0929E                  move spaces to customer-entry-postal(
0929F                      customer-count)
0929G                  move spaces to customer-entry-salesrep(
0929H                      customer-count)
0929I                  move spaces to customer-entry-number(
0929J                      customer-count)
0929K                  move spaces to customer-entry-address-flag(
0929L                      customer-count)
0929M                  move spaces to customer-entry-flag-date(
0929N                      customer-count)
0929O                  move spaces to customer-entry-segment(
0929P                      customer-count)
0930                   unstring customer-record delimited by ","
0931                       into customer-entry-name(customer-count)
0932                            customer-entry-template(
0937D                              customer-count)
0937E                          customer-entry-postal(
0937F                              customer-count)
0937G                          customer-entry-salesrep(
0937H                              customer-count)
0937I                          customer-entry-number(
0937J                              customer-count)
0937K                          customer-entry-address-flag(
0937L                              customer-count)
0937M                          customer-entry-flag-date(
0937N                              customer-count)
0937O                          customer-entry-segment(
0937P                              customer-count)
0938           end-read
0939       end-perform.
0940       close customer-file.
1033A      if customer-entry-street(survivor-index) = spaces
1033B          move customer-entry-street(duplicate-index)
1033C              to customer-entry-street(survivor-index)
1033C1         move customer-entry-address-flag(duplicate-index)
1033C2             to customer-entry-address-flag(survivor-index)
1033C3         move customer-entry-flag-date(duplicate-index)
1033C4             to customer-entry-flag-date(survivor-index)
1033D      end-if.
1033E      if customer-entry-city(survivor-index) = spaces
1033F          move customer-entry-city(duplicate-index)
1033J          move customer-entry-postal(duplicate-index)
1033K              to customer-entry-postal(survivor-index)
1033L      end-if.
1033L1     if customer-entry-segment(survivor-index) = spaces
1033L2         move customer-entry-segment(duplicate-index)
1033L3             to customer-entry-segment(survivor-index)
1033L4     end-if.
1033M      if customer-entry-salesrep(survivor-index) = spaces
1033N          move customer-entry-salesrep(duplicate-index)
1033O              to customer-entry-salesrep(survivor-index)
1033P      end-if.
1033Q      if customer-entry-number(survivor-index) = spaces
1033R          move customer-entry-number(duplicate-index)
1033S              to customer-entry-number(survivor-index)
1033T      else
1033U          if customer-entry-number(duplicate-index) not = spaces
1033V              perform repoint-account-references
1033W          end-if
1033X      end-if.
1034       perform delete-duplicate-record.
1035       perform rename-suppression-entries.
1036       perform write-merge-log-entry.
1053              customer-entry-template(survivor-index) ","
1054              customer-entry-occasion(survivor-index) ","
1055              customer-entry-sig-date(survivor-index) ","
1055A             customer-entry-postal(survivor-index) ","
1055B             customer-entry-number(survivor-index)
1056           delimited by size into survivor-before.
1057       move spaces to duplicate-before.
1058       string customer-entry-name(duplicate-index) ","
1059              customer-entry-template(duplicate-index) ","
1060              customer-entry-occasion(duplicate-index) ","
1061              customer-entry-sig-date(duplicate-index) ","
1061A             customer-entry-postal(duplicate-index) ","
1061B             customer-entry-number(duplicate-index)
1062           delimited by size into duplicate-before.
1063
1070   delete-duplicate-record.
1099           end-if
1100       end-perform.
1101
1102   repoint-account-references.
1103       perform varying xref-index from 1 by 1
1104               until xref-index > xref-count
1105           if xref-customer-number(xref-index)
1106                  = customer-entry-number(duplicate-index)
1107               move customer-entry-number(survivor-index)
1108                   to xref-customer-number(xref-index)
1109               add 1 to xref-repoints
1109A              move "Y" to xref-changed
1109B          end-if
1109C      end-perform.
1109D
1110   write-merge-log-entry.
1111       accept run-time from time.
1112       open extend merge-log-file.
1140D                 customer-entry-city(customer-index)
1140E                 ","
1140F                 customer-entry-postal(customer-index)
1140G                 ","
1140H                 customer-entry-salesrep(customer-index)
1140I                 ","
1140J                 customer-entry-number(customer-index)
1140K                 ","
1140L                 customer-entry-address-flag(customer-index)
1140M                 ","
1140N                 customer-entry-flag-date(customer-index)
1140O                 ","
1140P                 customer-entry-segment(customer-index)
1141               delimited by size into customer-record
1142           write customer-record
1143       end-perform.
1159           write suppression-record
1160       end-perform.
1161       close suppression-file.
1162
1170   save-customer-xref.
1171       open output customer-xref-file.
1172       perform varying xref-index from 1 by 1
1173               until xref-index > xref-count
1174           move spaces to customer-xref-record
1175           string xref-account(xref-index) ","
1176                  xref-customer-number(xref-index)
1177               delimited by size into customer-xref-record
1178           write customer-xref-record
1179       end-perform.
1180       close customer-xref-file.
1181
9900   copy 'customer-xref-lookup'.
