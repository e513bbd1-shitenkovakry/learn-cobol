0335           organization is line sequential.
0336       select register-file assign to dynamic registerfilename
0337           organization is line sequential.
0338       select optional collection-file assign to dynamic
0338A          collectionfilename
0339           organization is line sequential.
0339A      select optional customer-xref-file assign to dynamic
0339B          custxreffilename
0339C          organization is line sequential.
0339D      select optional correspondence-file assign to dynamic
0339E          correspondencefilename
0339F          organization is line sequential.
0339G      select optional undeliverable-file assign to dynamic
0339H          undeliverablefilename
0339I          organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0406   fd  open-item-file.
0407   01  open-item-record pic x(80).
0408   fd  customer-file.
0409   01  customer-record pic x(120).
0409A  fd  letter-file.
0409B  01  letter-line pic x(80).
0409C  fd  register-file.
0409D  01  register-line pic x(100).
0409E  fd  collection-file.
0409F  01  collection-record pic x(120).
0409G  fd  customer-xref-file.
0409H  01  customer-xref-record pic x(40).
0409I  fd  correspondence-file.
0409J  01  correspondence-record pic x(100).
0409K  fd  undeliverable-file.
0409L  01  undeliverable-record pic x(100).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'collection-hold-variables'.
0413A  copy 'customer-xref-variables'.
0413B  copy 'correspondence-variables'.
0413C  copy 'undeliverable-variables'.
0413
0420   01 openitemfilename pic x(20) value "OPENITEM.TXT".
0421   01 customerfilename pic x(20).
0450   01 customer-table.
0451       05 customer-entry occurs 200 times.
0452           10 customer-entry-name pic x(10).
0452A          10 customer-entry-number pic x(8).
0452B          10 customer-entry-address-flag pic x.
0452C          10 customer-entry-flag-date pic x(8).
0453   01 customer-count pic 9(3) value 0.
0454   01 customer-index pic 9(3).
0455   01 customer-entry-rest pic x(30).
0456   01 letter-name pic x(10).
0456A  01 letter-customer-number pic x(8).
0456B  01 letter-address-flag pic x.
0456C  01 letter-flag-date pic x(8).
0457
0460   01 letter-template-count pic 9 value 3.
0461   01 letter-templates.
0476   01 account-due-edited pic -9(8).99.
0477   01 letters-produced pic 9(4) value 0.
0478   01 accounts-current pic 9(4) value 0.
0479A  01 items-on-hold pic 9(4) value 0.
0479C  01 letters-held pic 9(4) value 0.
0479B
0500   procedure division.
0600
0700   program-begin.
0731       string "DUNREG" processing-date ".TXT"
0732           delimited by size into registerfilename.
0740       perform load-customer-table.
0740A      perform load-customer-xref.
0745       perform load-collection-holds.
0750       perform load-open-item-table.
0760       open output register-file.
0761       move spaces to register-line.
0780       move spaces to register-line.
0781       string "Letters produced: " letters-produced
0782              "  accounts current: " accounts-current
0782A             "  items on hold: " items-on-hold
0782B             "  undeliverable: " letters-held
0783           delimited by size into register-line.
0784       write register-line.
0785       close register-file.
0790       display "Letters produced: " letters-produced.
0791       display "Accounts current: " accounts-current.
0792       display "Items on collection hold: " items-on-hold.
0793       display "Letters held, address undeliverable: "
0794           letters-held.
0900   program-done.
0910       stop run.
0911
0947               at end move "Y" to customer-eof
0948               not at end
0949                   add 1 to customer-count
0949A                  move spaces
0949B                      to customer-entry-number(customer-count)
0949C                  move spaces to
0949D                      customer-entry-address-flag(customer-count)
0949E                  move spaces
0949F                      to customer-entry-flag-date(customer-count)
0950                   unstring customer-record delimited by ","
0951                       into customer-entry-name(customer-count)
0952                            customer-entry-rest
0952A                           customer-entry-rest
0952B                           customer-entry-rest
0952C                           customer-entry-rest
0952D                           customer-entry-rest
0952E                           customer-entry-rest
0952F                           customer-entry-rest
0952G                           customer-entry-number(customer-count)
0952H                           customer-entry-address-flag(
0952I                               customer-count)
0952J                           customer-entry-flag-date(customer-count)
0953           end-read
0954       end-perform.
0955       close customer-file.
0971                            item-original-text
0972                            item-remaining-text
0973                            item-code item-status
0973A                  move letter-account to hold-account
0973B                  move item-date-text to hold-item-date
0973C                  move item-code to hold-item-code
0973D                  perform check-collection-hold
0974                   if item-status not = "S"
0975                      and item-status not = "U"
0975A                     and item-status not = "W"
0975B                     and hold-found = "N"
0976                       add 1 to open-item-count
0977                       move letter-account
0978                           to item-account(open-item-count)
0982                           to item-remaining(open-item-count)
0983                       move "N" to item-lettered(open-item-count)
0984                   end-if
0984A                  if hold-found = "Y"
0984B                      add 1 to items-on-hold
0984C                  end-if
0985           end-read
0986       end-perform.
0987       close open-item-file.
1012           add 1 to accounts-current
1013       else
1014           perform pick-letter-severity
1014A          perform find-letter-name
1014B          if letter-address-flag = "U"
1014C              perform hold-undeliverable-letter
1014D          else
1015               perform write-one-letter
1016               perform write-register-entry
1016A          end-if
1017       end-if.
1017A
1018A  hold-undeliverable-letter.
1018B      add 1 to letters-held.
1018C      move account-due to account-due-edited.
1018D      move spaces to register-line.
1018E      string letter-account " severity " letter-severity
1018F             " due " account-due-edited
1018G             " held, address undeliverable since "
1018H             letter-flag-date
1018I          delimited by size into register-line.
1018J      write register-line.
1018K      move "Dunning-Letters" to undeliv-program.
1018L      move letter-name to undeliv-name.
1018M      move letter-customer-number to undeliv-number.
1018N      move letter-flag-date to undeliv-flag-date.
1018O      move spaces to undeliv-document.
1018P      string "DUNNING " letter-account " LEVEL " letter-severity
1018Q          delimited by size into undeliv-document.
1018R      perform write-undeliverable-exception.
1018S
1020   age-one-item.
1021       compute trans-serial =
1022           function integer-of-date(item-date(scan-index)).
1059       string "Date: " processing-date
1060           delimited by size into letter-line.
1061       write letter-line.
1061A      if letter-customer-number not = spaces
1061B          move spaces to letter-line
1061C          string "Customer number: " letter-customer-number
1061D              delimited by size into letter-line
1061E          write letter-line
1061F      end-if.
1062       move spaces to letter-line.
1063       string template-salutation(letter-severity)
1064              " " letter-name
1074       write letter-line.
1075       close letter-file.
1076       add 1 to letters-produced.
1076A      move letter-customer-number to corr-customer-number.
1076B      move letter-name to corr-customer-name.
1076C      move processing-date to corr-date.
1076D      move "DUNNING" to corr-document-type.
1076E      move spaces to corr-campaign-level.
1076F      string "LEVEL " letter-severity
1076G          delimited by size into corr-campaign-level.
1076H      move letterfilename to corr-reference.
1076I      perform write-correspondence-entry.
1077
1080   write-register-entry.
1081       move spaces to register-line.
1088
1090   find-letter-name.
1091       move spaces to letter-name.
1091P      move spaces to letter-address-flag.
1091Q      move spaces to letter-flag-date.
1091A      move letter-account to xref-account-wanted.
1091B      perform find-customer-number.
1091C      move xref-number-found to letter-customer-number.
1091D      if letter-customer-number not = spaces
1091E          perform varying customer-index from 1 by 1
1091F                  until customer-index > customer-count
1091G                     or letter-name not = spaces
1091H              if customer-entry-number(customer-index)
1091I                     = letter-customer-number
1091J                  move customer-entry-name(customer-index)
1091K                      to letter-name
1091K1                 perform note-letter-address
1091L              end-if
1091M          end-perform
1091N      end-if.
1092       perform varying customer-index from 1 by 1
1093               until customer-index > customer-count
1094                  or letter-name not = spaces
1096                  = letter-account
1097               move customer-entry-name(customer-index)
1098                   to letter-name
1098A              perform note-letter-address
1099           end-if
1100       end-perform.
1101       if letter-name = spaces
1102           move letter-account to letter-name
1103       end-if.
1103A
1103B  note-letter-address.
1103C      move customer-entry-address-flag(customer-index)
1103D          to letter-address-flag.
1103E      move customer-entry-flag-date(customer-index)
1103F          to letter-flag-date.
1104
9900   copy 'processing-date-routine'.
9910   copy 'collection-hold-checker'.
9920   copy 'customer-xref-lookup'.
9930   copy 'correspondence-writer'.
9940   copy 'undeliverable-writer'.
