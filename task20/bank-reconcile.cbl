0333           organization is line sequential.
0334       select reconcile-file assign to dynamic reconcilefilename
0335           organization is line sequential.
0336       select optional uncleared-file assign to dynamic
0336A          unclearedfilename
0337           organization is line sequential.
0338       select optional parameter-card-file assign to dynamic
0338A          parmcardfilename
0339           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  ledger-file.
0409   01  statement-record pic x(60).
0409A  fd  reconcile-file.
0409B  01  reconcile-line pic x(100).
0409C  fd  uncleared-file.
0409D  01  uncleared-record pic x(80).
0409E  fd  parameter-card-file.
0409F  01  parameter-card-record pic x(60).
0410
0411   working-storage section.
0412   copy 'parameter-card-variables'.
0413   01 run-date pic 9(8).
0414   01 ledgerfilename pic x(20).
0415   01 statementfilename pic x(20).
0416   01 reconcilefilename pic x(24).
0417   01 ledger-eof pic x value "N".
0418   01 statement-eof pic x value "N".
0418A  01 unclearedfilename pic x(20) value "UNCLEARED.TXT".
0418B  01 uncleared-eof pic x value "N".
0419   01 match-tolerance pic 9(3)v99 value 0.05.
0419A  01 bank-account pic x(8) value "BANK".
0419B  01 carry-days pic 9(4) value 90.
0419C  01 carry-days-text pic x(4) justified right.
0419D  01 carry-cutoff-date pic 9(8).
0420
0430   01 ledger-table.
0431       05 ledger-entry occurs 500 times.
0432           10 ledger-entry-result pic s9(6)v99.
0433           10 ledger-entry-account pic x(8).
0434           10 ledger-entry-used pic x.
0434A          10 ledger-entry-reference pic x(10).
0434B          10 ledger-entry-bank pic x.
0435   01 ledger-entry-count pic 9(3) value 0.
0436   01 ledger-index pic 9(3).
0437
0447   01 ledger-rate-text pic x(10).
0448   01 ledger-company pic x(2).
0449   01 ledger-account pic x(8).
0449A  01 ledger-sequence-text pic x(8).
0449B  01 ledger-reference pic x(10).
0450   01 result pic s9(6)v99.
0451
0460   01 statement-date-text pic x(10).
0472   01 statement-orphan-count pic 9(5) value 0.
0473   01 ledger-orphan-count pic 9(5) value 0.
0474   01 amount-edited pic -9(6).99.
0474A  01 carried-cleared-count pic 9(5) value 0.
0474B  01 aged-out-count pic 9(5) value 0.
0475
0480   01 uncleared-table.
0481       05 uncleared-entry occurs 500 times.
0482           10 unc-date pic 9(8).
0483           10 unc-account pic x(8).
0484           10 unc-amount pic s9(6)v99.
0485           10 unc-reference pic x(10).
0486           10 unc-status pic x.
0487   01 uncleared-count pic 9(3) value 0.
0488   01 uncleared-index pic 9(3).
0489   01 uncleared-kept pic 9(3) value 0.
0490   01 unc-date-text pic x(10).
0491   01 unc-amount-text pic x(12).
0492
0500   procedure division.
0600
0700   program-begin.
0721           delimited by size into ledgerfilename.
0722       string "BANKREC" run-date ".TXT"
0723           delimited by size into reconcilefilename.
0724       move "BANKRECPARM.TXT" to parmcardfilename.
0725       perform load-parameter-card.
0726       move "BANKACCT" to parm-keyword.
0727       perform get-parameter-value.
0728       if parm-found = "Y"
0729           move parm-value to bank-account
0729A      end-if.
0729B      move "CARRYDAYS" to parm-keyword.
0729C      perform get-parameter-value.
0729D      if parm-found = "Y"
0729E          unstring parm-value delimited by " "
0729F              into carry-days-text
0729G          inspect carry-days-text
0729H              replacing leading space by "0"
0729I          move carry-days-text to carry-days
0729J      end-if.
0729K      compute carry-cutoff-date = function date-of-integer(
0729L          function integer-of-date(run-date) - carry-days).
0730       perform load-ledger-table.
0731       perform load-uncleared-items.
0740       open output reconcile-file.
0741       move spaces to reconcile-line.
0742       string "Bank reconciliation for " run-date
0752           until statement-eof = "Y".
0753       close statement-file.
0760       perform report-ledger-orphans.
0761       perform save-uncleared-items.
0770       perform write-reconcile-verdict.
0771       close reconcile-file.
0900   program-done.
0927               at end move "Y" to ledger-eof
0928               not at end
0929                   move spaces to ledger-account
0929A                  move spaces to ledger-sequence-text
0929B                  move spaces to ledger-reference
0930                   unstring ledger-record delimited by ","
0931                       into first-number-text
0932                            second-number-text
0935                            ledger-original-text
0936                            ledger-rate-text ledger-company
0937                            ledger-account
0937A                           ledger-sequence-text
0937B                           ledger-reference
0938                   move result-text to result
0939                   add 1 to ledger-entry-count
0940                   move result to
0943                       ledger-entry-account(ledger-entry-count)
0944                   move "N" to
0945                       ledger-entry-used(ledger-entry-count)
0945A                  if ledger-reference = spaces
0945B                      move ledger-sequence-text
0945C                          to ledger-entry-reference(
0945D                              ledger-entry-count)
0945E                  else
0945F                      move ledger-reference
0945H                          to ledger-entry-reference(
0945I                              ledger-entry-count)
0945J                  end-if
0945K                  if ledger-account = bank-account
0945L                     or (ledger-source = "P"
0945M                         and ledger-reference not = spaces)
0945N                      move "Y" to ledger-entry-bank(
0945O                          ledger-entry-count)
0945P                  else
0945Q                      move "N" to ledger-entry-bank(
0945R                          ledger-entry-count)
0945S                  end-if
0946           end-read
0947       end-perform.
0948       close ledger-file.
0995               end-if
0996           end-if
0997       end-perform.
0997A      if entry-matched = "N"
0997B          perform match-statement-to-uncleared
0997C      end-if.
0998       if entry-matched = "Y"
0999           add 1 to matched-count
1000       else
1007           write reconcile-line
1008       end-if.
1009
1009A  match-statement-to-uncleared.
1009B      perform varying uncleared-index from 1 by 1
1009C              until uncleared-index > uncleared-count
1009D                 or entry-matched = "Y"
1009E          if unc-status(uncleared-index) = "O"
1009F              compute amount-difference =
1009G                  statement-amount - unc-amount(uncleared-index)
1009H              if amount-difference <= match-tolerance
1009I                 and amount-difference
1009J                     >= (0 - match-tolerance)
1009K                  move "C" to unc-status(uncleared-index)
1009L                  move "Y" to entry-matched
1009M                  add 1 to carried-cleared-count
1009N                  move unc-amount(uncleared-index)
1009O                      to amount-edited
1009P                  move spaces to reconcile-line
1009Q                  string "Cleared from "
1009R                         unc-date(uncleared-index) ": "
1009S                         unc-account(uncleared-index) " "
1009T                         unc-reference(uncleared-index) " "
1009U                         amount-edited
1009V                      delimited by size into reconcile-line
1009W                  write reconcile-line
1009X              end-if
1009Y          end-if
1009Z      end-perform.
1009Z1
1010   report-ledger-orphans.
1011       perform varying ledger-index from 1 by 1
1012               until ledger-index > ledger-entry-count
1020                      " " amount-edited
1021                   delimited by size into reconcile-line
1022               write reconcile-line
1022A              if ledger-entry-bank(ledger-index) = "Y"
1022B                  perform add-uncleared-item
1022C              end-if
1023           end-if
1024       end-perform.
1025A
1026   add-uncleared-item.
1026A      if uncleared-count = 500
1026B          display "More than 500 uncleared items, run stopped"
1026C          move 16 to return-code
1026D          stop run
1026E      end-if.
1026F      add 1 to uncleared-count.
1026G      move run-date to unc-date(uncleared-count).
1026H      move ledger-entry-account(ledger-index)
1026I          to unc-account(uncleared-count).
1026J      move ledger-entry-result(ledger-index)
1026K          to unc-amount(uncleared-count).
1026L      move ledger-entry-reference(ledger-index)
1026M          to unc-reference(uncleared-count).
1026N      move "O" to unc-status(uncleared-count).
1027
1027A  load-uncleared-items.
1027B      move 0 to uncleared-count.
1027C      move "N" to uncleared-eof.
1027D      open input uncleared-file.
1027E      perform until uncleared-eof = "Y"
1027F          read uncleared-file
1027G              at end move "Y" to uncleared-eof
1027H              not at end
1027I                  perform load-one-uncleared-item
1027J          end-read
1027K      end-perform.
1027L      close uncleared-file.
1027M      display uncleared-count " uncleared items brought forward".
1027N
1028   load-one-uncleared-item.
1028A      if uncleared-count = 500
1028B          display "More than 500 uncleared items, run stopped"
1028C          move 16 to return-code
1028D          stop run
1028E      end-if.
1028F      add 1 to uncleared-count.
1028G      unstring uncleared-record delimited by ","
1028H          into unc-date-text
1028I               unc-account(uncleared-count)
1028J               unc-amount-text
1028K               unc-reference(uncleared-count).
1028L      move unc-date-text to unc-date(uncleared-count).
1028M      move unc-amount-text to unc-amount(uncleared-count).
1028N      move "O" to unc-status(uncleared-count).
1028O      if unc-date(uncleared-count) = run-date
1028P          subtract 1 from uncleared-count
1028Q      end-if.
1028R
1029   save-uncleared-items.
1029A      move 0 to uncleared-kept.
1029B      open output uncleared-file.
1029C      perform varying uncleared-index from 1 by 1
1029D              until uncleared-index > uncleared-count
1029D1         if unc-status(uncleared-index) = "O"
1029D2            and unc-date(uncleared-index) < carry-cutoff-date
1029D3            and (unc-amount(uncleared-index) >= 0
1029D4             or unc-reference(uncleared-index)(1:8) not numeric)
1029D5             move "X" to unc-status(uncleared-index)
1029D6         end-if
1029E          if unc-status(uncleared-index) = "O"
1029F              move unc-amount(uncleared-index) to amount-edited
1029G              move spaces to uncleared-record
1029H              string unc-date(uncleared-index) ","
1029I                     unc-account(uncleared-index) ","
1029J                     amount-edited ","
1029K                     unc-reference(uncleared-index)
1029L                  delimited by size into uncleared-record
1029M              write uncleared-record
1029N              add 1 to uncleared-kept
1029O          end-if
1029O1         if unc-status(uncleared-index) = "X"
1029O2             perform report-aged-out-item
1029O3         end-if
1029P      end-perform.
1029Q      close uncleared-file.
1029R
1029S  report-aged-out-item.
1029T      add 1 to aged-out-count.
1029U      move unc-amount(uncleared-index) to amount-edited.
1029V      move spaces to reconcile-line.
1029W      string "Aged out, uncleared since "
1029X             unc-date(uncleared-index) ": "
1029Y             unc-account(uncleared-index) " "
1029Z             unc-reference(uncleared-index) " "
1029Z1            amount-edited
1029Z2         delimited by size into reconcile-line.
1029Z3     write reconcile-line.
1025
1030   write-reconcile-verdict.
1031       move spaces to reconcile-line.
1035              "  ledger orphans: " ledger-orphan-count
1036           delimited by size into reconcile-line.
1037       write reconcile-line.
1037A      move spaces to reconcile-line.
1037B      string "Cleared from earlier days: " carried-cleared-count
1037C             "  uncleared items carried: " uncleared-kept
1037C1            "  aged out: " aged-out-count
1037D          delimited by size into reconcile-line.
1037E      write reconcile-line.
1038       move spaces to reconcile-line.
1039       if statement-orphan-count = 0
1040          and ledger-orphan-count = 0
1050       display "Matched: " matched-count.
1051       display "Statement orphans: " statement-orphan-count.
1052       display "Ledger orphans: " ledger-orphan-count.
1052A      display "Cleared from earlier days: " carried-cleared-count.
1052B      display "Uncleared items carried: " uncleared-kept.
1052C      display "Uncleared items aged out: " aged-out-count.
1053       display reconcile-line.
9910   copy 'parameter-card-reader'.
