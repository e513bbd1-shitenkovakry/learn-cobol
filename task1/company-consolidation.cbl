0332       select consolidation-file assign to dynamic
0332A          consolidationname
0333           organization is line sequential.
0334       select optional ledger-file assign to dynamic ledgerfilename
0335           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  summary-file.
0407   01  summary-record pic x(80).
0408   fd  consolidation-file.
0409   01  consolidation-line pic x(100).
0409A  fd  ledger-file.
0409B  01  ledger-record pic x(100).
0410
0411   working-storage section.
0412
0421   01 consolidationname pic x(24).
0422   01 summary-eof pic x value "N".
0423   01 report-date pic 9(8).
0424   01 ledgerfilename pic x(24).
0425   01 ledger-eof pic x.
0426   01 ledger-result-text pic x(10).
0427   01 ledger-source pic x.
0428   01 ledger-company pic x(2).
0429   01 ledger-skip-text pic x(10).
0429A  01 ledger-line-amount pic s9(7)v99.
0429B
0430   01 company-tag pic x(8).
0431   01 company-code pic x(2).
0432   01 company-count-text pic x(8).
0446   01 combined-edited pic -9(11).99.
0447   01 elimination-edited pic -9(11).99.
0448   01 consolidated-edited pic -9(11).99.
0448A  01 company-allocated pic s9(9)v99.
0448B  01 company-adjusted pic s9(9)v99.
0448C  01 allocated-total pic s9(11)v99 value 0.
0448D  01 company-allocated-edited pic -9(9).99.
0448E  01 company-adjusted-edited pic -9(9).99.
0448F  01 allocated-edited pic -9(11).99.
0449
0500   procedure division.
0600
0721           delimited by size into summaryfilename.
0722       string "COMCONS" report-date ".TXT"
0723           delimited by size into consolidationname.
0724       string "LEDGER" report-date ".TXT"
0725           delimited by size into ledgerfilename.
0730       open output consolidation-file.
0731       move spaces to consolidation-line.
0732       string "Branch consolidation for " report-date
0735       move spaces to consolidation-line.
0736       move "Company  Count    Total        Elimination"
0737           to consolidation-line.
0737A      move "Allocated" to consolidation-line(51:9).
0737B      move "Adjusted" to consolidation-line(67:8).
0738       write consolidation-line.
0740       open input summary-file.
0741       perform scan-one-summary-line
0940       add company-ic-total to elimination-total.
0941       move company-total to company-total-edited.
0942       move company-ic-total to company-ic-edited.
0942A      perform find-company-allocation.
0942B      add company-allocated to allocated-total.
0942C      compute company-adjusted = company-total + company-allocated.
0942D      move company-allocated to company-allocated-edited.
0942E      move company-adjusted to company-adjusted-edited.
0943       move spaces to consolidation-line.
0944       string company-code "       " company-count
0945              "  " company-total-edited
0946              "  " company-ic-edited
0946A             "  " company-allocated-edited
0946B             "  " company-adjusted-edited
0947           delimited by size into consolidation-line.
0948       write consolidation-line.
0949
0949A  find-company-allocation.
0949B      move 0 to company-allocated.
0949C      move "N" to ledger-eof.
0949D      open input ledger-file.
0949E      perform until ledger-eof = "Y"
0949F          read ledger-file
0949G              at end move "Y" to ledger-eof
0949H              not at end
0949I                  unstring ledger-record delimited by ","
0949J                      into ledger-skip-text ledger-skip-text
0949K                           ledger-result-text ledger-skip-text
0949L                           ledger-source ledger-skip-text
0949M                           ledger-skip-text ledger-skip-text
0949N                           ledger-company
0949O                  if ledger-source = "L"
0949P                     and ledger-company = company-code
0949Q                      move ledger-result-text to ledger-line-amount
0949R                      add ledger-line-amount to company-allocated
0949S                  end-if
0949T          end-read
0949U      end-perform.
0949V      close ledger-file.
0949W
0950   write-consolidation-totals.
0951       compute consolidated-total =
0952           combined-total - elimination-total.
0963              "  consolidated " consolidated-edited
0964           delimited by size into consolidation-line.
0965       write consolidation-line.
0965A      move allocated-total to allocated-edited.
0965B      move spaces to consolidation-line.
0965C      string "Cost allocations " allocated-edited
0965D          delimited by size into consolidation-line.
0965E      write consolidation-line.
0966       display "Companies: " companies-seen.
0967       display "Combined total:     " combined-edited.
0968       display "Eliminations:       " elimination-edited.
0969       display "Consolidated total: " consolidated-edited.
0969A      display "Cost allocations:   " allocated-edited.
0970       if companies-seen = 0
0971           display "No company totals on the summary file"
0972           move 4 to return-code
