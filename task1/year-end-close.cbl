0392       select optional run-control-file assign to dynamic
0392A          runcontrolfilename
0393           organization is line sequential.
0394       select optional chart-file assign to dynamic
0394A          chartfilename
0395           organization is line sequential.
0396       select optional signoff-file assign to dynamic
0396A          signofffilename
0397           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  summary-file.
0409Y  01  calendar-record pic x(20).
0409Z  fd  run-control-file.
0409Z1 01  run-control-record pic x(40).
0409Z2 fd  chart-file.
0409Z3 01  chart-record pic x(60).
0409Z4 fd  signoff-file.
0409Z5 01  signoff-record pic x(140).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0425H  01 control-keep-index pic 9(3).
0425I  01 control-archived-count pic 9(3) value 0.
0425J  01 control-record-year pic 9(4).
0425K  01 chartfilename pic x(20) value "COA.TXT".
0425L  01 signofffilename pic x(20) value "RECONSIGN.TXT".
0425M  01 chart-eof pic x value "N".
0425N  01 signoff-eof pic x value "N".
0425O  01 chart-account pic x(8).
0425P  01 chart-description pic x(20).
0425Q  01 chart-type pic x.
0425R  01 signed-table.
0425S      05 signed-entry occurs 1200 times.
0425T          10 signed-account pic x(8).
0425U          10 signed-month pic 99.
0425V  01 signed-count pic 9(4) value 0.
0425W  01 signed-index pic 9(4).
0425X  01 signed-found pic x.
0425Y  01 signoff-account pic x(8).
0425Z  01 signoff-period pic x(6).
0425Z1 01 signoff-skip-text pic x(16).
0425Z2 01 signoff-reviewer pic x(8).
0425Z3 01 signoff-month pic 99.
0425Z4 01 unsigned-count pic 9(5) value 0.
0426
0430   01 close-year pic 9(4).
0431   01 close-month pic 99.
0712       compute close-control-date =
0713           (close-year * 10000) + 1231.
0720       perform check-year-close-control.
0721       perform check-reconciliation-signoff.
0730       perform close-one-month
0731           varying close-month from 1 by 1
0732           until close-month > 12.
0945           stop run
0946       end-if.
0947
0948   check-reconciliation-signoff.
0948A      open input signoff-file.
0948B      perform until signoff-eof = "Y"
0948C          read signoff-file
0948D              at end move "Y" to signoff-eof
0948E              not at end
0948F                  move spaces to signoff-period signoff-reviewer
0948G                  unstring signoff-record delimited by ","
0948H                      into signoff-account signoff-period
0948I                           signoff-skip-text signoff-skip-text
0948J                           signoff-skip-text signoff-skip-text
0948K                           signoff-skip-text signoff-reviewer
0948L                  if signoff-period(1:4) = close-year
0948M                     and signoff-reviewer not = spaces
0948N                     and signed-count < 1200
0948O                      add 1 to signed-count
0948P                      move signoff-account
0948Q                          to signed-account(signed-count)
0948R                      move signoff-period(5:2)
0948S                          to signed-month(signed-count)
0948T                  end-if
0948U          end-read
0948V      end-perform.
0948W      close signoff-file.
0948X      open input chart-file.
0948Y      perform until chart-eof = "Y"
0948Z          read chart-file
0949A              at end move "Y" to chart-eof
0949B              not at end
0949C                  move spaces to chart-type
0949D                  unstring chart-record delimited by ","
0949E                      into chart-account chart-description
0949F                           chart-type
0949G                  if chart-type = "A" or chart-type = "L"
0949H                     or chart-type = "Q"
0949I                      perform check-account-signoff
0949J                          varying signoff-month from 1 by 1
0949K                          until signoff-month > 12
0949L                  end-if
0949M          end-read
0949N      end-perform.
0949O      close chart-file.
0949P      if unsigned-count > 0
0949Q          display "Year " close-year " has " unsigned-count
0949R              " account reconciliations not signed off,"
0949S              " run refused"
0949T          move 8 to return-code
0949U          stop run
0949V      end-if.
0949W
0949X  check-account-signoff.
0949Y      move "N" to signed-found.
0949Z      perform varying signed-index from 1 by 1
0949Z1             until signed-index > signed-count
0949Z2                or signed-found = "Y"
0949Z3         if signed-account(signed-index) = chart-account
0949Z4            and signed-month(signed-index) = signoff-month
0949Z5             move "Y" to signed-found
0949Z6         end-if
0949Z7     end-perform.
0949Z8     if signed-found = "N"
0949Z9         add 1 to unsigned-count
0949ZA         if unsigned-count <= 20
0949ZB             display "Not signed off: " chart-account
0949ZC                 " " close-year "/" signoff-month
0949ZD         end-if
0949ZE     end-if.
0949ZF
0950   write-year-close-control.
0951       open extend run-control-file.
0952       move spaces to run-control-record.
