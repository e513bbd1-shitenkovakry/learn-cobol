0100   identification division.
0200   program-id. Correspondence-History.
0300   environment division.
0310   input-output section.
0320   file-control.
0330       select optional correspondence-file assign to dynamic
0330A          correspondencefilename
0331           organization is line sequential.
0332       select optional report-file assign to dynamic reportfilename
0333           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0400   data division.
0405   file section.
0406   fd  correspondence-file.
0407   01  correspondence-record pic x(100).
0408   fd  report-file.
0409   01  report-line pic x(200).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0411   working-storage section.
0412   copy 'processing-date-variables'.
0413   copy 'report-writer-variables'.
0414   copy 'correspondence-variables'.
0415
0420   01 correspondence-eof pic x value "N".
0421   01 query-customer pic x(10).
0422   01 query-from-date pic 9(8).
0423   01 query-to-date pic 9(8).
0424   01 history-mode pic x.
0425   01 corr-date-text pic x(8).
0426   01 history-count pic 9(5) value 0.
0427   01 history-line pic x(80).
0428
0500   procedure division.
0600
0700   program-begin.
0710       display "Enter customer number or name".
0711       accept query-customer.
0712       display "Enter from date (YYYYMMDD), or 0 for all".
0713       accept query-from-date.
0714       display "Enter to date (YYYYMMDD), or 0 for all".
0715       accept query-to-date.
0716       if query-to-date = 0
0717           move 99999999 to query-to-date
0718       end-if.
0719       display "D = display on screen, P = print history".
0720       accept history-mode.
0730       if history-mode = "P"
0731           move "Correspondence-History" to report-program-name
0732           move spaces to report-title
0733           string "Correspondence history for " query-customer
0734               delimited by size into report-title
0735           move spaces to report-column-heading
0736           string "Number    Name       Date      Type       "
0737                  "Level      Reference"
0738               delimited by size into report-column-heading
0739           perform write-report-header
0740       else
0741           display "Number    Name       Date      Type       "
0742               "Level      Reference"
0743       end-if.
0750       open input correspondence-file.
0751       perform read-one-correspondence
0752           until correspondence-eof = "Y".
0753       close correspondence-file.
0760       if history-mode = "P"
0761           move spaces to report-line
0762           string "Documents listed: " history-count
0763               delimited by size into report-line
0764           perform write-report-totals
0765       end-if.
0770       display "Documents listed: " history-count.
0900   program-done.
0910       stop run.
0911
0920   read-one-correspondence.
0921       read correspondence-file
0922           at end move "Y" to correspondence-eof
0923           not at end
0924               move spaces to corr-customer-number
0925               move spaces to corr-customer-name
0926               move spaces to corr-document-type
0927               move spaces to corr-campaign-level
0928               move spaces to corr-reference
0929               unstring correspondence-record delimited by ","
0930                   into corr-customer-number corr-customer-name
0931                        corr-date-text corr-document-type
0932                        corr-campaign-level corr-reference
0933               move corr-date-text to corr-date
0934               if (corr-customer-number = query-customer
0935                   or corr-customer-name = query-customer)
0936                  and corr-date >= query-from-date
0937                  and corr-date <= query-to-date
0938                   perform list-one-correspondence
0939               end-if
0940       end-read.
0941
0950   list-one-correspondence.
0951       add 1 to history-count.
0952       move spaces to history-line.
0953       string corr-customer-number "  " corr-customer-name " "
0954              corr-date "  " corr-document-type " "
0955              corr-campaign-level " " corr-reference
0956           delimited by size into history-line.
0957       if history-mode = "P"
0958           move history-line to report-line
0959           perform write-report-line
0960       else
0961           display history-line
0962       end-if.
0963
9900   copy 'processing-date-routine'.
9910   copy 'report-writer-writer'.
