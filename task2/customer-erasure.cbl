0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408   fd  source-file.
0409   01  source-record pic x(200).
0409A  fd  work-file.
0448
0450   01 customer-table.
0451       05 customer-entry occurs 200 times.
0452           10 customer-entry-line pic x(120).
0453           10 customer-entry-name pic x(10).
0454   01 customer-count pic 9(3) value 0.
0455   01 customer-index pic 9(3).
0722       accept run-time from time.
0730       perform erase-from-customer-master.
0740       perform erase-dated-files.
0741       move "CORRHIST.TXT" to sourcefilename.
0742       perform scrub-one-file.
0750       perform write-certificate-summary.
0760       display "Name erased, occurrences scrubbed: "
0761           total-hits " in " files-touched " files".
