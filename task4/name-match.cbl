0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408
0409   fd  match-report-file.
0409A  01  match-report-line pic x(100).
