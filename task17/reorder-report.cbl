040    data division.
041    file section.
042    fd  inventory-file.
043    01  inventory-record pic x(100).
044
045    fd  suggestion-file.
046    01  suggestion-record pic x(80).
047
048    fd  supplier-file.
049    01  supplier-record pic x(120).
050
050A   fd  calendar-file.
050B   01  calendar-record pic x(20).
076        01 item-reorder-point pic 9(5).
077        01 item-reorder-qty pic 9(5).
078        01 item-on-hand-edited pic -9(5).
078A       01 suggest-cost-edited pic 9(4).99.
079
080        01 item-count pic 9(4) value 0.
081        01 reorder-count pic 9(4) value 0.
087                10 suggest-supplier pic x(8).
088                10 suggest-written pic x.
088A               10 suggest-location pic x(4).
088B               10 suggest-unit-cost pic 9(4)v99.
089        01 suggestion-count pic 9(3) value 0.
090        01 suggestion-index pic 9(3).
091
0512               to suggest-supplier(suggestion-count)
0512A          move location-text
0512B              to suggest-location(suggestion-count)
0512C          move unit-cost-text
0512D              to suggest-unit-cost(suggestion-count)
0513           move "N" to suggest-written(suggestion-count)
0514           move item-on-hand to item-on-hand-edited
0515           display "  item " item-number
0900   write-one-suggestion.
0901       move "Y" to suggest-written(suggestion-index).
0902       move spaces to suggestion-record.
0902A      move suggest-unit-cost(suggestion-index)
0902B          to suggest-cost-edited.
0903       string suggest-item(suggestion-index) ","
0904              suggest-qty(suggestion-index) ","
0905              group-supplier ","
0906              expected-date ","
0906A             suggest-location(suggestion-index) ","
0906B             suggest-cost-edited
0907           delimited by size into suggestion-record.
0908       write suggestion-record.
0910
