073        01 suggest-qty pic 9(5).
073A       01 suggest-supplier pic x(8).
073B       01 suggest-expected-text pic x(10).
073C       01 suggest-location-text pic x(4).
073D       01 suggest-cost-text pic x(10).
073E       01 suggest-unit-cost pic 9(4)v99.
073F       01 suggest-cost-edited pic 9(4).99.
074
080        01 po-number pic 9(8).
081        01 orders-created pic 9(4) value 0.
0305               move spaces to suggest-qty-text
0305A              move spaces to suggest-supplier
0305B              move spaces to suggest-expected-text
0305C              move spaces to suggest-cost-text
0306               unstring suggestion-record delimited by ","
0307                   into suggest-item-text suggest-qty-text
0307A                       suggest-supplier
0307B                       suggest-expected-text
0307C                       suggest-location-text
0307D                       suggest-cost-text
0308               if suggest-item-text(1:1) not numeric
0309                   add 1 to lines-skipped
0310               else
0311                   move suggest-item-text to suggest-item
0312                   move suggest-qty-text to suggest-qty
0312A                  move suggest-cost-text to suggest-unit-cost
0313                   perform write-one-purchase-order
0314               end-if
0315       end-read.
0409       move assigned-number to po-number.
0410       open extend open-po-file.
0411       move spaces to open-po-record.
0411A      move suggest-unit-cost to suggest-cost-edited.
0412       string po-number "," suggest-item ","
0413              suggest-qty ",00000,O,"
0414              processing-date ","
0414A             suggest-supplier ","
0414B             suggest-expected-text(1:8) ","
0414C             suggest-cost-edited
0415           delimited by size into open-po-record.
0416       write open-po-record.
0417       close open-po-file.
