040    data division.
041    file section.
042    fd  supplier-file.
043    01  supplier-record pic x(120).
044
060    working-storage section.
060A       copy 'check-digit-variables'.
061        01 supplierfilename pic x(20) value "SUPPLIER.TXT".
062        01 supplier-eof pic x value "N".
063        01 maintenance-pick pic x.
072                10 supplier-entry-id pic x(8).
073                10 supplier-entry-name pic x(20).
074                10 supplier-entry-lead-days pic 9(3).
074A               10 supplier-entry-net-days pic 9(3).
074B               10 supplier-entry-discount-pct pic 9(2)v99.
074C               10 supplier-entry-discount-days pic 9(3).
074D               10 supplier-entry-pay-method pic x.
074E               10 supplier-entry-sort-code pic x(6).
074F               10 supplier-entry-bank-account pic x(16).
074G               10 supplier-entry-holder pic x(20).
075        01 supplier-count pic 9(2) value 0.
076        01 supplier-index pic 9(2).
077        01 found-index pic 9(2).
078        01 lead-days-text pic x(6).
078A       01 net-days-text pic x(6).
078B       01 discount-pct-text pic x(8).
078C       01 discount-days-text pic x(6).
078D       01 discount-pct-edited pic 9(2).99.
079
080        01 work-id pic x(8).
081        01 work-name pic x(20).
082        01 work-lead-days pic 9(3).
082A       01 work-net-days pic 9(3).
082B       01 work-discount-pct pic 9(2)v99.
082C       01 work-discount-days pic 9(3).
082D       01 work-pay-method pic x.
082E       01 work-sort-code pic x(6).
082F       01 work-bank-account pic x(16).
082G       01 work-holder pic x(20).
082H       01 bank-details-valid pic x.
083        01 file-changed pic x value "N".
084
0100   procedure division.
0307               at end move "Y" to supplier-eof
0308               not at end
0309                   add 1 to supplier-count
0309A                  move spaces to net-days-text
0309B                  move spaces to discount-pct-text
0309C                  move spaces to discount-days-text
0309D                  move spaces to work-pay-method
0309E                  move spaces to work-sort-code
0309F                  move spaces to work-bank-account
0309G                  move spaces to work-holder
0310                   unstring supplier-record delimited by ","
0311                       into supplier-entry-id(supplier-count)
0312                            supplier-entry-name(supplier-count)
0313                            lead-days-text
0313A                           net-days-text
0313B                           discount-pct-text
0313C                           discount-days-text
0313D                           work-pay-method
0313E                           work-sort-code
0313F                           work-bank-account
0313G                           work-holder
0314                   move lead-days-text to
0315                       supplier-entry-lead-days(supplier-count)
0315A                  move net-days-text to
0315B                      supplier-entry-net-days(supplier-count)
0315C                  if supplier-entry-net-days(supplier-count) = 0
0315D                      move 30 to
0315E                          supplier-entry-net-days(supplier-count)
0315F                  end-if
0315G                  move discount-pct-text to
0315H                      supplier-entry-discount-pct(supplier-count)
0315I                  move discount-days-text to
0315J                      supplier-entry-discount-days(supplier-count)
0315K                  if work-pay-method not = "E"
0315L                      move "C" to work-pay-method
0315M                  end-if
0315N                  move supplier-count to found-index
0315O                  perform store-payment-method
0316           end-read
0317       end-perform.
0318       close supplier-file.
0608           accept work-name
0609           display "Enter lead time in business days"
0610           accept work-lead-days
0610A          perform accept-payment-terms
0610B          perform accept-payment-method
0611           add 1 to supplier-count
0612           move work-id
0613               to supplier-entry-id(supplier-count)
0615               to supplier-entry-name(supplier-count)
0616           move work-lead-days
0617               to supplier-entry-lead-days(supplier-count)
0617A          move work-net-days
0617B              to supplier-entry-net-days(supplier-count)
0617C          move work-discount-pct
0617D              to supplier-entry-discount-pct(supplier-count)
0617E          move work-discount-days
0617F              to supplier-entry-discount-days(supplier-count)
0617G          move supplier-count to found-index
0617H          perform store-payment-method
0618           move "Y" to file-changed
0619           display "Supplier added"
0620       end-if.
0712               supplier-entry-lead-days(found-index)
0713           display "Enter lead time in business days"
0714           accept work-lead-days
0714A          move supplier-entry-discount-pct(found-index)
0714B              to discount-pct-edited
0714C          display "Current terms: net "
0714D              supplier-entry-net-days(found-index) " days, "
0714E              discount-pct-edited "% discount within "
0714F              supplier-entry-discount-days(found-index) " days"
0714G          perform accept-payment-terms
0714H          display "Current payment method: "
0714I              supplier-entry-pay-method(found-index) " "
0714J              supplier-entry-sort-code(found-index) " "
0714K              supplier-entry-bank-account(found-index)
0714L          perform accept-payment-method
0715           move work-name to supplier-entry-name(found-index)
0716           move work-lead-days
0717               to supplier-entry-lead-days(found-index)
0717A          move work-net-days
0717B              to supplier-entry-net-days(found-index)
0717C          move work-discount-pct
0717D              to supplier-entry-discount-pct(found-index)
0717E          move work-discount-days
0717F              to supplier-entry-discount-days(found-index)
0717G          perform store-payment-method
0718           move "Y" to file-changed
0719           display "Supplier changed"
0720       end-if.
0730
0750   accept-payment-terms.
0751       display "Enter payment terms in days (0 = 30)".
0752       accept work-net-days.
0753       if work-net-days = 0
0754           move 30 to work-net-days
0755       end-if.
0756       display "Enter early-payment discount percent (0 = none)".
0757       accept work-discount-pct.
0758       move 0 to work-discount-days.
0759       if work-discount-pct > 0
0760           display "Enter days allowed for the discount"
0761           accept work-discount-days
0762       end-if.
0770
0771   accept-payment-method.
0772       display "Payment method: C = check, E = bank transfer".
0773       accept work-pay-method.
0774       move spaces to work-sort-code.
0775       move spaces to work-bank-account.
0776       move spaces to work-holder.
0777       if work-pay-method = "E"
0778           perform get-bank-details
0779           if bank-details-valid = "N"
0780               display "Supplier will be paid by check"
0781               move "C" to work-pay-method
0782               move spaces to work-sort-code
0783               move spaces to work-bank-account
0784               move spaces to work-holder
0785           end-if
0786       else
0787           move "C" to work-pay-method
0788       end-if.
0789
0800   delete-supplier.
0801       display "Enter supplier id".
0802       accept work-id.
0815       end-if.
0820
0900   browse-suppliers.
0901       display "Id       Name                 Lead Net Disc%  Days"
0901A          " Pay Sort   Account".
0902       perform varying supplier-index from 1 by 1
0903               until supplier-index > supplier-count
0903A          move supplier-entry-discount-pct(supplier-index)
0903B              to discount-pct-edited
0904           display supplier-entry-id(supplier-index) " "
0905               supplier-entry-name(supplier-index) " "
0906               supplier-entry-lead-days(supplier-index) "  "
0906A              supplier-entry-net-days(supplier-index) " "
0906B              discount-pct-edited " "
0906C              supplier-entry-discount-days(supplier-index) "  "
0906D              supplier-entry-pay-method(supplier-index) "   "
0906E              supplier-entry-sort-code(supplier-index) " "
0906F              supplier-entry-bank-account(supplier-index)
0907       end-perform.
0908       display supplier-count " suppliers on file".
0910
1102       perform varying supplier-index from 1 by 1
1103               until supplier-index > supplier-count
1104           move spaces to supplier-record
1104A          move supplier-entry-discount-pct(supplier-index)
1104B              to discount-pct-edited
1105           string supplier-entry-id(supplier-index) ","
1106                  supplier-entry-name(supplier-index) ","
1107                  supplier-entry-lead-days(supplier-index) ","
1107A                 supplier-entry-net-days(supplier-index) ","
1107B                 discount-pct-edited ","
1107C                 supplier-entry-discount-days(supplier-index) ","
1107D                 supplier-entry-pay-method(supplier-index) ","
1107E                 supplier-entry-sort-code(supplier-index) ","
1107F                 supplier-entry-bank-account(supplier-index) ","
1107G                 supplier-entry-holder(supplier-index)
1108               delimited by size into supplier-record
1109           write supplier-record
1110       end-perform.
1111       close supplier-file.
1120
1200   get-bank-details.
1201       move "N" to bank-details-valid.
1202       display "Bank sort code (6 digits)".
1203       accept work-sort-code.
1204       display "Bank account number".
1205       accept work-bank-account.
1206       display "Account holder name".
1207       accept work-holder.
1208       if work-sort-code is not numeric
1209           display "Sort code " work-sort-code
1210               " is not 6 digits, entry rejected"
1211       else
1212           move work-bank-account to candidate-number
1213           perform validate-check-digit
1214           if number-is-valid = "N"
1215               display "Bank account " work-bank-account
1216                   " fails the mod-10 check digit,"
1217                   " entry rejected"
1218           else
1219               move "Y" to bank-details-valid
1220           end-if
1221       end-if.
1230
1300   store-payment-method.
1301       move work-pay-method
1301A          to supplier-entry-pay-method(found-index).
1302       move work-sort-code to supplier-entry-sort-code(found-index).
1303       move work-bank-account
1304           to supplier-entry-bank-account(found-index).
1305       move work-holder to supplier-entry-holder(found-index).
1310
9800   copy 'check-digit-routine'.
