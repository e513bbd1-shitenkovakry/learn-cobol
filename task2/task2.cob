0396       select optional balancing-file assign to dynamic
0396A          balancingfilename
0397           organization is line sequential.
0398       select optional correspondence-file assign to dynamic
0398A          correspondencefilename
0398B          organization is line sequential.
0398C      select optional undeliverable-file assign to dynamic
0398D          undeliverablefilename
0398E          organization is line sequential.
0398F      select optional points-statement-file assign to dynamic
0398G          pointsstatementname
0398H          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  customer-file.
0407   01  customer-record pic x(120).
0408
0409   fd  audit-file.
0409   01  audit-record pic x(80).
0409Z1 01  run-control-record pic x(40).
0409V1 fd  balancing-file.
0409V2 01  balancing-record pic x(80).
0409V3 fd  correspondence-file.
0409V4 01  correspondence-record pic x(100).
0409V5 fd  undeliverable-file.
0409V6 01  undeliverable-record pic x(100).
0409V7 fd  points-statement-file.
0409V8 01  points-statement-record pic x(100).
0411   working-storage section.
0412X  copy 'processing-date-variables'.
0412Y  copy 'run-control-variables'.
0412Z  copy 'balancing-variables'.
0412Z1 copy 'number-assign-variables'.
0412Z2 copy 'correspondence-variables'.
0412Z3 copy 'undeliverable-variables'.
0411A  copy 'error-handler-variables'.
0411B  copy 'file-status-variables'.
0412
0478A  01 customer-street pic x(20).
0478B  01 customer-city pic x(15).
0478C  01 customer-postal pic x(8).
0478C1 01 customer-salesrep pic x(4).
0478C2 01 customer-entry-number pic x(8).
0478C3 01 customer-address-flag pic x.
0478C4 01 customer-flag-date pic x(8).
0478C5 01 undeliverable-count pic 9(5) value 0.
0478D  01 extract-table.
0478E      05 extract-entry occurs 200 times.
0478F          10 ext-name pic x(10).
0479B  01 campaign-end-text pic x(10).
0479C  01 campaign-start pic 9(8).
0479D  01 campaign-end pic 9(8).
0479E  01 campaign-include-in pic x(10).
0479F  01 campaign-exclude-in pic x(10).
0479G  01 run-include-segment pic x(10) value spaces.
0479H  01 run-exclude-segment pic x(10) value spaces.
0479I  01 customer-segment pic x(10).
0479J  01 segment-skipped-count pic 9(5) value 0.
0479K  01 pointsstatementname pic x(24).
0479L  01 points-statement-eof pic x.
0479M  01 points-statement-table.
0479N      05 points-statement-entry occurs 500 times.
0479O          10 pstmt-number pic x(8).
0479P          10 pstmt-account pic x(8).
0479Q          10 pstmt-month pic x(6).
0479R          10 pstmt-opening pic x(8).
0479S          10 pstmt-earned pic x(8).
0479T          10 pstmt-reversed pic x(8).
0479U          10 pstmt-redeemed pic x(8).
0479V          10 pstmt-expired pic x(8).
0479W          10 pstmt-closing pic x(8).
0479X          10 pstmt-name pic x(10).
0479Y          10 pstmt-status pic x.
0479Z  01 pstmt-count pic 9(3) value 0.
0480A  01 pstmt-index pic 9(3).
0480B  01 pstmt-found-index pic 9(3).
0480C  01 points-statements-sent pic 9(4) value 0.
0480D  01 pstmt-run-month pic x(6).
0480E  01 corr-date-text pic x(8).
0478
0500   procedure division.
0600
0938A                  move spaces to customer-street
0938B                  move spaces to customer-city
0938C                  move spaces to customer-postal
0938D                  move spaces to customer-entry-number
0938E                  move spaces to customer-address-flag
0938F                  move spaces to customer-flag-date
0938G                  move spaces to customer-segment
0939                   unstring customer-record delimited by ","
0940                       into a-name template-code
0940A1                         customer-occasion
0940A3                         customer-street
0940A4                         customer-city
0940A5                         customer-postal
0940A6                         customer-salesrep
0940A7                         customer-entry-number
0940A8                         customer-address-flag
0940A9                         customer-flag-date
0940AA                         customer-segment
0940A                  perform check-suppression-list
0940B                  if customer-suppressed = "Y"
0940C                      add 1 to suppressed-count
0940D                      perform write-suppression-report-line
0940E                  else
0940E1                     perform select-by-segment
0944A                  end-if
0945           end-read
0945       end-perform.
0945B      move "GREETING" to balancing-step.
0945C      move customerfilename to balancing-file-name.
0945D      compute balancing-read-count = greeted-count
0945E          + suppressed-count + occasion-skipped-count
0945E1         + undeliverable-count + segment-skipped-count.
0945F      move greeted-count to balancing-written-count.
0945G      compute balancing-rejected-count = suppressed-count
0945G1         + occasion-skipped-count + undeliverable-count
0945G2         + segment-skipped-count.
0945H      perform write-balancing-record.
0945I      if greeting-run-mode = "D"
0945J          display "Occasion customers selected: "
0945L          display "Customers skipped (no occasion today): "
0945M              occasion-skipped-count
0945N      end-if.
0945N1     if segment-skipped-count > 0
0945N2         display "Customers outside the campaign segments: "
0945N3             segment-skipped-count
0945N4     end-if.
0945O      if undeliverable-count > 0
0945P          display "Undeliverable addresses held back: "
0945Q              undeliverable-count
0945R      end-if.
0946A      if suppressed-count > 0
0946B          close suppression-report-file
0946C          display "Suppressed customers: " suppressed-count
0946D      end-if.
0947
0946E  select-by-segment.
0946F      if (run-include-segment not = spaces
0946G          and customer-segment not = run-include-segment)
0946H         or (run-exclude-segment not = spaces
0946I          and customer-segment = run-exclude-segment)
0946J          add 1 to segment-skipped-count
0946K      else
0946L          perform select-customer-for-run
0946M      end-if.
0946N
0947A  select-customer-for-run.
0947B      if greeting-run-mode = "D"
0947C          move customer-sig-date-text
0947K              else
0947L                  move "BIRTHDAY" to template-code
0947M              end-if
0947N              perform greet-or-hold-customer
0947O          else
0947P              add 1 to occasion-skipped-count
0947Q          end-if
0947R      else
0947S          perform greet-or-hold-customer
0947T      end-if.
0947T1
0947T2 greet-or-hold-customer.
0947T3     if customer-address-flag = "U"
0947T4         add 1 to undeliverable-count
0947T5         move "Greetings" to undeliv-program
0947T6         move a-name to undeliv-name
0947T7         move customer-entry-number to undeliv-number
0947T8         move customer-flag-date to undeliv-flag-date
0947T9         move "GREETING/MAILING EXTRACT" to undeliv-document
0947TA         perform write-undeliverable-exception
0947TB     else
0947TC         perform greet-one-customer
0947TD     end-if.
0947U
0947V  greet-one-customer.
0947V1     add 1 to greeted-count.
0947Y      display "Greating" a-number "is" a-greating.
0947Z      perform write-extract-detail.
0948       perform write-audit-entry.
0948A2     perform record-greeting-sent.
0948AA     perform select-points-statement.
0948A3
0948A4 record-greeting-sent.
0948A5     move customer-entry-number to corr-customer-number.
0948A6     move a-name to corr-customer-name.
0948A7     move processing-date to corr-date.
0948A8     move "GREETING" to corr-document-type.
0948A9     move run-campaign to corr-campaign-level.
0948B0     move a-number to corr-reference.
0948B1     perform write-correspondence-entry.
0948A1
0948A  assign-greeting-number.
0948B      move "GREETSEQ" to number-range-name.
0965Q          read campaign-file
0965R              at end move "Y" to campaign-eof
0965S              not at end
0965S1                 move spaces to campaign-include-in
0965S2                 move spaces to campaign-exclude-in
0965T                  unstring campaign-record
0965U                      delimited by ","
0965V                      into campaign-code-in
0965W                           campaign-desc-in
0965X                           campaign-start-text
0965Y                           campaign-end-text
0965Y1                          campaign-include-in
0965Y2                          campaign-exclude-in
0965Z                  if campaign-code-in = run-campaign
0966A1                     move campaign-start-text
0966A2                         to campaign-start
0966A7                        and processing-date
0966A8                            <= campaign-end
0966A9                         move "Y" to campaign-found
0966AA                         move campaign-include-in
0966AB                             to run-include-segment
0966AC                         move campaign-exclude-in
0966AD                             to run-exclude-segment
0966B1                     end-if
0966B2                 end-if
0966B3         end-read
1029       write extract-record.
1030       move 0 to extract-detail-count.
1031       move 0 to extract-hash-total.
1031A      perform load-points-statements.
1032
1040   get-next-extract-sequence.
1041       move 0 to extract-sequence.
1071B      move bundle-postal to extract-record(2:8).
1071C      move bundle-count to extract-record(11:4).
1071D      write extract-record.
1071D1
1071D2 load-points-statements.
1071D3     move processing-date(1:6) to pstmt-run-month.
1071D4     move spaces to pointsstatementname.
1071D5     string "LOYSTMT" pstmt-run-month ".TXT"
1071D6         delimited by size into pointsstatementname.
1071D7     move 0 to pstmt-count.
1071D8     move "N" to points-statement-eof.
1071D9     open input points-statement-file.
1071DA     perform until points-statement-eof = "Y"
1071DB         read points-statement-file
1071DC             at end move "Y" to points-statement-eof
1071DD             not at end
1071DE                 perform load-one-points-statement
1071DF         end-read
1071DG     end-perform.
1071DH     close points-statement-file.
1071DI     if pstmt-count > 0
1071DJ         perform mark-points-statements-sent
1071DK     end-if.
1071DL
1071DM load-one-points-statement.
1071DN     if pstmt-count = 500
1071DO         display "More than 500 loyalty points statements,"
1071DP             " run stopped"
1071DQ         move 16 to return-code
1071DR         stop run
1071DS     end-if.
1071DT     add 1 to pstmt-count.
1071DU     move spaces to points-statement-entry(pstmt-count).
1071DV     unstring points-statement-record delimited by ","
1071DW         into pstmt-number(pstmt-count)
1071DX              pstmt-account(pstmt-count)
1071DY              pstmt-month(pstmt-count)
1071DZ              pstmt-opening(pstmt-count)
1071E1              pstmt-earned(pstmt-count)
1071E2              pstmt-reversed(pstmt-count)
1071E3              pstmt-redeemed(pstmt-count)
1071E4              pstmt-expired(pstmt-count)
1071E5              pstmt-closing(pstmt-count).
1071E6
1071E7 mark-points-statements-sent.
1071E8     move "N" to points-statement-eof.
1071E9     open input correspondence-file.
1071EA     perform until points-statement-eof = "Y"
1071EB         read correspondence-file
1071EC             at end move "Y" to points-statement-eof
1071ED             not at end
1071EE                 move spaces to corr-document-type
1071EF                 move spaces to corr-campaign-level
1071EG                 unstring correspondence-record delimited by ","
1071EH                     into corr-customer-number corr-customer-name
1071EI                          corr-date-text corr-document-type
1071EJ                          corr-campaign-level
1071EK                 if corr-document-type = "POINTS"
1071EL                    and corr-campaign-level = pstmt-run-month
1071EM                     move corr-customer-number
1071EN                         to customer-entry-number
1071EO                     move corr-customer-name to a-name
1071EP                     perform find-points-statement
1071EQ                     if pstmt-found-index > 0
1071ER                         move "S"
1071ES                             to pstmt-status(pstmt-found-index)
1071ET                     end-if
1071EU                 end-if
1071EV         end-read
1071EW     end-perform.
1071EX     close correspondence-file.
1071EY
1071EZ find-points-statement.
1071F1     move 0 to pstmt-found-index.
1071F2     perform varying pstmt-index from 1 by 1
1071F3             until pstmt-index > pstmt-count
1071F4                or pstmt-found-index > 0
1071F5         if (customer-entry-number not = spaces
1071F6             and pstmt-number(pstmt-index)
1071F7                 = customer-entry-number)
1071F8            or (a-name(9:2) = spaces
1071F9                and pstmt-account(pstmt-index)
1071FA                    = a-name(1:8))
1071FB             move pstmt-index to pstmt-found-index
1071FC         end-if
1071FD     end-perform.
1071FE
1071FF select-points-statement.
1071FG     perform find-points-statement.
1071FH     if pstmt-found-index > 0
1071FI         if pstmt-status(pstmt-found-index) = space
1071FJ             move "Y" to pstmt-status(pstmt-found-index)
1071FK             move a-name to pstmt-name(pstmt-found-index)
1071FL             add 1 to points-statements-sent
1071FM             move customer-entry-number to corr-customer-number
1071FN             move a-name to corr-customer-name
1071FO             move processing-date to corr-date
1071FP             move "POINTS" to corr-document-type
1071FQ             move pstmt-run-month to corr-campaign-level
1071FR             move pstmt-closing(pstmt-found-index)
1071FS                 to corr-reference
1071FT             perform write-correspondence-entry
1071FU         end-if
1071FV     end-if.
1071FW
1071FX write-points-statement-records.
1071FY     perform varying pstmt-index from 1 by 1
1071FZ             until pstmt-index > pstmt-count
1071G1         if pstmt-status(pstmt-index) = "Y"
1071G2             move spaces to extract-record
1071G3             move "P" to extract-record(1:1)
1071G4             move pstmt-name(pstmt-index)
1071G5                 to extract-record(2:10)
1071G6             move pstmt-number(pstmt-index)
1071G7                 to extract-record(12:8)
1071G8             move pstmt-month(pstmt-index)
1071G9                 to extract-record(20:6)
1071GA             move pstmt-opening(pstmt-index)
1071GB                 to extract-record(26:8)
1071GC             move pstmt-earned(pstmt-index)
1071GD                 to extract-record(34:8)
1071GE             move pstmt-reversed(pstmt-index)
1071GF                 to extract-record(42:8)
1071GG             move pstmt-redeemed(pstmt-index)
1071GH                 to extract-record(50:8)
1071GI             move pstmt-expired(pstmt-index)
1071GJ                 to extract-record(58:8)
1071GK             move pstmt-closing(pstmt-index)
1071GL                 to extract-record(66:8)
1071GM             write extract-record
1071GN         end-if
1071GO     end-perform.
1071E
1070   write-extract-trailer.
1070A1     perform sort-extract-by-postal.
1070A2     perform write-sorted-extract-details.
1070A3     perform write-postal-bundles.
1070A4     perform write-points-statement-records.
1071       move spaces to extract-record.
1072       move "T" to extract-record(1:1).
1073       move extract-detail-count to extract-record(2:6).
1074       move extract-hash-total to extract-record(8:8).
1074A      move bundle-total to extract-record(16:3).
1074B      move points-statements-sent to extract-record(19:4).
1075       write extract-record.
1076       close extract-file.
1077       display "Mailing extract written: "
1078           extract-detail-count " details in "
1078A          bundle-total " postal bundles, hash "
1079           extract-hash-total.
1079A      if points-statements-sent > 0
1079B          display "Loyalty points statements in extract: "
1079C              points-statements-sent
1079D      end-if.
9910   copy 'run-control-checker'.
9990   copy 'balancing-writer'.
9995   copy 'number-assign-routine'.
9996   copy 'correspondence-writer'.
9997   copy 'undeliverable-writer'.
