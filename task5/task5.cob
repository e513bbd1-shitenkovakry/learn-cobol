0395       select optional security-log-file assign to dynamic
0395A          securitylogname
0395B          organization is line sequential.
0396       select optional checklist-file assign to dynamic
0396A          checklistfilename
0396B          organization is line sequential.
0397       select optional inquiry-source-file assign to dynamic
0397A          inquirysourcename
0397B          organization is line sequential.
0397C      select optional customer-xref-file assign to dynamic
0397D          custxreffilename
0397E          organization is line sequential.
0397F      select optional parameter-card-file assign to dynamic
0397G          parmcardfilename
0397H          organization is line sequential.
0400   data division.
0405   file section.
0406   fd  audit-file.
0409Z1 01  run-control-record pic x(40).
0409Z4 fd  security-log-file.
0409Z5 01  security-log-record pic x(100).
0409Z6 fd  checklist-file.
0409Z7 01  checklist-record pic x(160).
0409Z8 fd  inquiry-source-file.
0409Z9 01  inquiry-source-record pic x(200).
0409ZA fd  customer-xref-file.
0409ZB 01  customer-xref-record pic x(40).
0409ZC fd  parameter-card-file.
0409ZD 01  parameter-card-record pic x(60).
0411   working-storage section.
0412X  copy 'processing-date-variables'.
0411A  copy 'error-handler-variables'.
0411A2 copy 'run-control-variables'.
0411B  copy 'file-status-variables'.
0411C  copy 'customer-xref-variables'.
0411D  copy 'parameter-card-variables'.
0412
0413   01 menu-pick pic 9(4) value 0.
0414   01 auditfilename pic x(20).
0439I  01 authority-pick pic 9.
0439J  01 authority-pick-text pic x(2).
0439K  01 authority-flags.
0439L      05 authority-flag occurs 7 times pic x.
0439M
0439N  01 requestfilename pic x(20) value "BATCHREQ.TXT".
0439O  01 request-function pic 9.
0439P  01 request-parms pic x(80).
0439P1 01 checklistfilename pic x(20).
0439P2 01 checklist-eof pic x.
0439P3 01 close-month pic 9(6).
0439P4 01 close-line-table.
0439P5     05 close-line occurs 50 times pic x(160).
0439P6 01 close-line-count pic 9(2) value 0.
0439P7 01 close-line-index pic 9(2).
0439P8 01 close-found-index pic 9(2).
0439P9 01 close-task-id pic x(4).
0439PA 01 close-waiting-on pic x(4).
0439PB 01 close-fields.
0439PC     05 cl-id pic x(4).
0439PD     05 cl-description pic x(30).
0439PE     05 cl-owner pic x(8).
0439PF     05 cl-offset pic x(3).
0439PG     05 cl-due-date pic x(8).
0439PH     05 cl-type pic x.
0439PI     05 cl-step pic x(8).
0439PJ     05 cl-prereq occurs 3 times pic x(4).
0439PK     05 cl-status pic x.
0439PL     05 cl-done-date pic x(8).
0439PM     05 cl-done-by pic x(8).
0439PN 01 cl-prereq-index pic 9.
0439PO 01 cl-other-id pic x(4).
0439PP 01 cl-other-status pic x.
0439PQ 01 cl-skip-text pic x(30).
0439Q
0439R1 01 inquirysourcename pic x(24).
0439R2 01 inquiry-source-eof pic x.
0439R3 01 inquiry-customer-file pic x(20) value spaces.
0439R4 01 inquiry-key pic x(10).
0439R5 01 inquiry-found pic x.
0439R6 01 inquiry-customer.
0439R7     05 inq-name pic x(10).
0439R8     05 inq-template pic x(10).
0439R9     05 inq-occasion pic x.
0439RA     05 inq-sig-date pic x(8).
0439RB     05 inq-street pic x(20).
0439RC     05 inq-city pic x(15).
0439RD     05 inq-postal pic x(8).
0439RE     05 inq-salesrep pic x(4).
0439RF     05 inq-number pic x(8).
0439RG     05 inq-address-flag pic x.
0439RH     05 inq-flag-date pic x(8).
0439RI     05 inq-segment pic x(10).
0439RJ 01 inquiry-fields.
0439RK     05 inq-field occurs 11 times pic x(20).
0439RL 01 inquiry-record-match pic x.
0439RM 01 inquiry-record-date pic 9(8).
0439RN 01 inquiry-date-field pic 99.
0439RO 01 inquiry-order-field pic 99.
0439RP 01 inquiry-account-table.
0439RQ     05 inquiry-account occurs 20 times pic x(8).
0439RR 01 inquiry-account-count pic 99 value 0.
0439RS 01 inquiry-account-index pic 99.
0439RT 01 inquiry-account-wanted pic x(8).
0439RU 01 inquiry-account-match pic x.
0439RV 01 inquiry-lines.
0439RW     05 inquiry-line occurs 200 times pic x(76).
0439RX 01 inquiry-line-count pic 9(3) value 0.
0439RY 01 inquiry-line-index pic 9(3).
0439RZ 01 inquiry-line-text pic x(76).
0439S1 01 inquiry-page-lines.
0439S2     05 inquiry-page-line occurs 20 times pic x(76).
0439S3 01 inquiry-page pic 99.
0439S4 01 inquiry-page-count pic 99.
0439S5 01 inquiry-section pic 9.
0439S6 01 inquiry-section-title pic x(40).
0439S7 01 inquiry-done pic x.
0439S8 01 inquiry-cash-days pic 9(3) value 30.
0439S9 01 inquiry-history-days pic 9(3) value 365.
0439SA 01 inquiry-day-offset pic 9(3).
0439SB 01 inquiry-scan-date pic 9(8).
0439SC 01 inquiry-scan-serial pic 9(8).
0439SD 01 inquiry-cutoff-date pic 9(8).
0439SE 01 inquiry-item-count pic 9(3).
0439SF 01 inquiry-age-days pic 9(5).
0439SG 01 inquiry-age-edited pic z(4)9.
0439SH 01 inquiry-amount pic s9(7)v99.
0439SI 01 inquiry-amount-edited pic -9(7).99.
0439SJ 01 inquiry-aging.
0439SK     05 inquiry-aging-bucket occurs 5 times pic s9(8)v99.
0439SL 01 inquiry-bucket pic 9.
0439SM 01 inquiry-bucket-edited pic -9(8).99.
0439SN 01 inquiry-aging-labels.
0439SO     05 filler pic x(18) value "current (0-30)".
0439SP     05 filler pic x(18) value "31 to 60 days".
0439SQ     05 filler pic x(18) value "61 to 90 days".
0439SR     05 filler pic x(18) value "over 90 days".
0439SS     05 filler pic x(18) value "total outstanding".
0439ST 01 filler redefines inquiry-aging-labels.
0439SU     05 inquiry-aging-label occurs 5 times pic x(18).
0439SV 01 inquiry-last-statement pic x(60).
0439SW 01 inquiry-last-dunning pic x(60).
0439SX
0440   screen section.
0441   01 menu-panel.
0442       05 blank screen.
0448       05 line 7 column 5 value "4. exit".
0448A      05 line 8 column 5
0448B         value "5. submit a request for batch".
0448C      05 line 9 column 5
0448D         value "6. tick close checklist tasks".
0448E      05 line 10 column 5
0448F         value "7. customer account inquiry".
0449       05 line 11 column 5 value "your selection (1-7):".
0450       05 line 11 column 28 pic 9 using menu-pick auto.
0451       05 line 13 column 5 pic x(40) from panel-error-line.
0452
0453   01 array-entry-panel.
0454       05 blank screen.
0462       05 line 24 column 45 value "choice:".
0463       05 line 24 column 53 pic x using panel-choice auto.
0464       05 line 24 column 5 pic x(38) from panel-error-line.
0464A
0465   01 inquiry-panel.
0465A      05 blank screen.
0465B      05 line 1 column 5 value "customer inquiry".
0465C      05 line 1 column 24 pic x(10) from inq-name.
0465D      05 line 1 column 36 pic x(8) from inq-number.
0465E      05 line 1 column 50 value "page:".
0465F      05 line 1 column 56 pic 99 from inquiry-page.
0465G      05 line 1 column 59 value "of".
0465H      05 line 1 column 62 pic 99 from inquiry-page-count.
0465I      05 line 2 column 5 pic x(40) from inquiry-section-title.
0465J      05 line 3 column 5
0465K         value "N/P=page S/B=next/previous section X=exit".
0466A      05 line 04 column 3
0466A1        pic x(76) from inquiry-page-line(1).
0466B      05 line 05 column 3
0466B1        pic x(76) from inquiry-page-line(2).
0466C      05 line 06 column 3
0466C1        pic x(76) from inquiry-page-line(3).
0466D      05 line 07 column 3
0466D1        pic x(76) from inquiry-page-line(4).
0466E      05 line 08 column 3
0466E1        pic x(76) from inquiry-page-line(5).
0466F      05 line 09 column 3
0466F1        pic x(76) from inquiry-page-line(6).
0466G      05 line 10 column 3
0466G1        pic x(76) from inquiry-page-line(7).
0466H      05 line 11 column 3
0466H1        pic x(76) from inquiry-page-line(8).
0466I      05 line 12 column 3
0466I1        pic x(76) from inquiry-page-line(9).
0466J      05 line 13 column 3
0466J1        pic x(76) from inquiry-page-line(10).
0466K      05 line 14 column 3
0466K1        pic x(76) from inquiry-page-line(11).
0466L      05 line 15 column 3
0466L1        pic x(76) from inquiry-page-line(12).
0466M      05 line 16 column 3
0466M1        pic x(76) from inquiry-page-line(13).
0466N      05 line 17 column 3
0466N1        pic x(76) from inquiry-page-line(14).
0466O      05 line 18 column 3
0466O1        pic x(76) from inquiry-page-line(15).
0466P      05 line 19 column 3
0466P1        pic x(76) from inquiry-page-line(16).
0466Q      05 line 20 column 3
0466Q1        pic x(76) from inquiry-page-line(17).
0466R      05 line 21 column 3
0466R1        pic x(76) from inquiry-page-line(18).
0466S      05 line 22 column 3
0466S1        pic x(76) from inquiry-page-line(19).
0466T      05 line 23 column 3
0466T1        pic x(76) from inquiry-page-line(20).
0467       05 line 24 column 45 value "choice:".
0467A      05 line 24 column 53 pic x using panel-choice auto.
0467B      05 line 24 column 5 pic x(38) from panel-error-line.
0500   procedure division.
0600
0700   program-begin.
0919
0920   do-the-menu-pick.
0921       if menu-pick < 1 or
0922          menu-pick > 7
0922A          move "invalid selection" to panel-error-line
0922B      else
0922C          if authority-flag(menu-pick) not = "Y"
0935A
0935B      if menu-pick = 5
0935C          perform submit-batch-request.
0935D
0935E      if menu-pick = 6
0935F          perform tick-close-task.
0935G
0935H      if menu-pick = 7
0935I          perform customer-inquiry.
0936
0940   display-the-menu.
0941       display menu-panel.
0976AA     move auditfilename to file-status-filename.
0976AB     perform check-file-status.
0976A      move spaces to audit-record.
0977       if menu-pick = 7 and inq-number not = spaces
0977D          string audit-run-date " " audit-run-time
0977E                 " oper=" operator-id " pick=" menu-pick
0977F                 " rerun=" run-control-rerun
0977G                 " cust=" inq-number
0977H                 " seq=" audit-sequence
0977I              delimited by size into audit-record
0977J      else
0977K          string audit-run-date " " audit-run-time
0977A                 " oper=" operator-id " pick=" menu-pick
0977B                 " rerun=" run-control-rerun
0977C                 " seq=" audit-sequence
0978               delimited by size into audit-record
0978A      end-if.
0979       write audit-record.
0980       close audit-file.
0980A      perform rewrite-menu-audit-control.
0981S          display "Request queued for batch"
0981T      end-if.
0981U
0982AA tick-close-task.
0982AB     display "Close month (YYYYMM) or 0".
0982AC     accept close-month.
0982AD     if close-month = 0
0982AE         perform get-processing-date
0982AF         move processing-date(1:6) to close-month
0982AG     end-if.
0982AH     move spaces to checklistfilename.
0982AI     string "CLOSE" close-month ".TXT"
0982AJ         delimited by size into checklistfilename.
0982AK     move 0 to close-line-count.
0982AL     move "N" to checklist-eof.
0982AM     open input checklist-file.
0982AN     perform until checklist-eof = "Y"
0982AO            or close-line-count = 50
0982AP         read checklist-file
0982AQ             at end move "Y" to checklist-eof
0982AR             not at end
0982AS                 add 1 to close-line-count
0982AT                 move checklist-record
0982AU                     to close-line(close-line-count)
0982AV         end-read
0982AW     end-perform.
0982AX     close checklist-file.
0982AY     if close-line-count = 0
0982AZ         move "no close checklist for that month"
0982BA             to panel-error-line
0982BB     else
0982BC         display "Open manual tasks for " close-month
0982BD         perform show-open-close-task
0982BE             varying close-line-index from 1 by 1
0982BF             until close-line-index > close-line-count
0982BG         display "Enter task id to tick, blank for none"
0982BH         move spaces to close-task-id
0982BI         accept close-task-id
0982BJ         if close-task-id not = spaces
0982BK             perform tick-one-close-task
0982BL         end-if
0982BM     end-if.
0982BN
0982BO show-open-close-task.
0982BP     perform split-close-line.
0982BQ     if cl-type = "M" and cl-status = "O"
0982BR         display cl-id " " cl-description " "
0982BS             cl-owner " due " cl-due-date
0982BT     end-if.
0982BU
0982BV split-close-line.
0982BW     move spaces to close-fields.
0982BX     unstring close-line(close-line-index) delimited by ","
0982BY         into cl-id cl-description cl-owner cl-offset
0982BZ              cl-due-date cl-type cl-step
0982CA              cl-prereq(1) cl-prereq(2) cl-prereq(3)
0982CB              cl-status cl-done-date cl-done-by.
0982CC
0982CD tick-one-close-task.
0982CE     move 0 to close-found-index.
0982CF     perform varying close-line-index from 1 by 1
0982CG             until close-line-index > close-line-count
0982CH                or close-found-index > 0
0982CI         if close-line(close-line-index)(1:4) = close-task-id
0982CJ             move close-line-index to close-found-index
0982CK         end-if
0982CL     end-perform.
0982CM     if close-found-index = 0
0982CN         move "task is not on the checklist"
0982CO             to panel-error-line
0982CP     else
0982CQ         move spaces to close-waiting-on
0982CR         move close-found-index to close-line-index
0982CS         perform split-close-line
0982CT         perform check-close-prerequisite
0982CU             varying cl-prereq-index from 1 by 1
0982CV             until cl-prereq-index > 3
0982CW         if cl-type not = "M"
0982CX             move "batch tasks are ticked from run control"
0982CY                 to panel-error-line
0982CZ         else
0982DA             if cl-status = "D"
0982DB                 move "task is already done"
0982DC                     to panel-error-line
0982DD             else
0982DE                 if close-waiting-on not = spaces
0982DF                     move spaces to panel-error-line
0982DG                     string "task is waiting on "
0982DH                            close-waiting-on
0982DI                         delimited by size
0982DJ                         into panel-error-line
0982DK                 else
0982DL                     perform save-ticked-close-task
0982DM                 end-if
0982DN             end-if
0982DO         end-if
0982DP     end-if.
0982DQ
0982DR check-close-prerequisite.
0982DS     if cl-prereq(cl-prereq-index) not = spaces
0982DT         perform varying close-line-index from 1 by 1
0982DU                 until close-line-index > close-line-count
0982DV             move spaces to cl-other-id cl-other-status
0982DW             unstring close-line(close-line-index)
0982DX                 delimited by ","
0982DY                 into cl-other-id cl-skip-text cl-skip-text
0982DZ                      cl-skip-text cl-skip-text cl-skip-text
0982EA                      cl-skip-text cl-skip-text cl-skip-text
0982EB                      cl-skip-text cl-other-status
0982EC             if cl-other-id = cl-prereq(cl-prereq-index)
0982ED                and cl-other-status not = "D"
0982EE                 move cl-other-id to close-waiting-on
0982EF             end-if
0982EG         end-perform
0982EH     end-if.
0982EI
0982EJ save-ticked-close-task.
0982EK     perform get-processing-date.
0982EL     move "D" to cl-status.
0982EM     move processing-date to cl-done-date.
0982EN     move operator-id to cl-done-by.
0982EO     move spaces to close-line(close-found-index).
0982EP     string cl-id "," cl-description "," cl-owner ","
0982EQ            cl-offset "," cl-due-date "," cl-type ","
0982ER            cl-step "," cl-prereq(1) "," cl-prereq(2) ","
0982ES            cl-prereq(3) "," cl-status "," cl-done-date ","
0982ET            cl-done-by
0982EU         delimited by size into close-line(close-found-index).
0982EV     open output checklist-file.
0982EW     perform varying close-line-index from 1 by 1
0982EX             until close-line-index > close-line-count
0982EY         move close-line(close-line-index) to checklist-record
0982EZ         write checklist-record
0982FA     end-perform.
0982FB     close checklist-file.
0982FC     move spaces to panel-error-line.
0982FD     string "task " cl-id " ticked off"
0982FE         delimited by size into panel-error-line.
0982FF
0983AA customer-inquiry.
0983AB     move spaces to inquiry-customer.
0983AC     perform get-processing-date.
0983AD     if inquiry-customer-file = spaces
0983AE         perform load-inquiry-parameters
0983AF     end-if.
0983AG     display "Enter customer name or number".
0983AH     move spaces to inquiry-key.
0983AI     accept inquiry-key.
0983AJ     perform find-inquiry-customer.
0983AK     move "CUSTINQ" to security-event.
0983AL     move spaces to security-detail.
0983AM     if inquiry-found = "N"
0983AN         string "not on file: " inquiry-key
0983AO             delimited by size into security-detail
0983AP         perform write-security-event
0983AQ         move "customer is not on file" to panel-error-line
0983AR     else
0983AS         string "customer " inq-number " " inq-name
0983AT             delimited by size into security-detail
0983AU         perform write-security-event
0983AV         perform load-inquiry-accounts
0983AW         move 1 to inquiry-section
0983AX         perform build-inquiry-section
0983AY         move "N" to inquiry-done
0983AZ         perform inquiry-panel-cycle
0983BA             until inquiry-done = "Y"
0983BB     end-if.
0983BC
0983BD load-inquiry-parameters.
0983BE     move "INQPARM.TXT" to parmcardfilename.
0983BF     perform load-parameter-card.
0983BG     move "CUSTFILE" to parm-keyword.
0983BH     perform get-parameter-value.
0983BI     if parm-found = "Y"
0983BJ         move parm-value to inquiry-customer-file
0983BK     else
0983BL         display "Enter customer master file name"
0983BM         accept inquiry-customer-file
0983BN     end-if.
0983BO     move "CASHDAYS" to parm-keyword.
0983BP     perform get-parameter-value.
0983BQ     if parm-found = "Y"
0983BR         compute inquiry-cash-days = function numval(parm-value)
0983BS     end-if.
0983BT     if inquiry-cash-days = 0
0983BU         move 30 to inquiry-cash-days
0983BV     end-if.
0983BW     move "HISTDAYS" to parm-keyword.
0983BX     perform get-parameter-value.
0983BY     if parm-found = "Y"
0983BZ         compute inquiry-history-days =
0983CA             function numval(parm-value)
0983CB     end-if.
0983CC     if inquiry-history-days = 0
0983CD         move 365 to inquiry-history-days
0983CE     end-if.
0983CF     perform load-customer-xref.
0983CG
0983CH find-inquiry-customer.
0983CI     move "N" to inquiry-found.
0983CJ     if inquiry-key not = spaces
0983CK         move inquiry-customer-file to inquirysourcename
0983CL         perform open-inquiry-source
0983CM         perform until inquiry-source-eof = "Y"
0983CN                or inquiry-found = "Y"
0983CO             read inquiry-source-file
0983CP                 at end move "Y" to inquiry-source-eof
0983CQ                 not at end
0983CR                     perform check-inquiry-customer
0983CS             end-read
0983CT         end-perform
0983CU         close inquiry-source-file
0983CV     end-if.
0983CW     if inquiry-found = "N"
0983CX         move spaces to inquiry-customer
0983CY     end-if.
0983CZ
0983DA check-inquiry-customer.
0983DB     move spaces to inquiry-customer.
0983DC     unstring inquiry-source-record delimited by ","
0983DD         into inq-name inq-template inq-occasion inq-sig-date
0983DE              inq-street inq-city inq-postal inq-salesrep
0983DF              inq-number inq-address-flag inq-flag-date
0983DG              inq-segment.
0983DH     if inq-name = inquiry-key
0983DI         move "Y" to inquiry-found
0983DJ     end-if.
0983DK     if inq-number not = spaces
0983DL        and inq-number = inquiry-key(1:8)
0983DM        and inquiry-key(9:2) = spaces
0983DN         move "Y" to inquiry-found
0983DO     end-if.
0983DP
0983DQ open-inquiry-source.
0983DR     move "N" to inquiry-source-eof.
0983DS     open input inquiry-source-file.
0983DT
0983DU split-inquiry-record.
0983DV     move spaces to inquiry-fields.
0983DW     unstring inquiry-source-record delimited by ","
0983DX         into inq-field(1) inq-field(2) inq-field(3)
0983DY              inq-field(4) inq-field(5) inq-field(6)
0983DZ              inq-field(7) inq-field(8) inq-field(9)
0983EA              inq-field(10) inq-field(11).
0983EB     move 0 to inquiry-record-date.
0983EC     move "N" to inquiry-record-match.
0983ED
0983EE load-inquiry-accounts.
0983EF     move 0 to inquiry-account-count.
0983EG     move spaces to inquiry-account-table.
0983EH     if inq-name(9:2) = spaces
0983EI         add 1 to inquiry-account-count
0983EJ         move inq-name(1:8)
0983EK             to inquiry-account(inquiry-account-count)
0983EL     end-if.
0983EM     perform varying xref-index from 1 by 1
0983EN             until xref-index > xref-count
0983EO         if inq-number not = spaces
0983EP            and xref-customer-number(xref-index) = inq-number
0983EQ            and inquiry-account-count < 20
0983ER             add 1 to inquiry-account-count
0983ES             move xref-account(xref-index)
0983ET                 to inquiry-account(inquiry-account-count)
0983EU         end-if
0983EV     end-perform.
0983EW
0983EX check-inquiry-account.
0983EY     move "N" to inquiry-account-match.
0983EZ     if inquiry-account-wanted not = spaces
0983FA         perform varying inquiry-account-index from 1 by 1
0983FB                 until inquiry-account-index
0983FC                       > inquiry-account-count
0983FD             if inquiry-account(inquiry-account-index)
0983FE                    = inquiry-account-wanted
0983FF                 move "Y" to inquiry-account-match
0983FG             end-if
0983FH         end-perform
0983FI     end-if.
0983FJ
0983FK take-inquiry-record-date.
0983FL     if inq-field(inquiry-date-field)(1:8) is numeric
0983FM         move inq-field(inquiry-date-field)(1:8)
0983FN             to inquiry-record-date
0983FO     end-if.
0983FP
0983FQ set-inquiry-scan-date.
0983FR     compute inquiry-scan-serial =
0983FS         function integer-of-date(processing-date)
0983FT         - inquiry-day-offset.
0983FU     compute inquiry-scan-date =
0983FV         function date-of-integer(inquiry-scan-serial).
0983FW
0983FX add-inquiry-line.
0983FY     if inquiry-line-count < 199
0983FZ         add 1 to inquiry-line-count
0983GA         move inquiry-line-text
0983GB             to inquiry-line(inquiry-line-count)
0983GC     else
0983GD         if inquiry-line-count = 199
0983GE             add 1 to inquiry-line-count
0983GF             move "(more lines on file than the panel holds)"
0983GG                 to inquiry-line(inquiry-line-count)
0983GH         end-if
0983GI     end-if.
0983GJ     move spaces to inquiry-line-text.
0983GK
0983GL build-inquiry-section.
0983GM     move 0 to inquiry-line-count.
0983GN     move spaces to inquiry-lines.
0983GO     move spaces to inquiry-line-text.
0983GP     if inquiry-section = 1
0983GQ         move "1 of 6  customer details and address"
0983GR             to inquiry-section-title
0983GS         perform build-customer-details
0983GT     end-if.
0983GU     if inquiry-section = 2
0983GV         move "2 of 6  open items and aging"
0983GW             to inquiry-section-title
0983GX         perform build-open-items
0983GY     end-if.
0983GZ     if inquiry-section = 3
0983HA         move "3 of 6  recent cash receipts"
0983HB             to inquiry-section-title
0983HC         perform build-cash-receipts
0983HD     end-if.
0983HE     if inquiry-section = 4
0983HF         move "4 of 6  statements and dunning"
0983HG             to inquiry-section-title
0983HH         perform build-statements-dunning
0983HI     end-if.
0983HJ     if inquiry-section = 5
0983HK         move "5 of 6  open orders and backorders"
0983HL             to inquiry-section-title
0983HM         perform build-orders-backorders
0983HN     end-if.
0983HO     if inquiry-section = 6
0983HP         move "6 of 6  greetings and campaign responses"
0983HQ             to inquiry-section-title
0983HR         perform build-greetings-campaigns
0983HS     end-if.
0983HT     compute inquiry-page-count =
0983HU         (inquiry-line-count + 19) / 20.
0983HV     move 1 to inquiry-page.
0983HW
0983HX build-customer-details.
0983HY     string "Name:            " inq-name
0983HZ            "    customer number " inq-number
0983IA         delimited by size into inquiry-line-text.
0983IB     perform add-inquiry-line.
0983IC     string "Street:          " inq-street
0983ID         delimited by size into inquiry-line-text.
0983IE     perform add-inquiry-line.
0983IF     string "City:            " inq-city "  " inq-postal
0983IG         delimited by size into inquiry-line-text.
0983IH     perform add-inquiry-line.
0983II     if inq-address-flag = "U"
0983IJ         string "*** address undeliverable since "
0983IK                inq-flag-date " ***"
0983IL             delimited by size into inquiry-line-text
0983IM         perform add-inquiry-line
0983IN     end-if.
0983IO     string "Sales rep:       " inq-salesrep
0983IP            "    segment " inq-segment
0983IQ         delimited by size into inquiry-line-text.
0983IR     perform add-inquiry-line.
0983IS     string "Greeting:        " inq-template
0983IT            "    occasion " inq-occasion
0983IU            "  date " inq-sig-date
0983IV         delimited by size into inquiry-line-text.
0983IW     perform add-inquiry-line.
0983IX     perform add-inquiry-line.
0983IY     move "Accounts held:" to inquiry-line-text.
0983IZ     perform add-inquiry-line.
0983JA     perform varying inquiry-account-index from 1 by 1
0983JB             until inquiry-account-index > inquiry-account-count
0983JC         string "                 "
0983JD                inquiry-account(inquiry-account-index)
0983JE             delimited by size into inquiry-line-text
0983JF         perform add-inquiry-line
0983JG     end-perform.
0983JH     if inquiry-account-count = 0
0983JI         move "                 none cross-referenced"
0983JJ             to inquiry-line-text
0983JK         perform add-inquiry-line
0983JL     end-if.
0983JM
0983JN build-open-items.
0983JO     move spaces to inquiry-aging.
0983JP     perform varying inquiry-bucket from 1 by 1
0983JQ             until inquiry-bucket > 5
0983JR         move 0 to inquiry-aging-bucket(inquiry-bucket)
0983JS     end-perform.
0983JT     move 0 to inquiry-item-count.
0983JU     move "Account  Date         Remaining  Code  St  Days"
0983JV         to inquiry-line-text.
0983JW     perform add-inquiry-line.
0983JX     move "OPENITEM.TXT" to inquirysourcename.
0983JY     perform open-inquiry-source.
0983JZ     perform until inquiry-source-eof = "Y"
0983KA         read inquiry-source-file
0983KB             at end move "Y" to inquiry-source-eof
0983KC             not at end
0983KD                 perform split-inquiry-record
0983KE                 perform match-open-item-line
0983KF                 if inquiry-record-match = "Y"
0983KG                     perform add-open-item-line
0983KH                 end-if
0983KI         end-read
0983KJ     end-perform.
0983KK     close inquiry-source-file.
0983KL     if inquiry-item-count = 0
0983KM         move "no open items" to inquiry-line-text
0983KN         perform add-inquiry-line
0983KO     end-if.
0983KP     perform add-inquiry-line.
0983KQ     move "Aging" to inquiry-line-text.
0983KR     perform add-inquiry-line.
0983KS     perform varying inquiry-bucket from 1 by 1
0983KT             until inquiry-bucket > 5
0983KU         perform add-aging-line
0983KV     end-perform.
0983KW
0983KX match-open-item-line.
0983KY     if inq-field(6) not = "S" and inq-field(6) not = "W"
0983KZ         if inq-number not = spaces
0983LA            and inq-field(7) = inq-number
0983LB             move "Y" to inquiry-record-match
0983LC         else
0983LD             move inq-field(1) to inquiry-account-wanted
0983LE             perform check-inquiry-account
0983LF             move inquiry-account-match to inquiry-record-match
0983LG         end-if
0983LH     end-if.
0983LI
0983LJ add-open-item-line.
0983LK     add 1 to inquiry-item-count.
0983LL     compute inquiry-amount = function numval(inq-field(4)).
0983LM     move 2 to inquiry-date-field.
0983LN     perform take-inquiry-record-date.
0983LO     move 0 to inquiry-age-days.
0983LP     if inquiry-record-date > 16010101
0983LQ        and inquiry-record-date < processing-date
0983LR         compute inquiry-age-days =
0983LS             function integer-of-date(processing-date)
0983LT             - function integer-of-date(inquiry-record-date)
0983LU     end-if.
0983LV     move 4 to inquiry-bucket.
0983LW     if inquiry-age-days <= 90
0983LX         move 3 to inquiry-bucket
0983LY     end-if.
0983LZ     if inquiry-age-days <= 60
0983MA         move 2 to inquiry-bucket
0983MB     end-if.
0983MC     if inquiry-age-days <= 30
0983MD         move 1 to inquiry-bucket
0983ME     end-if.
0983MF     add inquiry-amount to inquiry-aging-bucket(inquiry-bucket).
0983MG     add inquiry-amount to inquiry-aging-bucket(5).
0983MH     move inquiry-amount to inquiry-amount-edited.
0983MI     move inquiry-age-days to inquiry-age-edited.
0983MJ     string inq-field(1)(1:8) " " inq-field(2)(1:10) " "
0983MK            inquiry-amount-edited "  " inq-field(5)(1:5) " "
0983ML            inq-field(6)(1:1) "  " inquiry-age-edited
0983MM         delimited by size into inquiry-line-text.
0983MN     perform add-inquiry-line.
0983MO
0983MP add-aging-line.
0983MQ     move inquiry-aging-bucket(inquiry-bucket)
0983MR         to inquiry-bucket-edited.
0983MS     move inquiry-aging-label(inquiry-bucket)
0983MT         to inquiry-line-text.
0983MU     move inquiry-bucket-edited to inquiry-line-text(20:12).
0983MV     perform add-inquiry-line.
0983MW
0983MX build-cash-receipts.
0983MY     move 0 to inquiry-item-count.
0983MZ     string "Receipts applied in the last " inquiry-cash-days
0983NA            " days"
0983NB         delimited by size into inquiry-line-text.
0983NC     perform add-inquiry-line.
0983ND     perform scan-one-cash-day
0983NE         varying inquiry-day-offset from 0 by 1
0983NF         until inquiry-day-offset >= inquiry-cash-days.
0983NG     if inquiry-item-count = 0
0983NH         move "no receipts found" to inquiry-line-text
0983NI         perform add-inquiry-line
0983NJ     end-if.
0983NK
0983NL scan-one-cash-day.
0983NM     perform set-inquiry-scan-date.
0983NN     move spaces to inquirysourcename.
0983NO     string "CASHREG" inquiry-scan-date ".TXT"
0983NP         delimited by size into inquirysourcename.
0983NQ     perform open-inquiry-source.
0983NR     perform until inquiry-source-eof = "Y"
0983NS         read inquiry-source-file
0983NT             at end move "Y" to inquiry-source-eof
0983NU             not at end
0983NV                 move inquiry-source-record(1:8)
0983NW                     to inquiry-account-wanted
0983NX                 perform check-inquiry-account
0983NY                 if inquiry-account-match = "Y"
0983NZ                     add 1 to inquiry-item-count
0983OA                     string inquiry-scan-date " "
0983OB                            inquiry-source-record(1:67)
0983OC                         delimited by size
0983OD                         into inquiry-line-text
0983OE                     perform add-inquiry-line
0983OF                 end-if
0983OG         end-read
0983OH     end-perform.
0983OI     close inquiry-source-file.
0983OJ
0983OK build-statements-dunning.
0983OL     move spaces to inquiry-last-statement.
0983OM     move spaces to inquiry-last-dunning.
0983ON     perform add-inquiry-line.
0983OO     perform add-inquiry-line.
0983OP     perform add-inquiry-line.
0983OQ     move "Date      Document   Level/month Reference"
0983OR         to inquiry-line-text.
0983OS     perform add-inquiry-line.
0983OT     move "CORRHIST.TXT" to inquirysourcename.
0983OU     perform open-inquiry-source.
0983OV     perform until inquiry-source-eof = "Y"
0983OW         read inquiry-source-file
0983OX             at end move "Y" to inquiry-source-eof
0983OY             not at end
0983OZ                 perform split-inquiry-record
0983PA                 perform match-correspondence-line
0983PB                 if inquiry-record-match = "Y"
0983PC                    and (inq-field(4) = "STATEMENT"
0983PD                         or inq-field(4) = "DUNNING")
0983PE                     perform add-statement-dunning-line
0983PF                 end-if
0983PG         end-read
0983PH     end-perform.
0983PI     close inquiry-source-file.
0983PJ     if inquiry-last-statement = spaces
0983PK         move "none on file" to inquiry-last-statement
0983PL     end-if.
0983PM     if inquiry-last-dunning = spaces
0983PN         move "none on file" to inquiry-last-dunning
0983PO     end-if.
0983PP     string "Last statement:  " inquiry-last-statement
0983PQ         delimited by size into inquiry-line(1).
0983PR     string "Dunning level:   " inquiry-last-dunning
0983PS         delimited by size into inquiry-line(2).
0983PT
0983PU match-correspondence-line.
0983PV     if inq-number not = spaces
0983PW        and inq-field(1) = inq-number
0983PX         move "Y" to inquiry-record-match
0983PY     end-if.
0983PZ     if inq-field(2) = inq-name
0983QA         move "Y" to inquiry-record-match
0983QB     end-if.
0983QC
0983QD add-statement-dunning-line.
0983QE     string inq-field(3)(1:8) "  " inq-field(4)(1:10) " "
0983QF            inq-field(5)(1:10) "  " inq-field(6)
0983QG         delimited by size into inquiry-line-text.
0983QH     if inq-field(4) = "STATEMENT"
0983QI         move inquiry-line-text to inquiry-last-statement
0983QJ     else
0983QK         move inquiry-line-text to inquiry-last-dunning
0983QL     end-if.
0983QM     perform add-inquiry-line.
0983QN
0983QO build-orders-backorders.
0983QP     move 0 to inquiry-item-count.
0983QQ     move "Order lines awaiting shipment" to inquiry-line-text.
0983QR     perform add-inquiry-line.
0983QS     move "Order    Item          Qty   Net amount"
0983QT         to inquiry-line-text.
0983QU     perform add-inquiry-line.
0983QV     move "SHIPPEND.TXT" to inquirysourcename.
0983QW     perform open-inquiry-source.
0983QX     perform until inquiry-source-eof = "Y"
0983QY         read inquiry-source-file
0983QZ             at end move "Y" to inquiry-source-eof
0983RA             not at end
0983RB                 perform split-inquiry-record
0983RC                 move 11 to inquiry-order-field
0983RD                 perform match-order-customer
0983RE                 if inquiry-record-match = "Y"
0983RF                     add 1 to inquiry-item-count
0983RG                     string inq-field(1)(1:8) " "
0983RH                            inq-field(2)(1:8) " "
0983RI                            inq-field(3)(1:8) " "
0983RJ                            inq-field(7)(1:12)
0983RK                         delimited by size
0983RL                         into inquiry-line-text
0983RM                     perform add-inquiry-line
0983RN                 end-if
0983RO         end-read
0983RP     end-perform.
0983RQ     close inquiry-source-file.
0983RR     if inquiry-item-count = 0
0983RS         move "no open orders" to inquiry-line-text
0983RT         perform add-inquiry-line
0983RU     end-if.
0983RV     perform add-inquiry-line.
0983RW     move 0 to inquiry-item-count.
0983RX     move "Open backorders" to inquiry-line-text.
0983RY     perform add-inquiry-line.
0983RZ     move "Date     Order    Item          Qty"
0983SA         to inquiry-line-text.
0983SB     perform add-inquiry-line.
0983SC     move "BACKORDER.TXT" to inquirysourcename.
0983SD     perform open-inquiry-source.
0983SE     perform until inquiry-source-eof = "Y"
0983SF         read inquiry-source-file
0983SG             at end move "Y" to inquiry-source-eof
0983SH             not at end
0983SI                 perform split-inquiry-record
0983SJ                 move 9 to inquiry-order-field
0983SK                 perform match-order-customer
0983SL                 if inquiry-record-match = "Y"
0983SM                    and inq-field(1) = "O"
0983SN                     add 1 to inquiry-item-count
0983SO                     string inq-field(2)(1:8) " "
0983SP                            inq-field(3)(1:8) " "
0983SQ                            inq-field(4)(1:8) " "
0983SR                            inq-field(5)(1:8)
0983SS                         delimited by size
0983ST                         into inquiry-line-text
0983SU                     perform add-inquiry-line
0983SV                 end-if
0983SW         end-read
0983SX     end-perform.
0983SY     close inquiry-source-file.
0983SZ     if inquiry-item-count = 0
0983TA         move "no open backorders" to inquiry-line-text
0983TB         perform add-inquiry-line
0983TC     end-if.
0983TD
0983TE match-order-customer.
0983TF     if inq-field(inquiry-order-field) not = spaces
0983TG         if inq-field(inquiry-order-field) = inq-name(1:8)
0983TH             move "Y" to inquiry-record-match
0983TI         else
0983TJ             move inq-field(inquiry-order-field)
0983TK                 to inquiry-account-wanted
0983TL             perform check-inquiry-account
0983TM             move inquiry-account-match to inquiry-record-match
0983TN         end-if
0983TO     end-if.
0983TP
0983TQ build-greetings-campaigns.
0983TR     compute inquiry-scan-serial =
0983TS         function integer-of-date(processing-date)
0983TT         - inquiry-history-days.
0983TU     compute inquiry-cutoff-date =
0983TV         function date-of-integer(inquiry-scan-serial).
0983TW     move 0 to inquiry-item-count.
0983TX     string "Greetings sent since " inquiry-cutoff-date
0983TY         delimited by size into inquiry-line-text.
0983TZ     perform add-inquiry-line.
0983UA     move "CORRHIST.TXT" to inquirysourcename.
0983UB     perform open-inquiry-source.
0983UC     perform until inquiry-source-eof = "Y"
0983UD         read inquiry-source-file
0983UE             at end move "Y" to inquiry-source-eof
0983UF             not at end
0983UG                 perform split-inquiry-record
0983UH                 perform match-correspondence-line
0983UI                 move 3 to inquiry-date-field
0983UJ                 perform take-inquiry-record-date
0983UK                 if inquiry-record-match = "Y"
0983UL                    and inq-field(4) = "GREETING"
0983UM                    and inquiry-record-date >= inquiry-cutoff-date
0983UN                     add 1 to inquiry-item-count
0983UO                     string inq-field(3)(1:8) "  "
0983UP                            inq-field(5)(1:10) "  "
0983UQ                            inq-field(6)
0983UR                         delimited by size
0983US                         into inquiry-line-text
0983UT                     perform add-inquiry-line
0983UU                 end-if
0983UV         end-read
0983UW     end-perform.
0983UX     close inquiry-source-file.
0983UY     if inquiry-item-count = 0
0983UZ         move "no greetings sent" to inquiry-line-text
0983VA         perform add-inquiry-line
0983VB     end-if.
0983VC     perform add-inquiry-line.
0983VD     move 0 to inquiry-item-count.
0983VE     move "Campaign responses" to inquiry-line-text.
0983VF     perform add-inquiry-line.
0983VG     move "RESPONSE.TXT" to inquirysourcename.
0983VH     perform open-inquiry-source.
0983VI     perform until inquiry-source-eof = "Y"
0983VJ         read inquiry-source-file
0983VK             at end move "Y" to inquiry-source-eof
0983VL             not at end
0983VM                 perform split-inquiry-record
0983VN                 move 3 to inquiry-date-field
0983VO                 perform take-inquiry-record-date
0983VP                 if inq-field(2) = inq-name
0983VQ                    and inquiry-record-date >= inquiry-cutoff-date
0983VR                     add 1 to inquiry-item-count
0983VS                     string inq-field(3)(1:8)
0983VT                            "  responded to campaign "
0983VU                            inq-field(1)(1:8)
0983VV                         delimited by size
0983VW                         into inquiry-line-text
0983VX                     perform add-inquiry-line
0983VY                 end-if
0983VZ         end-read
0983WA     end-perform.
0983WB     close inquiry-source-file.
0983WC     if inquiry-item-count = 0
0983WD         move "no campaign responses" to inquiry-line-text
0983WE         perform add-inquiry-line
0983WF     end-if.
0983WG
0983WH inquiry-panel-cycle.
0983WI     perform show-inquiry-page.
0983WJ     display inquiry-panel.
0983WK     move space to panel-choice.
0983WL     accept inquiry-panel.
0983WM     move spaces to panel-error-line.
0983WN     if panel-choice = "X"
0983WO         move "Y" to inquiry-done
0983WP     else
0983WQ         if panel-choice = "N"
0983WR             perform inquiry-page-forward
0983WS         else
0983WT             if panel-choice = "P"
0983WU                 perform inquiry-page-backward
0983WV             else
0983WW                 if panel-choice = "S"
0983WX                     perform inquiry-next-section
0983WY                 else
0983WZ                     if panel-choice = "B"
0983XA                         perform inquiry-previous-section
0983XB                     else
0983XC                         move "key N, P, S, B or X"
0983XD                             to panel-error-line
0983XE                     end-if
0983XF                 end-if
0983XG             end-if
0983XH         end-if
0983XI     end-if.
0983XJ
0983XK show-inquiry-page.
0983XL     perform varying panel-index from 1 by 1
0983XM             until panel-index > 20
0983XN         compute inquiry-line-index =
0983XO             ((inquiry-page - 1) * 20) + panel-index
0983XP         if inquiry-line-index > inquiry-line-count
0983XQ             move spaces to inquiry-page-line(panel-index)
0983XR         else
0983XS             move inquiry-line(inquiry-line-index)
0983XT                 to inquiry-page-line(panel-index)
0983XU         end-if
0983XV     end-perform.
0983XW
0983XX inquiry-page-forward.
0983XY     if inquiry-page < inquiry-page-count
0983XZ         add 1 to inquiry-page
0983YA     else
0983YB         move "already on the last page" to panel-error-line
0983YC     end-if.
0983YD
0983YE inquiry-page-backward.
0983YF     if inquiry-page > 1
0983YG         subtract 1 from inquiry-page
0983YH     else
0983YI         move "already on the first page" to panel-error-line
0983YJ     end-if.
0983YK
0983YL inquiry-next-section.
0983YM     if inquiry-section < 6
0983YN         add 1 to inquiry-section
0983YO         perform build-inquiry-section
0983YP     else
0983YQ         move "already on the last section" to panel-error-line
0983YR     end-if.
0983YS
0983YT inquiry-previous-section.
0983YU     if inquiry-section > 1
0983YV         subtract 1 from inquiry-section
0983YW         perform build-inquiry-section
0983YX     else
0983YY         move "already on the first section"
0983YZ             to panel-error-line
0983ZA     end-if.
0983ZB
0984   operator-sign-on.
0984A      move "N" to operator-found.
0984A1     perform load-operator-master.
0986D7     close security-log-file.
0986D8
0985M  load-operator-authority.
0985N      move "NNNNNNN" to authority-flags.
0985O      move "Y" to authority-flag(4).
0985P      move "N" to authority-eof.
0985Q      open input authority-file.
0985Y                  move authority-pick-text to authority-pick
0985Z                  if authority-operator-id = operator-id
0986A                     and authority-pick >= 1
0986B                     and authority-pick <= 7
0986C                      move "Y" to
0986D                          authority-flag(authority-pick)
0986E                  end-if
1042
1050   copy 'error-handler-writer'.
1060   copy 'file-status-checker'.
1070   copy 'customer-xref-lookup'.
1080   copy 'parameter-card-reader'.
9900   copy 'processing-date-routine'.
9910   copy 'run-control-checker'.
