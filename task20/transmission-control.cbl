0336       select optional expected-file assign to dynamic
0336A          expectedfilename
0337           organization is line sequential.
0338       select optional outbound-queue-file assign to dynamic
0338A          outboundqueuename
0339           organization is line sequential.
0390       select optional calendar-file assign to dynamic
0390A          calendarfilename
0391           organization is line sequential.
0409B  01  ack-record pic x(60).
0409C  fd  expected-file.
0409D  01  expected-record pic x(40).
0409E  fd  outbound-queue-file.
0409F  01  outbound-queue-record pic x(40).
0409X  fd  calendar-file.
0409Y  01  calendar-record pic x(20).
0410
0425   01 subject-eof pic x.
0426   01 ack-eof pic x.
0427   01 expected-eof pic x.
0427A  01 outboundqueuename pic x(20) value "XMITQ.TXT".
0427B  01 queue-eof pic x.
0427C  01 queued-registered pic 9(3) value 0.
0427D  01 queue-held pic x value "N".
0427E  01 held-queue-table.
0427F      05 held-queue-line occurs 100 times pic x(40).
0427G  01 held-queue-count pic 9(3) value 0.
0427H  01 held-queue-index pic 9(3).
0428   01 run-mode pic 9 value 1.
0429
0430   01 register-table.
0710       display "1 = register an outbound file,".
0711       display "2 = match inbound acknowledgments,".
0712       display "3 = age unacknowledged transmissions,".
0713       display "4 = check expected inbound files,".
0713A      display "5 = register queued outbound files".
0714       accept run-mode.
0720       perform get-processing-date.
0730       perform load-register-table.
0749       if run-mode = 4
0750           perform check-expected-inbound
0751       end-if.
0752       if run-mode = 5
0753           perform register-queued-files
0754       end-if.
0760       if register-changed = "Y"
0761           perform save-register-table
0762       end-if.
0960   register-outbound-file.
0961       display "Enter outbound file name".
0962       accept subjectfilename.
0962A      perform add-outbound-entry.
0962B
0962C  add-outbound-entry.
0963       perform count-subject-file.
0964       if register-count = 100
0965           display "Register is full, entry not recorded"
0984               " hash " file-hash
0985       end-if.
0986
0986A  register-queued-files.
0986B      move "N" to queue-eof.
0986C      open input outbound-queue-file.
0986D      perform until queue-eof = "Y"
0986E          read outbound-queue-file
0986F              at end move "Y" to queue-eof
0986G              not at end
0986H                  if register-count = 100
0986H1                     move "Y" to queue-held
0986H2                 end-if
0986H3                 if outbound-queue-record not = spaces
0986H4                    and queue-held = "N"
0986I                      move outbound-queue-record
0986J                          to subjectfilename
0986K                      perform add-outbound-entry
0986L                      add 1 to queued-registered
0986L1                 end-if
0986L2                 if outbound-queue-record not = spaces
0986L3                    and queue-held = "Y"
0986L4                     perform hold-queue-entry
0986M                  end-if
0986N          end-read
0986O      end-perform.
0986P      close outbound-queue-file.
0986Q      open output outbound-queue-file.
0986Q1     perform varying held-queue-index from 1 by 1
0986Q2             until held-queue-index > held-queue-count
0986Q3         move held-queue-line(held-queue-index)
0986Q4             to outbound-queue-record
0986Q5         write outbound-queue-record
0986Q6     end-perform.
0986Q7     close outbound-queue-file.
0986Q8     if queue-held = "Y"
0986Q9         display "Register is full, " held-queue-count
0986R              " files kept on the queue for rerun"
0986R1         move 8 to return-code
0986R2     end-if.
0986S      display queued-registered
0986T          " queued outbound files registered".
0986U
0986V  hold-queue-entry.
0986W      if held-queue-count = 100
0986W1         display "More than 100 queued files held,"
0986W2             " run stopped"
0986W3         move 16 to return-code
0986W4         stop run
0986W5     end-if.
0986X      add 1 to held-queue-count.
0986Y      move outbound-queue-record
0986Z          to held-queue-line(held-queue-count).
0986Z1
0990   count-subject-file.
0991       move 0 to file-record-count.
0992       move 0 to file-hash.
