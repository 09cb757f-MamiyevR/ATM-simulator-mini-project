               05 hist-timestamp   pic 9(5).
               05 hist-date        pic 9(8).
               05 hist-time        pic 9(6).
               05 hist-channel     pic x(8).
               05 hist-origin-id   pic x(3).
               05 hist-reference   pic x(20).
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               10 inq-amount       pic 9(7).
               10 inq-date         pic 9(8).
               10 inq-time         pic 9(6).
               10 inq-channel      pic x(8).
               10 inq-origin-id    pic x(3).
       01  inq-count               pic 9(2) value 0.
       01  inq-sub                 pic 9(2).
       01  eof                     pic A value "N".
           move hist-amount to inq-amount(inq-count).
           move hist-date to inq-date(inq-count).
           move hist-time to inq-time(inq-count).
           move hist-channel to inq-channel(inq-count).
           if hist-channel = spaces then
               move 'ATM' to inq-channel(inq-count)
           end-if.
           move hist-origin-id to inq-origin-id(inq-count).
           go to history-scan.

       shift-history-entry.
           display '=> OPERATION: ' inq-operation(inq-sub)
               ' AMOUNT: ' inq-amount(inq-sub)
               ' DATE: ' inq-date(inq-sub)
               ' TIME: ' inq-time(inq-sub)
               ' VIA: ' inq-channel(inq-sub)
               ' ' inq-origin-id(inq-sub).
           add 1 to inq-sub.
           go to display-history-line.

