               05 t-timestamp1     pic 9(5).
               05 t-date1          pic 9(8).
               05 t-time1          pic 9(6).
               05 t-channel1       pic x(8).
               05 t-origin-id1     pic x(3).
               05 t-reference1     pic x(20).
           fd  productFile.
           01  product-record.
               05 prod-rec-code    pic x(2).
       01  master-fs                pic x(02).
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
           if ws-interest-amount > 0 then
               move ws-account-number to t-account-num1
               move 'D' to operation1
               move 'INTEREST' to t-channel1
               move spaces to t-origin-id1
               move spaces to t-reference1
               move ws-interest-amount to t-amount1
               move post-timestamp to t-timestamp1
               move ws-date to t-date1
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
