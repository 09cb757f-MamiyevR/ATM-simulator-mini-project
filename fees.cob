               05 t-timestamp1     pic 9(5).
               05 t-date1          pic 9(8).
               05 t-time1          pic 9(6).
               05 t-channel1       pic x(8).
               05 t-origin-id1     pic x(3).
               05 t-reference1     pic x(20).
           fd transSorted.
           01  srt-tranfer-record.
               05 srt-account-num  pic 9(16).
               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).
           fd  feeConfig.
           01  fee-config-record.
               05 config-monthly-fee pic 9(7).
           05 fee-trans-entry occurs 500 times.
               10 fee-operation    pic A.
               10 fee-amount       pic 9(7).
               10 fee-cash-wdl     pic x(1).
       01  fee-trans-count         pic 9(3) value 0.
       01  fee-sub                 pic 9(3).
       01  fee-net-change          pic s9(16)
               add 1 to fee-trans-count
               move srt-operation to fee-operation(fee-trans-count)
               move srt-amount to fee-amount(fee-trans-count)
               move 'N' to fee-cash-wdl(fee-trans-count)
               if (srt-channel = 'ATM' or srt-channel = spaces) and
                   srt-reference = spaces then
                   move 'Y' to fee-cash-wdl(fee-trans-count)
               end-if
           else
               display '=> FEE SCAN OVERFLOW FOR ACCOUNT '
                   ws-account-number
           if fee-account-total > 0 then
               move ws-account-number to t-account-num1
               move 'W' to operation1
               move 'FEE' to t-channel1
               move spaces to t-origin-id1
               move spaces to t-reference1
               move fee-account-total to t-amount1
               move post-timestamp to t-timestamp1
               move ws-date to t-date1
           end-if.
           if fee-operation(fee-sub) = 'W' then
               subtract fee-amount(fee-sub) from fee-running-balance
               if fee-cash-wdl(fee-sub) = 'Y' then
                   add 1 to fee-wdl-count
               end-if
           end-if.
           if fee-running-balance < 0 then
               move 'Y' to fee-went-negative
