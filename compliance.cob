               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).
           fd  suspCleared.
           01  cleared-suspense-record.
               05 scl-account-num      pic 9(16).
               05 scl-timestamp        pic 9(5).
               05 scl-date             pic 9(8).
               05 scl-time             pic 9(6).
               05 scl-channel          pic x(8).
               05 scl-origin-id        pic x(3).
               05 scl-reference        pic x(20).
           fd  updMaster.
           01  final-account-info.
               05 final-account-name     pic x(20).
           if srt-operation not = 'D' and srt-operation not = 'W' then
               go to scan-trans
           end-if.
           if srt-channel not = 'ATM' and srt-channel not = spaces and
               srt-channel not = 'TELLER' then
               go to scan-trans
           end-if.
           if srt-channel not = 'TELLER' and
               srt-reference not = spaces then
               go to scan-trans
           end-if.
           if group-open = 'Y' and
               (srt-account-num not = cur-account or
               srt-date not = cur-date) then
               close suspCleared
               go to load-cleared-exit
           end-if.
           if scl-channel not = 'ATM' and scl-channel not = spaces and
               scl-channel not = 'TELLER' then
               go to load-cleared-read
           end-if.
           if scl-channel not = 'TELLER' and
               scl-reference not = spaces then
               go to load-cleared-read
           end-if.
           if cmp-cleared-count < 100 then
               add 1 to cmp-cleared-count
               move scl-account-num to
