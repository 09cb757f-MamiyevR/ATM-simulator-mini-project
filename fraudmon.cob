           select suspCleared assign to 'suspCleared.txt'
               organization is line sequential
               file status is scl-fs.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
           select runControl assign to 'runControl.txt'
               organization is line sequential
               file status is rc-fs.
               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).
           fd  fraudReport.
           01  fraud-print-line    pic x(90).
           fd  suspCleared.
               05 scl-timestamp        pic 9(5).
               05 scl-date             pic 9(8).
               05 scl-time             pic 9(6).
               05 scl-channel          pic x(8).
               05 scl-origin-id        pic x(3).
               05 scl-reference        pic x(20).
           fd  alertEvents.
           01  alert-event-record.
               05 ae-date          pic 9(8).
               05 ae-time          pic 9(6).
               05 ae-type          pic x(4).
               05 ae-account       pic 9(16).
               05 ae-amount        pic s9(16)
                   sign is leading separate character.
               05 ae-source        pic x(8).
           fd  runControl.
           01  run-control-record.
               05 rc-date          pic 9(8).
               10 fm-amount        pic 9(7).
               10 fm-date          pic 9(8).
               10 fm-time          pic 9(6).
               10 fm-cash-wdl      pic x(1).
       01  fm-trans-count          pic 9(3) value 0.
       01  fm-cleared-table.
           05 fm-cleared-entry occurs 100 times.
       01  fm-cleared-net          pic s9(16)
           sign is leading separate character.
       01  scl-fs                  pic x(02).
       01  alert-fs                pic x(02).
       01  fm-time-raw             pic 9(8).
       01  scl-eof                 pic A value "N".
       01  fm-sub                  pic 9(3).
       01  fm-net-change           pic s9(16)
           05 fm-det-reason        pic x(40).
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
           write fraud-print-line from fm-head-title.
           write fraud-print-line from fm-head-rule.
           perform load-cleared thru load-cleared-exit.
           open extend alertEvents.
           if alert-fs not = '00' then
               open output alertEvents
           end-if.
           accept fm-time-raw from time.
           perform read-trans.

       account-loop.
               close updMaster
               close transSorted
               close fraudReport
               close alertEvents
               if master-missing = 'N' then
                   close master
               end-if
               move srt-amount to fm-amount(fm-trans-count)
               move srt-date to fm-date(fm-trans-count)
               move srt-time to fm-time(fm-trans-count)
               move 'N' to fm-cash-wdl(fm-trans-count)
               if (srt-channel = 'ATM' or srt-channel = spaces) and
                   srt-reference = spaces then
                   move 'Y' to fm-cash-wdl(fm-trans-count)
               end-if
           else
               display '=> MONITOR OVERFLOW FOR ACCOUNT '
                   final-account-number
           end-if.
           if fm-operation(fm-sub) = 'W' then
               subtract fm-amount(fm-sub) from fm-running-balance
               if fm-cash-wdl(fm-sub) = 'Y' then
                   add 1 to fm-day-wdl-count
                   if fm-day-wdl-count > fm-velocity-limit then
                       move 'Y' to fm-flag-velocity
                   end-if
                   if fm-amount(fm-sub) >= fm-near-limit-floor and
                       fm-amount(fm-sub) < daily-withdrawal-limit then
                       add 1 to fm-near-limit-count
                       if fm-near-limit-count >= 2 then
                           move 'Y' to fm-flag-near-limit
                       end-if
                   end-if
               end-if
               if fm-prev-was-wdl = 'Y' and
               invalid key
                   go to set-review-hold-exit
           end-read.
           if account-review-hold = 'Y' then
               go to set-review-hold-exit
           end-if.
           move 'Y' to account-review-hold.
           rewrite account-info.
           accept ae-date from date yyyymmdd.
           move fm-time-raw(1:6) to ae-time.
           move 'HOLD' to ae-type.
           move account-number to ae-account.
           move account-balance to ae-amount.
           move 'FRAUDMON' to ae-source.
           write alert-event-record.

       set-review-hold-exit.
           exit.
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
