               05 hist-timestamp   pic 9(5).
               05 hist-date        pic 9(8).
               05 hist-time        pic 9(6).
               05 hist-channel     pic x(8).
               05 hist-origin-id   pic x(3).
               05 hist-reference   pic x(20).
           fd  atmRegistry.
           01  registry-record.
               05 reg-rec-atm-id   pic x(3).
               05 t-timestamp1     pic 9(5).
               05 t-date1          pic 9(8).
               05 t-time1          pic 9(6).
               05 t-channel1       pic x(8).
               05 t-origin-id1     pic x(3).
               05 t-reference1     pic x(20).
           fd  auditLog.
           01  audit-record.
               05 aud-date         pic 9(8).
               10 rev-timestamp    pic 9(5).
               10 rev-date         pic 9(8).
               10 rev-time         pic 9(6).
               10 rev-channel      pic x(8).
               10 rev-origin-id    pic x(3).
               10 rev-reference    pic x(20).
       01  rev-count               pic 9(2) value 0.
       01  rev-sub                 pic 9(2).
       01  rev-pick                pic x(10).
       01  rev-pick-num            pic 9(2).
       01  rev-new-op              pic A.
       01  trans-ref-build.
           05 tref-prefix          pic x(3).
           05 tref-date            pic 9(8).
           05 tref-time            pic 9(6).
           05 tref-seq             pic 9(3).
       01  ws-date                 pic 9(8).
       01  ws-time-raw             pic 9(8).
       01  ws-time                 pic 9(6).
           move hist-timestamp to rev-timestamp(rev-count).
           move hist-date to rev-date(rev-count).
           move hist-time to rev-time(rev-count).
           move hist-channel to rev-channel(rev-count).
           if hist-channel = spaces then
               move 'ATM' to rev-channel(rev-count)
           end-if.
           move hist-origin-id to rev-origin-id(rev-count).
           move hist-reference to rev-reference(rev-count).
           go to history-scan.

       shift-rev-entry.
           move post-timestamp to t-timestamp1.
           move ws-date to t-date1.
           move ws-time to t-time1.
           move 'REVERSAL' to t-channel1.
           if rev-channel(rev-pick-num) = 'INTEREST' or
               rev-channel(rev-pick-num) = 'FEE' then
               move rev-channel(rev-pick-num) to t-channel1
           end-if.
           move rev-origin-id(rev-pick-num) to t-origin-id1.
           move rev-reference(rev-pick-num) to t-reference1.
           if rev-reference(rev-pick-num) = spaces then
               move 'REV' to tref-prefix
               if rev-origin-id(rev-pick-num) not = spaces then
                   move rev-origin-id(rev-pick-num) to tref-prefix
               end-if
               move rev-date(rev-pick-num) to tref-date
               move rev-time(rev-pick-num) to tref-time
               move rev-timestamp(rev-pick-num) to tref-seq
               move trans-ref-build to t-reference1
           end-if.
           write tranfer-record1.
           compute post-timestamp = post-timestamp + 1.
           close transFile.
           display '=> ' rev-sub ' OP: ' rev-operation(rev-sub)
               ' AMOUNT: ' rev-amount(rev-sub)
               ' DATE: ' rev-date(rev-sub)
               ' TIME: ' rev-time(rev-sub)
               ' VIA: ' rev-channel(rev-sub).

       continue-reversal.
           display '=> ANOTHER REVERSAL?'.
