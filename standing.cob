           select transFile assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-fs.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
           select runControl assign to 'runControl.txt'
               organization is line sequential
               file status is rc-fs.
               05 t-timestamp1     pic 9(5).
               05 t-date1          pic 9(8).
               05 t-time1          pic 9(6).
               05 t-channel1       pic x(8).
               05 t-origin-id1     pic x(3).
               05 t-reference1     pic x(20).
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
       working-storage section.
       01  reg-fs                  pic x(02).
       01  trans-fs                pic x(02).
       01  alert-fs                pic x(02).
       01  trans-file-name         pic x(30).
       01  ws-standing-order.
           05 ws-so-source-account pic 9(16).
       01  post-timestamp          pic 9(5) value zeroes.
       01  transfers-posted-count  pic 9(09) value 0.
       01  skipped-count           pic 9(09) value 0.
       01  trans-ref-build.
           05 tref-prefix          pic x(3) value 'STO'.
           05 tref-date            pic 9(8).
           05 tref-time            pic 9(6).
           05 tref-seq             pic 9(3).
       01  master-fs                pic x(02).
       01  eof                     pic A value "N".
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
           if trans-fs not = '00' then
               open output transFile
           end-if.
           open extend alertEvents.
           if alert-fs not = '00' then
               open output alertEvents
           end-if.
           move 'N' to eof.

       standing-loop.
               close standingOrders
               close master
               close transFile
               close alertEvents
               go to standing-summary
           end-if.
           if ws-so-run-day not = run-day then
               display '=> SKIPPING STANDING ORDER - INSUFFICIENT '
                   'AVAILABLE BALANCE: ' ws-so-source-account
               add 1 to skipped-count
               move ws-date to ae-date
               move ws-time to ae-time
               move 'SOSK' to ae-type
               move ws-so-source-account to ae-account
               move ws-so-amount to ae-amount
               move 'STANDING' to ae-source
               write alert-event-record
               go to standing-loop
           end-if.
           move ws-so-target-account to account-number.
               go to standing-loop
           end-if.

           move ws-date to tref-date.
           move ws-time to tref-time.
           move transfers-posted-count to tref-seq.
           move 'STANDING' to t-channel1.
           move spaces to t-origin-id1.
           move trans-ref-build to t-reference1.
           move ws-so-source-account to t-account-num1.
           move 'W' to operation1.
           move ws-so-amount to t-amount1.
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
