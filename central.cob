           select atmCash assign to 'atmCash.txt'
               organization is line sequential
               file status is cash-fs.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
           select acctYtd assign to 'acctYtd.txt'
               organization is indexed
               access mode is dynamic
               record key is ytd-key
               file status is ytd-fs.
           select holdFile assign to 'holds.txt'
               organization is line sequential
               file status is hold-fs.
               file status is hold-config-fs.
           select glJournal assign to 'glJournal.txt'
               organization is line sequential.
           select cashOutFile assign to 'cashOut.txt'
               organization is line sequential
               file status is cashout-fs.
           select trans-tmp assign to 'work.tmp'.
       data division.
           file section.
               05 in-timestamp     pic 9(5).
               05 in-date          pic 9(8).
               05 in-time          pic 9(6).
               05 in-channel       pic x(8).
               05 in-origin-id     pic x(3).
               05 in-reference     pic x(20).

           fd transAll.
           01  all-tranfer-record.
               05 all-timestamp    pic 9(5).
               05 all-date         pic 9(8).
               05 all-time         pic 9(6).
               05 all-channel      pic x(8).
               05 all-origin-id    pic x(3).
               05 all-reference    pic x(20).

           fd transSorted.
           01  srt-tranfer-record.
               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).

           fd transHist.
           01  hist-tranfer-record.
               05 hist-timestamp   pic 9(5).
               05 hist-date        pic 9(8).
               05 hist-time        pic 9(6).
               05 hist-channel     pic x(8).
               05 hist-origin-id   pic x(3).
               05 hist-reference   pic x(20).

           fd histDay.
           01  day-tranfer-record.
               05 day-timestamp    pic 9(5).
               05 day-date         pic 9(8).
               05 day-time         pic 9(6).
               05 day-channel      pic x(8).
               05 day-origin-id    pic x(3).
               05 day-reference    pic x(20).

           fd  updateMaster.
           01  upd-account-info.
               05 susp-date            pic 9(8).
               05 susp-time            pic 9(6).
               05 susp-reason          pic x(8).
               05 susp-channel         pic x(8).
               05 susp-origin-id       pic x(3).
               05 susp-reference       pic x(20).

           fd  suspenseNew.
           01  new-suspense-record.
               05 nsp-date             pic 9(8).
               05 nsp-time             pic 9(6).
               05 nsp-reason           pic x(8).
               05 nsp-channel          pic x(8).
               05 nsp-origin-id        pic x(3).
               05 nsp-reference        pic x(20).

           fd  rejectReport.
           01  reject-print-line       pic x(90).
               05 scl-timestamp        pic 9(5).
               05 scl-date             pic 9(8).
               05 scl-time             pic 9(6).
               05 scl-channel          pic x(8).
               05 scl-origin-id        pic x(3).
               05 scl-reference        pic x(20).

           fd  restartFile.
           01  restart-record.
               05 restart-susp-new-count     pic 9(09).
               05 restart-susp-new-total     pic s9(09)
                   sign is leading separate character.
               05 restart-gl-cat-totals      pic x(220).

           fd  settleDone.
           01  settle-done-record.
               05 sd-variance          pic s9(17)
                   sign is leading separate character.

           fd  acctYtd.
           01  acct-ytd-info.
               05 ytd-key.
                   10 ytd-year     pic 9(4).
                   10 ytd-account  pic 9(16).
               05 ytd-customer     pic 9(8).
               05 ytd-interest     pic 9(11).
               05 ytd-fees         pic 9(11).
               05 ytd-balance      pic s9(16)
                   sign is leading separate character.
               05 ytd-balance-date pic 9(8).
               05 ytd-closed       pic x(01).
               05 ytd-closed-date  pic 9(8).
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
               05 ac-cash-on-hand      pic 9(9).
               05 ac-low-threshold     pic 9(9).
               05 ac-dispensed-total   pic 9(9).
               05 ac-cash-over         pic 9(9).

           fd  holdFile.
           01  hold-record.
           fd  glJournal.
           01  gl-print-line           pic x(60).

           fd  cashOutFile.
           01  cashout-record.
               05 co-date              pic 9(8).
               05 co-atm-id            pic x(3).
               05 co-withdrawn         pic 9(9).
               05 co-dispensed         pic 9(9).
               05 co-not-dispensed     pic s9(10)
                   sign is leading separate character.
               05 co-cash-over         pic 9(9).

           sd  trans-tmp.
           01  tmp-record.
               05 tmp-timestamp        pic 9(5).
               05 tmp-date             pic 9(8).
               05 tmp-time             pic 9(6).
               05 tmp-channel          pic x(8).
               05 tmp-origin-id        pic x(3).
               05 tmp-reference        pic x(20).
       working-storage section.
           01  ws-tranfer-record1.
               05 ws-account-num1      pic 9(16).
               05 ws-timestamp1        pic 9(5).
               05 ws-date1             pic 9(8).
               05 ws-time1             pic 9(6).
               05 ws-channel1          pic x(8).
               05 ws-origin-id1        pic x(3).
               05 ws-reference1        pic x(20).
       
           01  atm-registry-table.
               05 reg-entry occurs 10 times.
                   10 reg-wdl-count    pic 9(07).
           01  reg-count               pic 9(2) value 0.
           01  reg-sub                 pic 9(2).
           01  reg-sub2                pic 9(2).
           01  reg-origin-sub          pic 9(2).
           01  reg-fs                  pic x(02).
           01  trans-in-name           pic x(30).
           01  trans-fs                pic x(02).
           01 done-fs                   pic x(02).
           01 hist-fs                   pic x(02).
           01 run-date                  pic 9(8).
           01 alert-fs                  pic x(02).
           01 ytd-fs                    pic x(02).
           01 ytd-found                 pic A value "N".
           01 ytd-post-year             pic 9(4).
           01 ytd-post-account          pic 9(16).
           01 ytd-post-interest         pic s9(7).
           01 ytd-post-fees             pic s9(7).
           01 ytd-work-total            pic s9(12).
           01 alert-time-raw            pic 9(8).
           01 restart-resume-count      pic 9(09) value 0.
           01 restart-applied-count     pic 9(09) value 0.
           01 restart-skip-sub          pic 9(09) value 0.
               05 ws-susp-date         pic 9(8).
               05 ws-susp-time         pic 9(6).
               05 ws-susp-reason       pic x(8).
               05 ws-susp-channel      pic x(8).
               05 ws-susp-origin-id    pic x(3).
               05 ws-susp-reference    pic x(20).
           01 susp-resume-count         pic 9(09) value 0.
           01 susp-applied-count        pic 9(09) value 0.
           01 susp-skip-sub             pic 9(09) value 0.
                   sign is leading separate character.
           01 rc-fs                     pic x(02).
           01 run-control-table.
               05 rc-entry occurs 15 times.
                   10 rct-date         pic 9(8).
                   10 rct-step-num     pic 9(2).
                   10 rct-step-name    pic x(10).
                   10 cash-on-hand     pic 9(9).
                   10 cash-low-threshold pic 9(9).
                   10 cash-dispensed-total pic 9(9).
                   10 cash-over        pic 9(9).
           01 cash-count                pic 9(2) value 0.
           01 cash-sub                  pic 9(2).
           01 cash-selected             pic 9(2) value 0.
           01 cash-variance             pic s9(10)
               sign is leading separate character.
           01 cashout-fs                pic x(02).
           01 hold-fs                   pic x(02).
           01 hold-config-fs            pic x(02).
           01 hold-days                 pic 9(2) value 2.
           01 holds-released-total      pic 9(10) value 0.
           01 holds-carried-count       pic 9(09) value 0.
           01 hold-eof                  pic A value "N".
           01 gl-seq                    pic 9(4) value 0.
           01 gl-work-amount            pic s9(12)
               sign is leading separate character.
           01 gl-cr-account             pic x(5).
           01 gl-swap-account           pic x(5).
           01 gl-debit-total            pic 9(13) value 0.
           01 gl-category-values.
               05 filler               pic x(23)
                   value '10100ATM CASH'.
               05 filler               pic x(23)
                   value '10200BRANCH CASH'.
               05 filler               pic x(23)
                   value '29900TRANSFER CLEARING'.
               05 filler               pic x(23)
                   value '40100FEE INCOME'.
               05 filler               pic x(23)
                   value '50100INTEREST EXPENSE'.
               05 filler               pic x(23)
                   value '29800REVERSAL CONTROL'.
               05 filler               pic x(23)
                   value '13000LOANS RECEIVABLE'.
               05 filler               pic x(23)
                   value '29500INTERBANK CLEARING'.
               05 filler               pic x(23)
                   value '19100DISPUTE CLAIMS'.
               05 filler               pic x(23)
                   value '50200LOAN INT INCOME'.
           01 gl-category-table redefines gl-category-values.
               05 gl-category occurs 10 times.
                   10 gl-cat-account   pic x(5).
                   10 gl-cat-name      pic x(18).
           01 gl-cat-count              pic 9(2) value 10.
           01 gl-cat-totals.
               05 gl-cat-total occurs 10 times.
                   10 gl-cat-dep-total pic 9(11).
                   10 gl-cat-wdl-total pic 9(11).
           01 gl-cat-sub                pic 9(2).
           01 gl-name-sub               pic 9(2).
           01 gl-cat-selected           pic 9(2).
           01 gl-class-channel          pic x(8).
               88 gl-class-atm         value 'ATM', spaces.
               88 gl-class-teller      value 'TELLER'.
               88 gl-class-standing    value 'STANDING'.
               88 gl-class-fee         value 'FEE'.
               88 gl-class-interest    value 'INTEREST'.
               88 gl-class-reversal    value 'REVERSAL'.
               88 gl-class-loan        value 'LOAN'.
               88 gl-class-interbank   value 'INTERBNK'.
               88 gl-class-dispute     value 'DISPUTE'.
               88 gl-class-loan-interest value 'LOANINT'.
           01 gl-class-reference        pic x(20).
           01 gl-class-operation        pic A.
           01 gl-class-amount           pic 9(7).
           01 gl-credit-total           pic 9(13) value 0.
           01 gl-detail-line.
               05 gl-line-date         pic 9(8).
       procedure division.
       startup-check.
           accept run-date from date yyyymmdd.
           move zeroes to gl-cat-totals.
           perform rc-verify thru rc-verify-exit.
           open input restartFile.
           if restart-fs = '00' then
                           susp-carried-total
                       move restart-susp-new-count to susp-new-count
                       move restart-susp-new-total to susp-new-total
                       move restart-gl-cat-totals to gl-cat-totals
               end-read
               if restart-resume-count not = 0 or
                   susp-resume-count not = 0 then
                   add 1 to reg-sub
                   go to combine-trans
           end-read.
           if ws-operation1 = 'W' and ws-reference1 = spaces and
               (ws-channel1 = 'ATM' or ws-channel1 = spaces) then
               move reg-sub to reg-origin-sub
               if ws-origin-id1 not = spaces then
                   perform match-origin-option varying reg-sub2
                       from 1 by 1 until reg-sub2 > reg-count
               end-if
               add ws-amount1 to reg-wdl-total(reg-origin-sub)
               add 1 to reg-wdl-count(reg-origin-sub)
           end-if.
           move ws-tranfer-record1 to all-tranfer-record.
           write all-tranfer-record.
           display '==========================================='.
           display '       DAILY CASH-OUT REPORT - ATM REPLENISHMENT'.
           display '==========================================='.
           if restart-active not = 'Y' then
               open extend cashOutFile
               if cashout-fs not = '00' then
                   open output cashOutFile
               end-if
           end-if.
           perform cashout-print-line varying reg-sub
               from 1 by 1 until reg-sub > reg-count.
           if restart-active not = 'Y' then
               close cashOutFile
           end-if.
           display '==========================================='.
           if restart-active = 'Y' then
               go to restart-resume
               open output rejectReport
               open output suspCleared
               open output histDay
               perform open-ytd thru open-ytd-exit
               go to iterate-trans
           end-if.
           add ws-account-balance to rec-before-total.
               move ws-date1 to nsp-date
               move ws-time1 to nsp-time
               move 'NOTFOUND' to nsp-reason
               move ws-channel1 to nsp-channel
               move ws-origin-id1 to nsp-origin-id
               move ws-reference1 to nsp-reference
               write new-suspense-record
               add 1 to susp-new-count
               if ws-operation1 = 'D' or ws-operation1 = 'R' then
               end-if
               rewrite upd-account-info
               end-rewrite
               move ws-channel1 to gl-class-channel
               move ws-reference1 to gl-class-reference
               move ws-operation1 to gl-class-operation
               move ws-amount1 to gl-class-amount
               perform classify-gl-entry
               move ws-date1(1:4) to ytd-post-year
               perform ytd-accumulate thru ytd-accumulate-exit
               move ws-tranfer-record1 to day-tranfer-record
               write day-tranfer-record
           end-if.
           perform write-checkpoint.
           go to iterate-trans.

       open-ytd.
           open i-o acctYtd.
           if ytd-fs = '35' then
               open output acctYtd
               close acctYtd
               open i-o acctYtd
           end-if.

       open-ytd-exit.
           exit.

       ytd-accumulate.
           move 0 to ytd-post-interest.
           move 0 to ytd-post-fees.
           if gl-class-interest and gl-class-operation = 'D' then
               move gl-class-amount to ytd-post-interest
           end-if.
           if gl-class-interest and gl-class-operation = 'X' then
               compute ytd-post-interest = 0 - gl-class-amount
           end-if.
           if gl-class-fee and gl-class-operation = 'W' then
               move gl-class-amount to ytd-post-fees
           end-if.
           if gl-class-fee and gl-class-operation = 'R' then
               compute ytd-post-fees = 0 - gl-class-amount
           end-if.
           if ytd-post-interest = 0 and ytd-post-fees = 0 then
               go to ytd-accumulate-exit
           end-if.
           move ytd-post-year to ytd-year.
           move upd-account-number to ytd-account.
           move 'Y' to ytd-found.
           read acctYtd
               invalid key
                   move 'N' to ytd-found
           end-read.
           if ytd-found = 'N' then
               move ytd-post-year to ytd-year
               move upd-account-number to ytd-account
               move 0 to ytd-interest
               move 0 to ytd-fees
               move upd-account-balance to ytd-balance
               move rct-date(rc-own-step) to ytd-balance-date
               move 'N' to ytd-closed
               move 0 to ytd-closed-date
           end-if.
           move upd-account-customer-number to ytd-customer.
           compute ytd-work-total = ytd-interest + ytd-post-interest.
           if ytd-work-total < 0 then
               display '=> YTD INTEREST BELOW ZERO HELD AT ZERO FOR '
                   upd-account-number
               move 0 to ytd-work-total
           end-if.
           move ytd-work-total to ytd-interest.
           compute ytd-work-total = ytd-fees + ytd-post-fees.
           if ytd-work-total < 0 then
               display '=> YTD FEES BELOW ZERO HELD AT ZERO FOR '
                   upd-account-number
               move 0 to ytd-work-total
           end-if.
           move ytd-work-total to ytd-fees.
           if ytd-found = 'Y' then
               rewrite acct-ytd-info
           else
               write acct-ytd-info
           end-if.

       ytd-accumulate-exit.
           exit.

       ytd-year-balance.
           move rct-date(rc-own-step)(1:4) to ytd-year.
           move upd-account-number to ytd-account.
           move 'Y' to ytd-found.
           read acctYtd
               invalid key
                   move 'N' to ytd-found
           end-read.
           if ytd-found = 'N' then
               move rct-date(rc-own-step)(1:4) to ytd-year
               move upd-account-number to ytd-account
               move 0 to ytd-interest
               move 0 to ytd-fees
               move 'N' to ytd-closed
               move 0 to ytd-closed-date
           end-if.
           move upd-account-customer-number to ytd-customer.
           move upd-account-balance to ytd-balance.
           move rct-date(rc-own-step) to ytd-balance-date.
           if ytd-found = 'Y' then
               rewrite acct-ytd-info
           else
               write acct-ytd-info
           end-if.

       ytd-year-balance-exit.
           exit.

       ytd-mark-closed.
           move rct-date(rc-own-step)(1:4) to ytd-year.
           move account-number to ytd-account.
           read acctYtd
               invalid key
                   go to ytd-mark-closed-exit
           end-read.
           if ytd-closed = 'Y' then
               go to ytd-mark-closed-exit
           end-if.
           move 'Y' to ytd-closed.
           move rct-date(rc-own-step) to ytd-closed-date.
           move account-balance to ytd-balance.
           move rct-date(rc-own-step) to ytd-balance-date.
           rewrite acct-ytd-info.

       ytd-mark-closed-exit.
           exit.

       write-checkpoint.
           open output restartFile.
           move restart-applied-count to restart-seq.
           move susp-carried-total to restart-susp-carried-total.
           move susp-new-count to restart-susp-new-count.
           move susp-new-total to restart-susp-new-total.
           move gl-cat-totals to restart-gl-cat-totals.
           write restart-record.
           close restartFile.

               move ws-susp-timestamp to scl-timestamp
               move ws-susp-date to scl-date
               move ws-susp-time to scl-time
               move ws-susp-channel to scl-channel
               move ws-susp-origin-id to scl-origin-id
               move ws-susp-reference to scl-reference
               write cleared-suspense-record
               move ws-susp-account-num to day-account-num
               move ws-susp-operation to day-operation
               move ws-susp-timestamp to day-timestamp
               move ws-susp-date to day-date
               move ws-susp-time to day-time
               move ws-susp-channel to day-channel
               move ws-susp-origin-id to day-origin-id
               move ws-susp-reference to day-reference
               write day-tranfer-record
               move ws-susp-channel to gl-class-channel
               move ws-susp-reference to gl-class-reference
               move ws-susp-operation to gl-class-operation
               move ws-susp-amount to gl-class-amount
               perform classify-gl-entry
               move ws-susp-date(1:4) to ytd-post-year
               perform ytd-accumulate thru ytd-accumulate-exit
           end-if.
           move ws-susp-account-num to rej-account.
           move ws-susp-operation to rej-op.
               open extend rejectReport
               open extend suspCleared
               open extend histDay
               perform open-ytd thru open-ytd-exit
               move restart-resume-count to restart-applied-count
               move susp-resume-count to susp-applied-count
               move 0 to restart-skip-sub
           open output updMaster.
           open input master.
           open output negReport.
           open extend alertEvents.
           if alert-fs not = '00' then
               open output alertEvents
           end-if.
           accept alert-time-raw from time.
           move 'N' to eof1.

       copy-update.
               close updMaster
               close master
               close negReport
               close alertEvents
               close acctYtd
               move 'N' to eof1
               go to reject-summary
           end-if.
               add account-balance to rec-after-total
               move account-info to final-account-info
               write final-account-info
               perform ytd-mark-closed thru ytd-mark-closed-exit
               go to copy-update
           end-if.
           move account-number to upd-account-number
               move ' Limit: ' to util-label2
               move upd-account-overdraft-limit to util-limit
               write od-util-line
               move run-date to ae-date
               move alert-time-raw(1:6) to ae-time
               move 'NEGB' to ae-type
               move upd-account-number to ae-account
               move upd-account-balance to ae-amount
               move 'CENTRAL' to ae-source
               write alert-event-record
           end-if.
           move upd-account-info to final-account-info.
           write final-account-info.
           perform ytd-year-balance thru ytd-year-balance-exit.

           go to copy-update.

           display '==========================================='.

       gl-journal-extract.
           open output glJournal.
           perform write-gl-category thru write-gl-category-exit
               varying gl-cat-sub from 1 by 1
               until gl-cat-sub > gl-cat-count.
           move susp-new-total to gl-work-amount.
           move '10100' to gl-dr-account.
           move '20900' to gl-cr-account.
                   cash-on-hand(cash-selected)
                   '   DISPENSED: '
                   cash-dispensed-total(cash-selected)
               display '        RECORDED NOT DISPENSED: '
                   cash-variance
               display '        CASH OVER AT LAST COUNT: '
                   cash-over(cash-selected)
               move run-date to co-date
               move reg-atm-id(reg-sub) to co-atm-id
               move reg-wdl-total(reg-sub) to co-withdrawn
               move cash-dispensed-total(cash-selected) to
                   co-dispensed
               move cash-variance to co-not-dispensed
               move cash-over(cash-selected) to co-cash-over
               if restart-active not = 'Y' then
                   write cashout-record
               end-if
               if cash-on-hand(cash-selected) <
                   cash-low-threshold(cash-selected) then
                   display '        *** CASH BELOW THRESHOLD - '
           move ac-low-threshold to cash-low-threshold(cash-count).
           move ac-dispensed-total to
               cash-dispensed-total(cash-count).
           move ac-cash-over to cash-over(cash-count).
           go to load-cash-read.

       load-cash-done.
               move cash-sub to cash-selected
           end-if.

       match-origin-option.
           if ws-origin-id1 = reg-atm-id(reg-sub2) then
               move reg-sub2 to reg-origin-sub
           end-if.

       match-gl-name.
           if gl-line-account = gl-cat-account(gl-name-sub) then
               move gl-cat-name(gl-name-sub) to gl-line-name
           end-if.

       reset-cash-dispensed.
           if cash-count = 0 then
               go to reset-cash-dispensed-exit
           move cash-low-threshold(cash-sub) to ac-low-threshold.
           move cash-dispensed-total(cash-sub) to
               ac-dispensed-total.
           move cash-over(cash-sub) to ac-cash-over.
           write atm-cash-record.

       place-deposit-hold.
       write-gl-pair-exit.
           exit.

       write-gl-category.
           move gl-cat-dep-total(gl-cat-sub) to gl-work-amount.
           move gl-cat-account(gl-cat-sub) to gl-dr-account.
           move '20100' to gl-cr-account.
           perform write-gl-pair thru write-gl-pair-exit.
           move gl-cat-wdl-total(gl-cat-sub) to gl-work-amount.
           move '20100' to gl-dr-account.
           move gl-cat-account(gl-cat-sub) to gl-cr-account.
           perform write-gl-pair thru write-gl-pair-exit.

       write-gl-category-exit.
           exit.

       classify-gl-entry.
           move 1 to gl-cat-selected.
           if gl-class-atm and gl-class-reference not = spaces then
               move 3 to gl-cat-selected
           end-if.
           if gl-class-teller then
               move 2 to gl-cat-selected
           end-if.
           if gl-class-standing then
               move 3 to gl-cat-selected
           end-if.
           if gl-class-fee then
               move 4 to gl-cat-selected
           end-if.
           if gl-class-interest then
               move 5 to gl-cat-selected
           end-if.
           if gl-class-reversal then
               move 6 to gl-cat-selected
           end-if.
           if gl-class-loan then
               move 7 to gl-cat-selected
           end-if.
           if gl-class-interbank then
               move 8 to gl-cat-selected
           end-if.
           if gl-class-dispute then
               move 9 to gl-cat-selected
           end-if.
           if gl-class-loan-interest then
               move 10 to gl-cat-selected
           end-if.
           if gl-class-operation = 'D' or gl-class-operation = 'R' then
               add gl-class-amount to gl-cat-dep-total(gl-cat-selected)
           end-if.
           if gl-class-operation = 'W' or gl-class-operation = 'X' then
               add gl-class-amount to gl-cat-wdl-total(gl-cat-selected)
           end-if.

       write-gl-line.
           add 1 to gl-seq.
           move run-date to gl-line-date.
           move gl-seq to gl-line-seq.
           move spaces to gl-line-name.
           if gl-line-account = '20100' then
               move 'CUSTOMER LIABILITY' to gl-line-name
           end-if.
           if gl-line-account = '20900' then
               move 'SUSPENSE CONTROL' to gl-line-name
           end-if.
           perform match-gl-name varying gl-name-sub
               from 1 by 1 until gl-name-sub > gl-cat-count.
           move gl-work-amount to gl-line-amount.
           write gl-print-line from gl-detail-line.

                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
