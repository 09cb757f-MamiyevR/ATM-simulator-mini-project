       identification division.
       program-id. loanrun.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select master assign to 'master.txt'
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is master-fs.
           select loanFile assign to 'loans.txt'
               organization is indexed
               access mode is dynamic
               record key is loan-number
               file status is loan-fs.
           select loanSchedule assign to 'loanSchedule.txt'
               organization is indexed
               access mode is dynamic
               record key is sched-key
               file status is sched-fs.
           select atmRegistry assign to 'atmRegistry.txt'
               organization is line sequential
               file status is reg-fs.
           select transFile assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-fs.
           select runControl assign to 'runControl.txt'
               organization is line sequential
               file status is rc-fs.
       data division.
           file section.
           fd  master.
           01  account-info.
               05 account-name     pic x(20).
               05 account-number   pic 9(16).
               05 account-password pic 9(6).
               05 account-balance  pic s9(16)
                   sign is leading separate character.
               05 account-fail-count pic 9(01).
               05 account-locked   pic x(01).
               05 account-closed   pic x(01).
                   88 account-is-closed     value "Y".
               05 account-overdraft-limit pic 9(07).
               05 account-review-hold pic x(01).
               05 account-last-activity pic 9(08).
               05 account-dormant  pic x(01).
               05 account-product-code pic x(02).
               05 account-customer-number pic 9(08).
               05 account-available-balance pic s9(16)
                   sign is leading separate character.
           fd  loanFile.
           01  loan-info.
               05 loan-number      pic 9(8).
               05 loan-customer    pic 9(8).
               05 loan-repay-account pic 9(16).
               05 loan-principal   pic 9(9).
               05 loan-rate        pic 9v9(4).
               05 loan-term        pic 9(3).
               05 loan-instalment  pic 9(7).
               05 loan-start-date  pic 9(8).
               05 loan-outstanding pic 9(9).
               05 loan-paid-count  pic 9(3).
               05 loan-arrears-count pic 9(3).
               05 loan-arrears-amount pic 9(9).
               05 loan-status      pic x(01).
                   88 loan-is-active        value "A".
                   88 loan-in-arrears       value "D".
                   88 loan-is-paid          value "P".
           fd  loanSchedule.
           01  schedule-info.
               05 sched-key.
                   10 sched-loan   pic 9(8).
                   10 sched-inst   pic 9(3).
               05 sched-due-date   pic 9(8).
               05 sched-amount     pic 9(7).
               05 sched-principal  pic 9(7).
               05 sched-interest   pic 9(7).
               05 sched-status     pic x(01).
                   88 sched-is-due          value "S".
                   88 sched-in-arrears      value "A".
                   88 sched-is-paid         value "P".
               05 sched-paid-date  pic 9(8).
           fd  atmRegistry.
           01  registry-record.
               05 reg-rec-atm-id   pic x(3).
               05 reg-rec-atm-desc pic x(20).
               05 reg-rec-atm-file pic x(30).
           fd transFile.
           01  tranfer-record1.
               05 t-account-num1   pic 9(16).
               05 operation1       pic A.
               05 t-amount1        pic 9(7).
               05 t-timestamp1     pic 9(5).
               05 t-date1          pic 9(8).
               05 t-time1          pic 9(6).
               05 t-channel1       pic x(8).
               05 t-origin-id1     pic x(3).
               05 t-reference1     pic x(20).
           fd  runControl.
           01  run-control-record.
               05 rc-date          pic 9(8).
               05 rc-step-num      pic 9(2).
               05 rc-step-name     pic x(10).
               05 rc-start-time    pic 9(6).
               05 rc-end-time      pic 9(6).
               05 rc-status        pic x(4).
       working-storage section.
       01  reg-fs                  pic x(02).
       01  trans-fs                pic x(02).
       01  master-fs               pic x(02).
       01  loan-fs                 pic x(02).
       01  sched-fs                pic x(02).
       01  trans-file-name         pic x(30).
       01  ws-date                 pic 9(8).
       01  ws-time-raw             pic 9(8).
       01  ws-time                 pic 9(6).
       01  post-timestamp          pic 9(5) value zeroes.
       01  loan-eof                pic A value "N".
       01  sched-eof               pic A value "N".
       01  account-usable          pic A value "N".
       01  loan-blocked            pic A value "N".
       01  loan-funds-available    pic s9(17)
           sign is leading separate character.
       01  loan-debit-table.
           05 ldt-entry occurs 200 times.
               10 ldt-account      pic 9(16).
               10 ldt-amount       pic 9(9).
       01  ldt-count               pic 9(3) value 0.
       01  ldt-sub                 pic 9(3).
       01  ldt-selected            pic 9(3) value 0.
       01  loan-ref-build.
           05 lref-prefix          pic x(2) value 'LN'.
           05 lref-loan            pic 9(8).
           05 lref-inst            pic 9(3).
       01  loans-read-count        pic 9(9) value 0.
       01  instalments-raised-count pic 9(9) value 0.
       01  instalments-raised-total pic 9(11) value 0.
       01  new-arrears-count       pic 9(9) value 0.
       01  loans-in-arrears-count  pic 9(9) value 0.
       01  loans-paid-off-count    pic 9(9) value 0.
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
               10 rct-start-time   pic 9(6).
               10 rct-end-time     pic 9(6).
               10 rct-status       pic x(4).
       01  rc-count                pic 9(2) value 0.
       01  rc-sub                  pic 9(2).
       01  rc-own-step             pic 9(2) value 0.
       01  rc-own-name             pic x(10) value 'LOANS'.
       01  rc-time-raw             pic 9(8).
       procedure division.
       loan-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Loan Instalment Collection Batch     ##'.
           display '##############################################'.
           perform rc-verify thru rc-verify-exit.
           accept ws-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           open input atmRegistry.
           if reg-fs not = '00' then
               display '=> ATM REGISTRY NOT AVAILABLE'
               stop run
           end-if.
           read atmRegistry
               at end
                   display '=> ATM REGISTRY EMPTY'
                   close atmRegistry
                   stop run
           end-read.
           move reg-rec-atm-file to trans-file-name.
           close atmRegistry.
           open i-o loanFile.
           if loan-fs not = '00' then
               display '=> NO LOANS ON FILE'
               go to loan-summary
           end-if.
           open i-o loanSchedule.
           if sched-fs not = '00' then
               display '=> LOAN SCHEDULE NOT AVAILABLE'
               close loanFile
               stop run
           end-if.
           open input master.
           open extend transFile.
           if trans-fs not = '00' then
               open output transFile
           end-if.
           move 'N' to loan-eof.

       loan-loop.
           read loanFile next record
           at end move 'Y' to loan-eof.

           if loan-eof = 'Y' then
               close loanFile
               close loanSchedule
               close master
               close transFile
               go to loan-summary
           end-if.
           add 1 to loans-read-count.
           if loan-is-paid then
               go to loan-loop
           end-if.
           move 'Y' to account-usable.
           move loan-repay-account to account-number.
           read master
               invalid key
                   move 'N' to account-usable
           end-read.
           if account-usable = 'Y' and account-is-closed then
               move 'N' to account-usable
           end-if.
           move 0 to loan-funds-available.
           move 0 to ldt-selected.
           if account-usable = 'Y' then
               compute loan-funds-available =
                   account-available-balance + account-overdraft-limit
               perform match-debit-entry varying ldt-sub
                   from 1 by 1 until ldt-sub > ldt-count
               if ldt-selected not = 0 then
                   subtract ldt-amount(ldt-selected) from
                       loan-funds-available
               end-if
           end-if.
           move 'N' to loan-blocked.
           move 0 to loan-arrears-count.
           move 0 to loan-arrears-amount.
           move loan-number to sched-loan.
           move 0 to sched-inst.
           move 'N' to sched-eof.
           start loanSchedule key is greater than sched-key
               invalid key
                   move 'Y' to sched-eof
           end-start.

       schedule-loop.
           if sched-eof = 'N' then
               read loanSchedule next record
                   at end
                       move 'Y' to sched-eof
               end-read
           end-if.
           if sched-eof = 'Y' or sched-loan not = loan-number then
               go to loan-update
           end-if.
           if sched-is-paid then
               go to schedule-loop
           end-if.
           if sched-due-date > ws-date then
               go to loan-update
           end-if.
           if loan-blocked = 'N' and account-usable = 'Y' and
               sched-amount <= loan-funds-available then
               perform raise-instalment thru raise-instalment-exit
               go to schedule-loop
           end-if.
           move 'Y' to loan-blocked.
           if sched-is-due then
               move 'A' to sched-status
               rewrite schedule-info
               add 1 to new-arrears-count
               display '=> INSTALMENT IN ARREARS - LOAN ' loan-number
                   ' NO ' sched-inst ' ACCOUNT ' loan-repay-account
           end-if.
           add 1 to loan-arrears-count.
           add sched-amount to loan-arrears-amount.
           go to schedule-loop.

       loan-update.
           if loan-paid-count >= loan-term then
               move 'P' to loan-status
               add 1 to loans-paid-off-count
           else
               if loan-arrears-count > 0 then
                   move 'D' to loan-status
                   add 1 to loans-in-arrears-count
               else
                   move 'A' to loan-status
               end-if
           end-if.
           rewrite loan-info.
           go to loan-loop.

       raise-instalment.
           move loan-number to lref-loan.
           move sched-inst to lref-inst.
           move loan-repay-account to t-account-num1.
           move 'W' to operation1.
           move sched-principal to t-amount1.
           move post-timestamp to t-timestamp1.
           move ws-date to t-date1.
           move ws-time to t-time1.
           move 'LOAN' to t-channel1.
           move spaces to t-origin-id1.
           move loan-ref-build to t-reference1.
           write tranfer-record1.
           compute post-timestamp = post-timestamp + 1.
           if sched-interest > 0 then
               move sched-interest to t-amount1
               move post-timestamp to t-timestamp1
               move 'LOANINT' to t-channel1
               write tranfer-record1
               compute post-timestamp = post-timestamp + 1
           end-if.
           move 'P' to sched-status.
           move ws-date to sched-paid-date.
           rewrite schedule-info.
           subtract sched-amount from loan-funds-available.
           if sched-principal > loan-outstanding then
               move 0 to loan-outstanding
           else
               subtract sched-principal from loan-outstanding
           end-if.
           add 1 to loan-paid-count.
           add 1 to instalments-raised-count.
           add sched-amount to instalments-raised-total.
           if ldt-selected = 0 then
               if ldt-count < 200 then
                   add 1 to ldt-count
                   move ldt-count to ldt-selected
                   move loan-repay-account to ldt-account(ldt-count)
                   move 0 to ldt-amount(ldt-count)
               else
                   display '=> LOAN DEBIT TABLE FULL - ACCOUNT '
                       loan-repay-account ' NOT TRACKED'
                   go to raise-instalment-exit
               end-if
           end-if.
           add sched-amount to ldt-amount(ldt-selected).

       raise-instalment-exit.
           exit.

       match-debit-entry.
           if ldt-account(ldt-sub) = loan-repay-account then
               move ldt-sub to ldt-selected
           end-if.

       loan-summary.
           display '=> ' loans-read-count ' LOAN(S) READ'.
           display '=> ' instalments-raised-count
               ' INSTALMENT(S) RAISED FOR ' instalments-raised-total.
           display '=> ' new-arrears-count
               ' INSTALMENT(S) NEWLY IN ARREARS'.
           display '=> ' loans-in-arrears-count ' LOAN(S) IN ARREARS'.
           display '=> ' loans-paid-off-count ' LOAN(S) PAID OFF'.
           perform rc-complete thru rc-complete-exit.
           display '=> RUN CENTRAL SETTLEMENT TO APPLY TO MASTER'.
           stop run.

       rc-verify.
           open input runControl.
           if rc-fs not = '00' then
               display '=> RUN CONTROL NOT INITIALISED - RUN RUNCTL'
               stop run
           end-if.

       rc-verify-read.
           read runControl
               at end
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
           move rc-date to rct-date(rc-count).
           move rc-step-num to rct-step-num(rc-count).
           move rc-step-name to rct-step-name(rc-count).
           move rc-start-time to rct-start-time(rc-count).
           move rc-end-time to rct-end-time(rc-count).
           move rc-status to rct-status(rc-count).
           if rc-step-name = rc-own-name then
               move rc-count to rc-own-step
           end-if.
           go to rc-verify-read.

       rc-verify-check.
           if rc-own-step = 0 then
               display '=> STEP NOT ON RUN CONTROL - RUN RUNCTL'
               stop run
           end-if.
           if rct-status(rc-own-step) = 'OK  ' then
               display '=> STEP ALREADY COMPLETE FOR '
                   rct-date(rc-own-step)
               stop run
           end-if.
           if rct-status(rc-own-step) = 'RUN ' or
               rct-status(rc-own-step) = 'FAIL' then
               display '=> STEP FAILED OR IN PROGRESS - '
                   'RESET VIA RUNCTL'
               stop run
           end-if.
           if rc-own-step > 1 then
               if rct-status(rc-own-step - 1) not = 'OK  ' then
                   display '=> PREDECESSOR STEP NOT COMPLETE: '
                       rct-step-name(rc-own-step - 1)
                   stop run
               end-if
           end-if.
           accept rc-time-raw from time.
           move rc-time-raw(1:6) to rct-start-time(rc-own-step).
           move 'RUN ' to rct-status(rc-own-step).
           perform rc-rewrite thru rc-rewrite-exit.

       rc-verify-exit.
           exit.

       rc-complete.
           accept rc-time-raw from time.
           move rc-time-raw(1:6) to rct-end-time(rc-own-step).
           move 'OK  ' to rct-status(rc-own-step).
           perform rc-rewrite thru rc-rewrite-exit.

       rc-complete-exit.
           exit.

       rc-rewrite.
           open output runControl.
           perform rc-write-entry varying rc-sub
               from 1 by 1 until rc-sub > rc-count.
           close runControl.

       rc-rewrite-exit.
           exit.

       rc-write-entry.
           move rct-date(rc-sub) to rc-date.
           move rct-step-num(rc-sub) to rc-step-num.
           move rct-step-name(rc-sub) to rc-step-name.
           move rct-start-time(rc-sub) to rc-start-time.
           move rct-end-time(rc-sub) to rc-end-time.
           move rct-status(rc-sub) to rc-status.
           write run-control-record.
