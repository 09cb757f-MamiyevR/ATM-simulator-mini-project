       identification division.
       program-id. loanmaint.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select master assign to 'master.txt'
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is master-fs.
           select customerFile assign to 'customer.txt'
               organization is indexed
               access mode is dynamic
               record key is customer-number
               file status is cust-fs.
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
           select tellers assign to 'tellers.txt'
               organization is line sequential
               file status is teller-fs.
           select atmRegistry assign to 'atmRegistry.txt'
               organization is line sequential
               file status is reg-fs.
           select transFile assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-fs.
           select auditLog assign to 'auditLog.txt'
               organization is line sequential
               file status is audit-fs.
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
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               05 customer-name    pic x(20).
               05 customer-address pic x(30).
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
           fd  tellers.
           01  teller-record.
               05 teller-id        pic 9(4).
               05 teller-name      pic x(20).
               05 teller-password  pic 9(6).
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
           fd  auditLog.
           01  audit-record.
               05 aud-date         pic 9(8).
               05 aud-teller-id    pic 9(4).
               05 aud-action       pic x(10).
               05 aud-account      pic 9(16).
               05 aud-before       pic x(20).
               05 aud-after        pic x(20).
       working-storage section.
       01  menu-choice             pic x(10).
           88 book-loan-option     value "1".
           88 enquiry-option       value "2".
           88 exit-option          value "3".
       01  master-fs               pic x(02).
       01  cust-fs                 pic x(02).
       01  loan-fs                 pic x(02).
       01  sched-fs                pic x(02).
       01  teller-fs               pic x(02).
       01  reg-fs                  pic x(02).
       01  trans-fs                pic x(02).
       01  audit-fs                pic x(02).
       01  trans-file-name         pic x(30).
       01  ws-teller-record.
           05 ws-teller-id         pic 9(4).
           05 ws-teller-name       pic x(20).
           05 ws-teller-password   pic 9(6).
       01  teller-id-input         pic x(10).
       01  teller-password-input   pic x(10).
       01  signon-attempts         pic 9(01) value 0.
       01  max-signon-attempts     pic 9(01) value 3.
       01  signed-on-teller        pic 9(4).
       01  target-customer-number  pic 9(8).
       01  target-account-number   pic 9(16).
       01  target-loan-number      pic 9(8).
       01  principal-input         pic s9(5)v9(3).
       01  rate-input              pic 9v9(4).
       01  term-input              pic 9(3).
       01  record-amount           pic s9(7).
       01  monthly-rate            pic 9v9(8).
       01  growth-factor           pic 9(5)v9(8).
       01  instalment-amount       pic 9(7).
       01  sched-sub               pic 9(3).
       01  sched-balance           pic 9(9).
       01  sched-interest-work     pic 9(7).
       01  due-month-count         pic 9(7).
       01  due-day                 pic 9(2).
       01  due-date-build.
           05 due-year             pic 9(4).
           05 due-month            pic 9(2).
           05 due-dd               pic 9(2).
       01  due-date redefines due-date-build pic 9(8).
       01  loan-ref-build.
           05 lref-prefix          pic x(2) value 'LN'.
           05 lref-loan            pic 9(8).
           05 lref-inst            pic 9(3).
       01  sched-eof               pic A value "N".
       01  ws-date                 pic 9(8).
       01  ws-time-raw             pic 9(8).
       01  ws-time                 pic 9(6).
       01  post-timestamp          pic 9(5) value zeroes.
       01  aud-amount-text         pic +9(16).
       01  cont                    pic x(10).
           88 isContinue           value "Y", "y".
           88 notContinue          value "N", "n".
       procedure division.
       welcome-display.
           display '##############################################'.
           display '##         Gringotts Wizarding Bank         ##'.
           display '##            Loan Maintenance              ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.

       teller-signon.
           if signon-attempts >= max-signon-attempts then
               display '=> SIGN-ON ATTEMPTS EXCEEDED'
               stop run
           end-if.
           display '=> TELLER ID'.
           accept teller-id-input.
           display '=> TELLER PASSWORD'.
           accept teller-password-input.
           open input tellers.
           if teller-fs not = '00' then
               display '=> TELLER FILE NOT AVAILABLE'
               stop run
           end-if.

       teller-lookup.
           read tellers into ws-teller-record
               at end
                   close tellers
                   add 1 to signon-attempts
                   display '=> INCORRECT TELLER ID/PASSWORD'
                   go to teller-signon
           end-read.
           if ws-teller-id not = teller-id-input then
               go to teller-lookup
           end-if.
           if ws-teller-password not = teller-password-input then
               go to teller-lookup
           end-if.
           close tellers.
           move ws-teller-id to signed-on-teller.
           display '=> SIGNED ON: ' ws-teller-name.
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
           open extend auditLog.
           if audit-fs not = '00' then
               open output auditLog
           end-if.

       menu-selection.
           display '=> PLEASE CHOOSE AN OPTION'.
           display '=> PRESS 1 TO BOOK A NEW LOAN'.
           display '=> PRESS 2 FOR LOAN ENQUIRY'.
           display '=> PRESS 3 TO EXIT'.
           accept menu-choice.
           if book-loan-option then
               go to book-loan
           end-if.
           if enquiry-option then
               go to loan-enquiry
           end-if.
           if exit-option then
               close auditLog
               stop run
           end-if.
           if not book-loan-option and not enquiry-option
               and not exit-option then
               display '=> INVALID INPUT'
               go to menu-selection
           end-if.

       book-loan.
           display '=> CUSTOMER NUMBER'.
           accept target-customer-number.
           open input customerFile.
           if cust-fs not = '00' then
               display '=> CUSTOMER FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-customer-number to customer-number.
           read customerFile
               invalid key
                   display '=> CUSTOMER NOT FOUND'
                   close customerFile
                   go to continue-menu
           end-read.
           close customerFile.
           display '=> CUSTOMER: ' customer-name.
           display '=> REPAYMENT ACCOUNT NUMBER'.
           accept target-account-number.
           open input master.
           move target-account-number to account-number.
           read master
               invalid key
                   display '=> ACCOUNT NOT FOUND'
                   close master
                   go to continue-menu
           end-read.
           close master.
           if account-is-closed then
               display '=> ACCOUNT CLOSED'
               go to continue-menu
           end-if.
           if account-customer-number not = target-customer-number
               then
               display '=> ACCOUNT NOT HELD BY THIS CUSTOMER'
               go to continue-menu
           end-if.
           display '=> NEW LOAN NUMBER'.
           accept target-loan-number.
           if target-loan-number = 0 then
               display '=> INVALID INPUT'
               go to continue-menu
           end-if.

       get-principal.
           display '=> PRINCIPAL AMOUNT'.
           accept principal-input.
           if principal-input <= 0 then
               display '=> INVALID INPUT'
               go to get-principal
           end-if.
           compute record-amount = principal-input * 100.

       get-rate.
           display '=> ANNUAL INTEREST RATE (E.G. 0.0850)'.
           accept rate-input.

       get-term.
           display '=> TERM IN MONTHS'.
           accept term-input.
           if term-input = 0 or term-input > 360 then
               display '=> INVALID INPUT'
               go to get-term
           end-if.
           compute monthly-rate rounded = rate-input / 12.
           if monthly-rate = 0 then
               compute instalment-amount rounded =
                   record-amount / term-input
           else
               compute growth-factor rounded =
                   (1 + monthly-rate) ** term-input
               compute instalment-amount rounded =
                   record-amount * monthly-rate * growth-factor /
                   (growth-factor - 1)
           end-if.
           display '=> MONTHLY INSTALMENT: ' instalment-amount.
           display '=> CONFIRM LOAN? Y/N'.
           accept cont.
           if not isContinue then
               display '=> LOAN NOT BOOKED'
               go to continue-menu
           end-if.
           move target-loan-number to loan-number.
           move target-customer-number to loan-customer.
           move target-account-number to loan-repay-account.
           move record-amount to loan-principal.
           move rate-input to loan-rate.
           move term-input to loan-term.
           move instalment-amount to loan-instalment.
           move ws-date to loan-start-date.
           move record-amount to loan-outstanding.
           move 0 to loan-paid-count.
           move 0 to loan-arrears-count.
           move 0 to loan-arrears-amount.
           move 'A' to loan-status.
           open i-o loanFile.
           if loan-fs = '35' then
               open output loanFile
           end-if.
           write loan-info
               invalid key
                   display '=> LOAN NUMBER ALREADY EXISTS'
                   close loanFile
                   go to continue-menu
           end-write.
           close loanFile.
           open i-o loanSchedule.
           if sched-fs = '35' then
               open output loanSchedule
           end-if.
           move record-amount to sched-balance.
           move ws-date(7:2) to due-day.
           if due-day > 28 then
               move 28 to due-day
           end-if.
           perform build-schedule-entry varying sched-sub
               from 1 by 1 until sched-sub > term-input.
           close loanSchedule.
           perform post-disbursement.
           move 'LOANBOOK' to aud-action.
           move target-account-number to aud-account.
           move target-loan-number to aud-before.
           move record-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '=> LOAN BOOKED - FUNDS SETTLE NEXT CENTRAL RUN'.
           go to continue-menu.

       build-schedule-entry.
           compute sched-interest-work rounded =
               sched-balance * monthly-rate.
           move target-loan-number to sched-loan.
           move sched-sub to sched-inst.
           move ws-date to due-date.
           compute due-month-count = due-year * 12 +
               due-month - 1 + sched-sub.
           divide due-month-count by 12 giving due-year
               remainder due-month.
           add 1 to due-month.
           move due-day to due-dd.
           move due-date to sched-due-date.
           move sched-interest-work to sched-interest.
           if sched-sub = term-input or
               instalment-amount - sched-interest-work > sched-balance
               then
               move sched-balance to sched-principal
           else
               compute sched-principal = instalment-amount -
                   sched-interest-work
           end-if.
           compute sched-amount = sched-principal + sched-interest.
           subtract sched-principal from sched-balance.
           move 'S' to sched-status.
           move 0 to sched-paid-date.
           write schedule-info
               invalid key
                   rewrite schedule-info
           end-write.

       post-disbursement.
           open extend transFile.
           if trans-fs not = '00' then
               open output transFile
           end-if.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           move target-loan-number to lref-loan.
           move 0 to lref-inst.
           move target-account-number to t-account-num1.
           move 'D' to operation1.
           move record-amount to t-amount1.
           move post-timestamp to t-timestamp1.
           move ws-date to t-date1.
           move ws-time to t-time1.
           move 'LOAN' to t-channel1.
           move spaces to t-origin-id1.
           move loan-ref-build to t-reference1.
           write tranfer-record1.
           compute post-timestamp = post-timestamp + 1.
           close transFile.

       loan-enquiry.
           display '=> LOAN NUMBER'.
           accept target-loan-number.
           open input loanFile.
           if loan-fs not = '00' then
               display '=> LOAN FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-loan-number to loan-number.
           read loanFile
               invalid key
                   display '=> LOAN NOT FOUND'
                   close loanFile
                   go to continue-menu
           end-read.
           close loanFile.
           display '=> CUSTOMER: ' loan-customer
               ' ACCOUNT: ' loan-repay-account.
           display '=> PRINCIPAL: ' loan-principal
               ' RATE: ' loan-rate ' TERM: ' loan-term.
           display '=> INSTALMENT: ' loan-instalment
               ' OUTSTANDING: ' loan-outstanding
               ' STATUS: ' loan-status.
           display '=> PAID: ' loan-paid-count
               ' IN ARREARS: ' loan-arrears-count
               ' ARREARS AMOUNT: ' loan-arrears-amount.
           open input loanSchedule.
           if sched-fs not = '00' then
               go to continue-menu
           end-if.
           move target-loan-number to sched-loan.
           move 0 to sched-inst.
           move 'N' to sched-eof.
           start loanSchedule key is greater than sched-key
               invalid key
                   move 'Y' to sched-eof
           end-start.

       enquiry-schedule-line.
           if sched-eof = 'N' then
               read loanSchedule next record
                   at end
                       move 'Y' to sched-eof
               end-read
           end-if.
           if sched-eof = 'Y' or sched-loan not = target-loan-number
               then
               close loanSchedule
               go to continue-menu
           end-if.
           display '=>   ' sched-inst ' DUE: ' sched-due-date
               ' AMOUNT: ' sched-amount
               ' STATUS: ' sched-status.
           go to enquiry-schedule-line.

       write-audit.
           move ws-date to aud-date.
           move signed-on-teller to aud-teller-id.
           write audit-record.

       continue-menu.
           display '=> ANOTHER OPERATION?'.
           display '=> N FOR NO'.
           display '=> Y FOR YES'.
           accept cont.
           if not isContinue and not notContinue then
               display '=> INVALID INPUT'
               go to continue-menu
           end-if.
           if isContinue then
               go to menu-selection
           end-if.
           if notContinue then
               close auditLog
               stop run
           end-if.
