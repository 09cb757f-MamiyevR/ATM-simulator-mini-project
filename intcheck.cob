       identification division.
       program-id. intcheck.
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
           select productFile assign to 'products.txt'
               organization is line sequential
               file status is prod-fs.
           select standingOrders assign to 'standingOrders.txt'
               organization is line sequential
               file status is so-fs.
           select holdFile assign to 'holds.txt'
               organization is line sequential
               file status is hold-fs.
           select atmCash assign to 'atmCash.txt'
               organization is line sequential
               file status is cash-fs.
           select atmRegistry assign to 'atmRegistry.txt'
               organization is line sequential
               file status is reg-fs.
           select integrityReport assign to 'integrityReport.txt'
               organization is line sequential.
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
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               05 customer-name    pic x(20).
               05 customer-address pic x(30).
           fd  productFile.
           01  product-record.
               05 prod-rec-code    pic x(2).
               05 prod-rec-desc    pic x(20).
               05 prod-rec-interest-rate pic 9v9(4).
               05 prod-rec-daily-limit pic 9(7).
               05 prod-rec-od-allowed pic x(1).
           fd  standingOrders.
           01  standing-order-record.
               05 so-source-account pic 9(16).
               05 so-target-account pic 9(16).
               05 so-amount         pic 9(7).
               05 so-run-day        pic 9(02).
           fd  holdFile.
           01  hold-record.
               05 hld-account-num  pic 9(16).
               05 hld-amount       pic 9(7).
               05 hld-release-date pic 9(8).
           fd  atmCash.
           01  atm-cash-record.
               05 ac-atm-id        pic x(3).
               05 ac-cash-on-hand  pic 9(9).
               05 ac-low-threshold pic 9(9).
               05 ac-dispensed-total pic 9(9).
               05 ac-cash-over     pic 9(9).
           fd  atmRegistry.
           01  registry-record.
               05 reg-rec-atm-id   pic x(3).
               05 reg-rec-atm-desc pic x(20).
               05 reg-rec-atm-file pic x(30).
           fd  integrityReport.
           01  int-print-line      pic x(100).
           fd  runControl.
           01  run-control-record.
               05 rc-date          pic 9(8).
               05 rc-step-num      pic 9(2).
               05 rc-step-name     pic x(10).
               05 rc-start-time    pic 9(6).
               05 rc-end-time      pic 9(6).
               05 rc-status        pic x(4).
       working-storage section.
       01  master-fs               pic x(02).
       01  cust-fs                 pic x(02).
       01  prod-fs                 pic x(02).
       01  so-fs                   pic x(02).
       01  hold-fs                 pic x(02).
       01  cash-fs                 pic x(02).
       01  reg-fs                  pic x(02).
       01  business-date           pic 9(8).
       01  master-eof              pic A value "N".
       01  so-eof                  pic A value "N".
       01  hold-eof                pic A value "N".
       01  cash-eof                pic A value "N".
       01  customers-available     pic A value "N".
       01  products-available      pic A value "N".
       01  account-found           pic A value "N".
       01  product-table.
           05 prod-entry occurs 10 times.
               10 prod-code        pic x(2).
       01  prod-count              pic 9(2) value 0.
       01  prod-sub                pic 9(2).
       01  prod-selected           pic 9(2) value 0.
       01  atm-registry-table.
           05 reg-entry occurs 10 times.
               10 reg-atm-id       pic x(3).
       01  reg-count               pic 9(2) value 0.
       01  reg-sub                 pic 9(2).
       01  atm-selected            pic 9(2) value 0.
       01  hold-table.
           05 ht-entry occurs 500 times.
               10 ht-account       pic 9(16).
               10 ht-amount        pic 9(11).
       01  ht-count                pic 9(3) value 0.
       01  ht-sub                  pic 9(3).
       01  ht-selected             pic 9(3) value 0.
       01  lookup-account          pic 9(16).
       01  pending-holds           pic 9(11).
       01  expected-available      pic s9(17)
           sign is leading separate character.
       01  accounts-checked-count  pic 9(7) value 0.
       01  orders-checked-count    pic 9(7) value 0.
       01  holds-checked-count     pic 9(7) value 0.
       01  cash-checked-count      pic 9(7) value 0.
       01  fatal-count             pic 9(7) value 0.
       01  error-count             pic 9(7) value 0.
       01  warning-count           pic 9(7) value 0.
       01  exc-severity            pic x(5).
           88 exc-is-fatal         value 'FATAL'.
           88 exc-is-error         value 'ERROR'.
           88 exc-is-warning       value 'WARN '.
       01  int-head-rule.
           05 filler               pic x(96) value all '='.
       01  int-head-title.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(40)
               value 'PRE-SETTLEMENT INTEGRITY CHECK'.
       01  int-head-date.
           05 filler               pic x(16) value 'BUSINESS DATE: '.
           05 int-head-date-value  pic 9(8).
       01  int-head-columns.
           05 filler               pic x(7) value 'SEV'.
           05 filler               pic x(10) value 'FILE'.
           05 filler               pic x(18) value 'KEY'.
           05 filler               pic x(42) value 'EXCEPTION'.
           05 filler               pic x(17) value '           VALUE'.
       01  int-detail-line.
           05 int-det-severity     pic x(5).
           05 filler               pic x(2) value spaces.
           05 int-det-file         pic x(8).
           05 filler               pic x(2) value spaces.
           05 int-det-key          pic x(16).
           05 filler               pic x(2) value spaces.
           05 int-det-text         pic x(40).
           05 filler               pic x(2) value spaces.
           05 int-det-value        pic s9(16)
               sign is leading separate character.
       01  int-count-line.
           05 int-count-label      pic x(30).
           05 int-count-value      pic zzzzzz9.
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
       01  rc-own-name             pic x(10) value 'INTCHECK'.
       01  rc-time-raw             pic 9(8).
       procedure division.
       intcheck-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Pre-Settlement Integrity Check       ##'.
           display '##############################################'.
           perform rc-verify thru rc-verify-exit.
           move rct-date(rc-own-step) to business-date.
           open output integrityReport.
           write int-print-line from int-head-rule.
           write int-print-line from int-head-title.
           move business-date to int-head-date-value.
           write int-print-line from int-head-date.
           write int-print-line from int-head-rule.
           write int-print-line from int-head-columns.
           open input master.
           if master-fs not = '00' then
               move 'FATAL' to exc-severity
               move 'MASTER' to int-det-file
               move spaces to int-det-key
               move 'MASTER FILE NOT AVAILABLE' to int-det-text
               move 0 to int-det-value
               perform write-exception
               go to intcheck-summary
           end-if.
           open input customerFile.
           if cust-fs = '00' then
               move 'Y' to customers-available
           else
               move 'WARN ' to exc-severity
               move 'CUSTOMER' to int-det-file
               move spaces to int-det-key
               move 'CUSTOMER FILE NOT AVAILABLE - NOT CHECKED'
                   to int-det-text
               move 0 to int-det-value
               perform write-exception
           end-if.
           perform load-products thru load-products-exit.
           perform load-registry thru load-registry-exit.
           perform check-holds thru check-holds-exit.
           perform check-accounts thru check-accounts-exit.
           perform check-standing thru check-standing-exit.
           perform check-cash thru check-cash-exit.
           close master.
           if customers-available = 'Y' then
               close customerFile
           end-if.

       intcheck-summary.
           write int-print-line from int-head-rule.
           move 'ACCOUNTS CHECKED' to int-count-label.
           move accounts-checked-count to int-count-value.
           write int-print-line from int-count-line.
           move 'HOLDS CHECKED' to int-count-label.
           move holds-checked-count to int-count-value.
           write int-print-line from int-count-line.
           move 'STANDING ORDERS CHECKED' to int-count-label.
           move orders-checked-count to int-count-value.
           write int-print-line from int-count-line.
           move 'ATM CASH ENTRIES CHECKED' to int-count-label.
           move cash-checked-count to int-count-value.
           write int-print-line from int-count-line.
           move 'FATAL EXCEPTIONS' to int-count-label.
           move fatal-count to int-count-value.
           write int-print-line from int-count-line.
           move 'ERRORS' to int-count-label.
           move error-count to int-count-value.
           write int-print-line from int-count-line.
           move 'WARNINGS' to int-count-label.
           move warning-count to int-count-value.
           write int-print-line from int-count-line.
           write int-print-line from int-head-rule.
           close integrityReport.
           display '=> FATAL ...... ' fatal-count.
           display '=> ERROR ...... ' error-count.
           display '=> WARNING .... ' warning-count.
           if fatal-count > 0 then
               display '=> FATAL INTEGRITY EXCEPTIONS - SEE '
                   'INTEGRITYREPORT.TXT'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           perform rc-complete thru rc-complete-exit.
           stop run.

       load-products.
           open input productFile.
           if prod-fs not = '00' then
               move 'ERROR' to exc-severity
               move 'PRODUCTS' to int-det-file
               move spaces to int-det-key
               move 'PRODUCT FILE NOT AVAILABLE - NOT CHECKED'
                   to int-det-text
               move 0 to int-det-value
               perform write-exception
               go to load-products-exit
           end-if.
           move 'Y' to products-available.

       load-products-read.
           read productFile
               at end
                   close productFile
                   go to load-products-exit
           end-read.
           if prod-count >= 10 then
               display '=> PRODUCT FILE FULL - ENTRY IGNORED'
               go to load-products-read
           end-if.
           add 1 to prod-count.
           move prod-rec-code to prod-code(prod-count).
           go to load-products-read.

       load-products-exit.
           exit.

       load-registry.
           open input atmRegistry.
           if reg-fs not = '00' then
               move 'FATAL' to exc-severity
               move 'REGISTRY' to int-det-file
               move spaces to int-det-key
               move 'ATM REGISTRY NOT AVAILABLE' to int-det-text
               move 0 to int-det-value
               perform write-exception
               go to load-registry-exit
           end-if.

       load-registry-read.
           read atmRegistry
               at end
                   close atmRegistry
                   go to load-registry-exit
           end-read.
           if reg-count >= 10 then
               display '=> ATM REGISTRY FULL - ENTRY IGNORED'
               go to load-registry-read
           end-if.
           add 1 to reg-count.
           move reg-rec-atm-id to reg-atm-id(reg-count).
           go to load-registry-read.

       load-registry-exit.
           exit.

       check-holds.
           open input holdFile.
           if hold-fs not = '00' then
               go to check-holds-exit
           end-if.

       check-holds-read.
           read holdFile
           at end move 'Y' to hold-eof.

           if hold-eof = 'Y' then
               close holdFile
               go to check-holds-exit
           end-if.
           add 1 to holds-checked-count.
           move hld-account-num to lookup-account.
           move 0 to ht-selected.
           perform match-hold-entry varying ht-sub
               from 1 by 1 until ht-sub > ht-count.
           if ht-selected = 0 then
               if ht-count < 500 then
                   add 1 to ht-count
                   move ht-count to ht-selected
                   move hld-account-num to ht-account(ht-count)
                   move 0 to ht-amount(ht-count)
               else
                   display '=> HOLD TABLE FULL - ACCOUNT '
                       hld-account-num ' NOT TOTALLED'
               end-if
           end-if.
           if ht-selected not = 0 then
               add hld-amount to ht-amount(ht-selected)
           end-if.
           move 'Y' to account-found.
           move hld-account-num to account-number.
           read master
               invalid key
                   move 'N' to account-found
           end-read.
           move 'HOLDS' to int-det-file.
           move hld-account-num to int-det-key.
           move hld-amount to int-det-value.
           if account-found = 'N' then
               move 'ERROR' to exc-severity
               move 'HOLD FOR ACCOUNT NOT ON MASTER' to int-det-text
               perform write-exception
               go to check-holds-read
           end-if.
           if account-is-closed then
               move 'WARN ' to exc-severity
               move 'HOLD ON CLOSED ACCOUNT' to int-det-text
               perform write-exception
           end-if.
           go to check-holds-read.

       check-holds-exit.
           exit.

       check-accounts.
           move 0 to account-number.
           start master key is not less than account-number
               invalid key
                   go to check-accounts-exit
           end-start.

       check-accounts-read.
           read master next record
           at end move 'Y' to master-eof.

           if master-eof = 'Y' then
               go to check-accounts-exit
           end-if.
           if account-is-closed then
               go to check-accounts-read
           end-if.
           add 1 to accounts-checked-count.
           move 'MASTER' to int-det-file.
           move account-number to int-det-key.
           if account-customer-number not = 0 and
               customers-available = 'Y' then
               move account-customer-number to customer-number
               read customerFile
                   invalid key
                       move 'WARN ' to exc-severity
                       move 'CUSTOMER NUMBER NOT ON CUSTOMER FILE'
                           to int-det-text
                       move account-customer-number to int-det-value
                       perform write-exception
               end-read
           end-if.
           if products-available = 'Y' then
               move 0 to prod-selected
               perform match-product-option varying prod-sub
                   from 1 by 1 until prod-sub > prod-count
               if account-product-code = spaces then
                   move 'WARN ' to exc-severity
                   move 'NO PRODUCT CODE' to int-det-text
                   move 0 to int-det-value
                   perform write-exception
               else
                   if prod-selected = 0 then
                       move 'ERROR' to exc-severity
                       move spaces to int-det-text
                       string 'PRODUCT CODE NOT ON PRODUCT FILE: '
                           delimited by size
                           account-product-code delimited by size
                           into int-det-text
                       move 0 to int-det-value
                       perform write-exception
                   end-if
               end-if
           end-if.
           move account-number to lookup-account.
           move 0 to ht-selected.
           perform match-hold-entry varying ht-sub
               from 1 by 1 until ht-sub > ht-count.
           move 0 to pending-holds.
           if ht-selected not = 0 then
               move ht-amount(ht-selected) to pending-holds
           end-if.
           compute expected-available =
               account-balance - pending-holds.
           if account-available-balance > expected-available then
               move 'FATAL' to exc-severity
               move 'AVAILABLE EXCEEDS BALANCE LESS HOLDS'
                   to int-det-text
               move account-available-balance to int-det-value
               perform write-exception
           end-if.
           if account-available-balance < expected-available then
               move 'WARN ' to exc-severity
               move 'AVAILABLE BELOW BALANCE LESS HOLDS'
                   to int-det-text
               move account-available-balance to int-det-value
               perform write-exception
           end-if.
           go to check-accounts-read.

       check-accounts-exit.
           exit.

       check-standing.
           open input standingOrders.
           if so-fs not = '00' then
               go to check-standing-exit
           end-if.

       check-standing-read.
           read standingOrders
           at end move 'Y' to so-eof.

           if so-eof = 'Y' then
               close standingOrders
               go to check-standing-exit
           end-if.
           add 1 to orders-checked-count.
           move 'STANDING' to int-det-file.
           move so-amount to int-det-value.
           move so-source-account to int-det-key.
           move so-source-account to account-number.
           move 'Y' to account-found.
           read master
               invalid key
                   move 'N' to account-found
           end-read.
           if account-found = 'N' then
               move 'ERROR' to exc-severity
               move 'SOURCE ACCOUNT NOT ON MASTER' to int-det-text
               perform write-exception
           else
               if account-is-closed then
                   move 'WARN ' to exc-severity
                   move 'SOURCE ACCOUNT CLOSED' to int-det-text
                   perform write-exception
               end-if
           end-if.
           move so-target-account to int-det-key.
           move so-target-account to account-number.
           move 'Y' to account-found.
           read master
               invalid key
                   move 'N' to account-found
           end-read.
           if account-found = 'N' then
               move 'ERROR' to exc-severity
               move 'TARGET ACCOUNT NOT ON MASTER' to int-det-text
               perform write-exception
           else
               if account-is-closed then
                   move 'WARN ' to exc-severity
                   move 'TARGET ACCOUNT CLOSED' to int-det-text
                   perform write-exception
               end-if
           end-if.
           go to check-standing-read.

       check-standing-exit.
           exit.

       check-cash.
           open input atmCash.
           if cash-fs not = '00' then
               go to check-cash-exit
           end-if.

       check-cash-read.
           read atmCash
           at end move 'Y' to cash-eof.

           if cash-eof = 'Y' then
               close atmCash
               go to check-cash-exit
           end-if.
           add 1 to cash-checked-count.
           move 0 to atm-selected.
           perform match-atm-option varying reg-sub
               from 1 by 1 until reg-sub > reg-count.
           if atm-selected = 0 then
               move 'ERROR' to exc-severity
               move 'ATMCASH' to int-det-file
               move ac-atm-id to int-det-key
               move 'ATM CASH ID NOT IN ATM REGISTRY'
                   to int-det-text
               move ac-cash-on-hand to int-det-value
               perform write-exception
           end-if.
           go to check-cash-read.

       check-cash-exit.
           exit.

       write-exception.
           if exc-is-fatal then
               add 1 to fatal-count
           end-if.
           if exc-is-error then
               add 1 to error-count
           end-if.
           if exc-is-warning then
               add 1 to warning-count
           end-if.
           move exc-severity to int-det-severity.
           write int-print-line from int-detail-line.

       match-hold-entry.
           if ht-account(ht-sub) = lookup-account then
               move ht-sub to ht-selected
           end-if.

       match-product-option.
           if account-product-code = prod-code(prod-sub) then
               move prod-sub to prod-selected
           end-if.

       match-atm-option.
           if reg-atm-id(reg-sub) = ac-atm-id then
               move reg-sub to atm-selected
           end-if.

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

       rc-fail.
           accept rc-time-raw from time.
           move rc-time-raw(1:6) to rct-end-time(rc-own-step).
           move 'FAIL' to rct-status(rc-own-step).
           perform rc-rewrite thru rc-rewrite-exit.

       rc-fail-exit.
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
