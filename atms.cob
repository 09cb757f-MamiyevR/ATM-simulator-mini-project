           select atmCash assign to 'atmCash.txt'
               organization is line sequential
               file status is cash-fs.
           select cardFile assign to 'cards.txt'
               organization is indexed
               access mode is dynamic
               record key is card-number
               file status is card-fs.
           select atmJournal assign to dynamic journal-file-name
               organization is line sequential
               file status is jrnl-fs.
           select payRequests assign to 'payRequests.txt'
               organization is line sequential
               file status is pay-fs.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
       data division.
           file section.
           fd  master.
               05 t-timestamp      pic 9(5).
               05 t-date           pic 9(8).
               05 t-time           pic 9(6).
               05 t-channel        pic x(8).
               05 t-origin-id      pic x(3).
               05 t-reference      pic x(20).
           fd  productFile.
           01  product-record.
               05 prod-rec-code    pic x(2).
               05 ac-cash-on-hand  pic 9(9).
               05 ac-low-threshold pic 9(9).
               05 ac-dispensed-total pic 9(9).
               05 ac-cash-over     pic 9(9).
           fd  cardFile.
           01  card-info.
               05 card-number      pic 9(16).
               05 card-account     pic 9(16).
               05 card-customer    pic 9(08).
               05 card-pin         pic 9(6).
               05 card-expiry      pic 9(6).
               05 card-status      pic x(01).
               05 card-issue-date  pic 9(8).
               05 card-replaced-by pic 9(16).
               05 card-fail-count  pic 9(01).
           fd  atmJournal.
           01  journal-record.
               05 ej-atm-id        pic x(3).
               05 ej-account       pic 9(16).
               05 ej-date          pic 9(8).
               05 ej-time          pic 9(6).
               05 ej-service       pic x(10).
               05 ej-amount        pic 9(7).
               05 ej-reason        pic 9(2).
               05 ej-result        pic x(8).
               05 ej-card          pic 9(16).
           fd  payRequests.
           01  pay-request-record.
               05 pr-account       pic 9(16).
               05 pr-bank-code     pic 9(6).
               05 pr-ext-account   pic x(20).
               05 pr-amount        pic 9(7).
               05 pr-date          pic 9(8).
               05 pr-time          pic 9(6).
               05 pr-origin-id     pic x(3).
               05 pr-reference     pic x(20).
           fd  alertEvents.
           01  alert-event-record.
               05 ae-date          pic 9(8).
               05 ae-time          pic 9(6).
               05 ae-type          pic x(4).
               05 ae-account       pic 9(16).
               05 ae-amount        pic s9(16)
                   sign is leading separate character.
               05 ae-source        pic x(8).
       working-storage section.
       01  start-time              pic 9(5) value zeroes.
       01  ws-date                 pic 9(8).
       01  reg-fs                  pic x(02).
       01  trans-file-name         pic x(30).
       01  trans-fs                pic x(02).
       01  alert-fs                pic x(02).
       01  master-fs                pic x(02).
       01  ws-account-info.
           05 ws-account-name      pic x(20).
           05 ws-t-account-customer-number pic 9(08).
           05 ws-t-account-available-balance pic s9(16)
               sign is leading separate character.
       01  cardNum                 pic x(50).
       01  card-fs                 pic x(02).
       01  ws-card-info.
           05 ws-card-number       pic 9(16).
           05 ws-card-account      pic 9(16).
           05 ws-card-customer     pic 9(08).
           05 ws-card-pin          pic 9(6).
           05 ws-card-expiry       pic 9(6).
           05 ws-card-status       pic x(01).
               88 ws-card-is-active       value "A".
               88 ws-card-is-hot          value "H".
               88 ws-card-is-expired      value "E".
               88 ws-card-is-replaced     value "R".
           05 ws-card-issue-date   pic 9(8).
           05 ws-card-replaced-by  pic 9(16).
           05 ws-card-fail-count   pic 9(01).
       01  passwordNum             pic x(50).
       01  serviceSelect           pic x(10).
           88 deposit-option       value "D", "d".
           88 withdrawal-option    value "W", "w".
           88 transfer-option      value "T", "t".
           88 external-option      value "E", "e".
           88 statement-option     value "S", "s".
       01  tempService             pic A.
       01  deposit                 pic s9(5)v9(3).
       01  withdrawal              pic s9(5)v9(3).
       01  transferAccount         pic x(50).
       01  transferAmount          pic s9(5)v9(3).
       01  ext-bank-code           pic 9(6).
       01  ext-account             pic x(20).
       01  own-bank-code           pic 9(6) value 700100.
       01  pay-fs                  pic x(02).
       01  record-amount           pic s9(7).
       01  eof                     pic A value "N".
       01  stmt-table.
           05 stmt-entry occurs 100 times.
               10 stmt-operation   pic A.
               10 stmt-amount      pic 9(7).
               10 stmt-channel     pic x(8).
               10 stmt-sort-key.
                   15 stmt-date    pic 9(8).
                   15 stmt-time    pic 9(6).
       01  stmt-swap-entry.
           05 swap-operation       pic A.
           05 swap-amount          pic 9(7).
           05 swap-channel         pic x(8).
           05 swap-sort-key.
               10 swap-date        pic 9(8).
               10 swap-time        pic 9(6).
               10 cash-on-hand     pic 9(9).
               10 cash-low-threshold pic 9(9).
               10 cash-dispensed-total pic 9(9).
               10 cash-over        pic 9(9).
       01  cash-count              pic 9(2) value 0.
       01  cash-sub                pic 9(2).
       01  cash-selected           pic 9(2) value 0.
       01  journal-file-name       pic x(30).
       01  jrnl-fs                 pic x(02).
       01  jrnl-account            pic 9(16).
       01  jrnl-card               pic 9(16).
       01  jrnl-service            pic x(10).
       01  jrnl-amount             pic 9(7).
       01  jrnl-reason             pic 9(2).
           88 jrnl-approved        value 00.
           88 jrnl-no-account      value 01.
           88 jrnl-bad-pin         value 02.
           88 jrnl-closed          value 03.
           88 jrnl-locked          value 04.
           88 jrnl-review-hold     value 05.
           88 jrnl-dormant         value 06.
           88 jrnl-negative        value 07.
           88 jrnl-pin-lockout     value 08.
           88 jrnl-insufficient    value 10.
           88 jrnl-daily-limit     value 11.
           88 jrnl-no-cash         value 12.
           88 jrnl-no-target       value 13.
           88 jrnl-target-closed   value 14.
           88 jrnl-invalid-amount  value 15.
           88 jrnl-self-transfer   value 16.
           88 jrnl-bad-bank        value 17.
           88 jrnl-no-card         value 20.
           88 jrnl-hot-card        value 21.
           88 jrnl-expired-card    value 22.
           88 jrnl-replaced-card   value 23.
       01  trans-ref-build.
           05 tref-prefix          pic x(3).
           05 tref-date            pic 9(8).
           05 tref-time            pic 9(6).
           05 tref-seq             pic 9(3).
       procedure division.
       welcome-display.
           display '##############################################'.
           move ac-low-threshold to cash-low-threshold(cash-count).
           move ac-dispensed-total to
               cash-dispensed-total(cash-count).
           move ac-cash-over to cash-over(cash-count).
           go to load-cash-read.

       load-cash-done.
               go to atm-selection
           end-if.
           move reg-atm-file(atm-selected) to trans-file-name.
           move spaces to journal-file-name.
           string 'atmJournal' delimited by size
               reg-atm-id(atm-selected) delimited by space
               '.txt' delimited by size
               into journal-file-name.

       account-selection.
           display '=> CARD NUMBER'.
           accept cardNum.
           display '=> PIN'.
           accept passwordNum.
           accept ws-date from date yyyymmdd.
           move cardNum to card-number.
           move card-number to jrnl-card.
           move 0 to jrnl-account.
           move 'LOGIN' to jrnl-service.
           move 0 to jrnl-amount.
           open input cardFile.
           if card-fs not = '00' then
               display '=> CARD SERVICE NOT AVAILABLE'
               go to continue-option
           end-if.
           read cardFile into ws-card-info
               invalid key
                   close cardFile
                   display '=> CARD NOT RECOGNISED'
                   set jrnl-no-card to true
                   perform write-journal thru write-journal-exit
                   go to account-selection
           end-read.
           close cardFile.
           move ws-card-account to jrnl-account.
           if ws-card-is-hot then
               display '=> CARD REPORTED LOST OR STOLEN - CARD RETAINED'
               set jrnl-hot-card to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.
           if ws-card-is-replaced then
               display '=> CARD REPLACED - USE YOUR NEW CARD'
               set jrnl-replaced-card to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.
           if ws-card-is-expired or
               ws-card-expiry < ws-date(1:6) then
               display '=> CARD EXPIRED - SEE A TELLER'
               set jrnl-expired-card to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.
           open i-o master.
           move ws-card-account to account-number.
           move 'N' to eof.

       account-check.
               invalid key move 'Y' to eof
           end-read.

           move account-number to jrnl-account.
           move 'LOGIN' to jrnl-service.
           move 0 to jrnl-amount.
           if eof = 'Y' then
               display "=> INCORRECT ACCOUNT/PASSWORD"
               close master
               set jrnl-no-account to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.

           if account-is-closed then
               display "=> ACCOUNT CLOSED"
               close master
               set jrnl-closed to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.

           if account-is-locked then
               display "=> ACCOUNT LOCKED - SEE A TELLER"
               close master
               set jrnl-locked to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.

           if account-on-review-hold then
               display "=> ACCOUNT UNDER REVIEW - CONTACT THE BANK"
               close master
               set jrnl-review-hold to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.

           if account-is-dormant then
               display "=> ACCOUNT DORMANT - SEE A TELLER"
               close master
               set jrnl-dormant to true
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.

           move account-info to ws-account-info.
           close master.
           if ws-card-pin not = passwordNum then
               perform card-pin-failed thru card-pin-failed-exit
               display "=> INCORRECT ACCOUNT/PASSWORD"
               if ws-card-is-hot then
                   display '=> CARD BLOCKED - SEE A TELLER'
                   perform write-alert-event thru
                       write-alert-event-exit
               end-if
               perform write-journal thru write-journal-exit
               go to account-selection
           end-if.
           if ws-card-fail-count not = 0 then
               perform card-pin-reset thru card-pin-reset-exit
           end-if.

       balance-check.
           move 'N' to eof.
           move default-withdrawal-limit to daily-withdrawal-limit.
           move 0 to prod-selected.
           if ws-account-available-balance +
               ws-account-overdraft-limit < 0 then
               display '=> NEGATIVE REMAINS TRANSACTION ABORT'
               set jrnl-negative to true
               perform write-journal thru write-journal-exit
               go to atm-selection
           end-if.
           set jrnl-approved to true.
           perform write-journal thru write-journal-exit.
           go to service-selection.

       card-pin-failed.
           move 'FAILED' to fl-status.
           set jrnl-bad-pin to true.
           open i-o cardFile.
           if card-fs not = '00' then
               go to card-pin-failed-exit
           end-if.
           move ws-card-number to card-number.
           read cardFile
               invalid key
                   close cardFile
                   go to card-pin-failed-exit
           end-read.
           add 1 to card-fail-count.
           if card-fail-count >= max-fail-attempts then
               move 'H' to card-status
               move 'LOCKED' to fl-status
               set jrnl-pin-lockout to true
           end-if.
           rewrite card-info.
           move card-info to ws-card-info.
           close cardFile.
           perform write-fraud-log.

       card-pin-failed-exit.
           exit.

       card-pin-reset.
           open i-o cardFile.
           if card-fs not = '00' then
               go to card-pin-reset-exit
           end-if.
           move ws-card-number to card-number.
           read cardFile
               invalid key
                   close cardFile
                   go to card-pin-reset-exit
           end-read.
           move 0 to card-fail-count.
           rewrite card-info.
           close cardFile.
           move 0 to ws-card-fail-count.

       card-pin-reset-exit.
           exit.

       write-fraud-log.
           move ws-account-number to fl-account-number.
           if atm-selected not = 0 then
               move reg-atm-id(atm-selected) to fl-atm-id
           end-if.
           move ws-card-fail-count to fl-fail-count.
           move start-time to fl-timestamp.
           write fraud-log-record.

           display '=> PRESS D FOR DEPOSIT'.
           display '=> PRESS W FOR WITHDRAWAL'.
           display '=> PRESS T FOR TRANSFER'.
           display '=> PRESS E FOR TRANSFER TO ANOTHER BANK'.
           display '=> PRESS S FOR STATEMENT'.
           accept serviceSelect.
           move function upper-case(serviceSelect) to serviceSelect.
           if transfer-option then
               go to transfer-func
           end-if.
           if external-option then
               go to external-func
           end-if.
           if statement-option then
               go to statement-func
           end-if.
           if not deposit-option and not withdrawal-option and not
           transfer-option and not statement-option and not
           external-option then
               display '=> INVALID INPUT'
               go to service-selection
           end-if.
           accept deposit.
           if deposit < 0 then
               display 'INVALID INPUT'
               move ws-account-number to jrnl-account
               move 'DEPOSIT' to jrnl-service
               move 0 to jrnl-amount
               set jrnl-invalid-amount to true
               perform write-journal thru write-journal-exit
               go to deposit-func
           end-if.
           compute record-amount = deposit*100.
       withdrawal-func.
           display '=> AMOUNT'.
           accept withdrawal.
           move ws-account-number to jrnl-account.
           move 'WITHDRAWAL' to jrnl-service.
           move 0 to jrnl-amount.
           if withdrawal < 0 then
               display 'INVALID INPUT'
               set jrnl-invalid-amount to true
               perform write-journal thru write-journal-exit
               go to withdrawal-func
           end-if.
           compute record-amount = withdrawal*100.
           move record-amount to jrnl-amount.
           if record-amount > ws-account-available-balance +
               ws-account-overdraft-limit then
               display '=> INSUFFICIENT AVAILABLE BALANCE'
               set jrnl-insufficient to true
               perform write-journal thru write-journal-exit
               go to withdrawal-func
           end-if.
           perform compute-daily-withdrawn thru
               record-amount.
           if dw-projected-total > daily-withdrawal-limit then
               display '=> DAILY WITHDRAWAL LIMIT EXCEEDED'
               set jrnl-daily-limit to true
               perform write-journal thru write-journal-exit
               go to withdrawal-func
           end-if.
           move 0 to cash-selected.
               display '=> ATM CANNOT DISPENSE - INSUFFICIENT CASH'
               display '=> MAXIMUM AVAILABLE: '
                   cash-on-hand(cash-selected)
               set jrnl-no-cash to true
               perform write-journal thru write-journal-exit
               go to withdrawal-func
           end-if.
           go to write-func.
                   go to dw-next-file
           end-read.
           if t-account-num = ws-account-number and
               operation = 'W' and t-date = ws-date and
               (t-channel = 'ATM' or t-channel = spaces) and
               t-reference = spaces then
               add t-amount to daily-withdrawn-total
           end-if.
           go to dw-scan-file.
           go to list-own-accounts.

       transfer-prompt.
           move ws-account-number to jrnl-account.
           move 'TRANSFER' to jrnl-service.
           move 0 to jrnl-amount.
           display '=>TARGET ACCOUNT'.
           accept transferAccount.
           if transferAccount = ws-account-number then
               display '=> YOU CANNOT TRANSFER TO YOURSELF'
               set jrnl-self-transfer to true
               perform write-journal thru write-journal-exit
               go to transfer-prompt
           end-if.
           open input master.
               invalid key
                   close master
                   display "=> TARGET ACCOUNT DOES NOT EXIST"
                   set jrnl-no-target to true
                   perform write-journal thru write-journal-exit
                   go to transfer-prompt
           end-read.
           move account-info to ws-t-account-info.
           close master.
           if ws-t-account-closed = 'Y' then
               display '=> TARGET ACCOUNT CLOSED'
               set jrnl-target-closed to true
               perform write-journal thru write-journal-exit
               go to transfer-prompt
           end-if.
           if ws-t-account-customer-number not = 0 and
       get-t-amount.
           display '=> AMOUNT'
           accept transferAmount.
           move 0 to jrnl-amount.
           if transferAmount < 0 then
               display '=> INVALID INPUT'
               set jrnl-invalid-amount to true
               perform write-journal thru write-journal-exit
               go to get-t-amount
           end-if.
           compute record-amount = transferAmount*100
           move record-amount to jrnl-amount.
           if record-amount > ws-account-available-balance +
               ws-account-overdraft-limit then
               display '=> INSUFFICIENT AVAILABLE BALANCE'
               set jrnl-insufficient to true
               perform write-journal thru write-journal-exit
               go to get-t-amount
           end-if.
           go to write-func.

       external-func.
           move ws-account-number to jrnl-account.
           move 'EXTERNAL' to jrnl-service.
           move 0 to jrnl-amount.
           display '=> DESTINATION BANK CODE'.
           accept ext-bank-code.
           if ext-bank-code = 0 or ext-bank-code = own-bank-code then
               display '=> INVALID DESTINATION BANK'
               set jrnl-bad-bank to true
               perform write-journal thru write-journal-exit
               go to service-selection
           end-if.
           display '=> DESTINATION ACCOUNT'.
           accept ext-account.
           if ext-account = spaces then
               display '=> INVALID INPUT'
               set jrnl-no-target to true
               perform write-journal thru write-journal-exit
               go to service-selection
           end-if.

       get-e-amount.
           display '=> AMOUNT'
           accept transferAmount.
           move 0 to jrnl-amount.
           if transferAmount <= 0 then
               display '=> INVALID INPUT'
               set jrnl-invalid-amount to true
               perform write-journal thru write-journal-exit
               go to get-e-amount
           end-if.
           compute record-amount = transferAmount*100
           move record-amount to jrnl-amount.
           if record-amount > ws-account-available-balance +
               ws-account-overdraft-limit then
               display '=> INSUFFICIENT AVAILABLE BALANCE'
               set jrnl-insufficient to true
               perform write-journal thru write-journal-exit
               go to get-e-amount
           end-if.
           go to write-func.

       statement-func.
           move 0 to stmt-count.
           move 1 to reg-sub.
           end-if.
           move operation to stmt-operation(stmt-count).
           move t-amount to stmt-amount(stmt-count).
           move t-channel to stmt-channel(stmt-count).
           if t-channel = spaces then
               move 'ATM' to stmt-channel(stmt-count)
           end-if.
           move t-date to stmt-date(stmt-count).
           move t-time to stmt-time(stmt-count).
           move t-timestamp to stmt-timestamp(stmt-count).
       display-statement.
           perform update-last-activity thru
               update-last-activity-exit.
           move ws-account-number to jrnl-account.
           move 'STATEMENT' to jrnl-service.
           move 0 to jrnl-amount.
           set jrnl-approved to true.
           perform write-journal thru write-journal-exit.
           display '=> MINI STATEMENT (LAST TRANSACTIONS)'.
           if stmt-count = 0 then
               display '=> NO TRANSACTIONS FOUND'
           end-if.
           display '=> OPERATION: ' stmt-operation(stmt-sub)
               ' AMOUNT: ' stmt-amount(stmt-sub)
               ' VIA: ' stmt-channel(stmt-sub)
               ' DATE: ' stmt-date(stmt-sub)
               ' TIME: ' stmt-time(stmt-sub).
           add 1 to stmt-sub.

       write-func.
           move serviceSelect to tempService.
           if transfer-option or external-option then
               move 'W' to tempService
           end-if.
           move reg-atm-file(atm-selected) to trans-file-name.
           accept ws-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           move 'ATM' to t-channel.
           if external-option then
               move 'INTERBNK' to t-channel
           end-if.
           move reg-atm-id(atm-selected) to t-origin-id.
           move spaces to t-reference.
           if transfer-option or external-option then
               move reg-atm-id(atm-selected) to tref-prefix
               move ws-date to tref-date
               move ws-time to tref-time
               move start-time to tref-seq
               move trans-ref-build to t-reference
           end-if.
           move ws-account-number to t-account-num.
           move tempService to operation.
           move record-amount to t-amount.
               compute start-time = start-time + 1
           end-if.
           close transFile.
           if external-option then
               perform write-pay-request thru write-pay-request-exit
           end-if.
           if withdrawal-option and cash-selected not = 0 then
               subtract record-amount from
                   cash-on-hand(cash-selected)
           end-if.
           perform update-last-activity thru
               update-last-activity-exit.
           move ws-account-number to jrnl-account.
           move 'DEPOSIT' to jrnl-service.
           if withdrawal-option then
               move 'WITHDRAWAL' to jrnl-service
           end-if.
           if transfer-option then
               move 'TRANSFER' to jrnl-service
           end-if.
           if external-option then
               move 'EXTERNAL' to jrnl-service
           end-if.
           move record-amount to jrnl-amount.
           set jrnl-approved to true.
           perform write-journal thru write-journal-exit.

       continue-option.
           display '=> CONTINUE?'.
               stop run
           end-if.

       write-journal.
           open extend atmJournal.
           if jrnl-fs not = '00' then
               open output atmJournal
           end-if.
           if jrnl-fs not = '00' then
               display '=> ATM JOURNAL NOT AVAILABLE'
               go to write-journal-exit
           end-if.
           accept ws-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           move reg-atm-id(atm-selected) to ej-atm-id.
           move jrnl-account to ej-account.
           move ws-date to ej-date.
           move ws-time to ej-time.
           move jrnl-service to ej-service.
           move jrnl-amount to ej-amount.
           move jrnl-reason to ej-reason.
           move jrnl-card to ej-card.
           move 'DECLINED' to ej-result.
           if jrnl-approved then
               move 'APPROVED' to ej-result
           end-if.
           write journal-record.
           close atmJournal.

       write-journal-exit.
           exit.

       write-pay-request.
           open extend payRequests.
           if pay-fs not = '00' then
               open output payRequests
           end-if.
           if pay-fs not = '00' then
               display '=> PAYMENT QUEUE NOT AVAILABLE'
               go to write-pay-request-exit
           end-if.
           move ws-account-number to pr-account.
           move ext-bank-code to pr-bank-code.
           move ext-account to pr-ext-account.
           move record-amount to pr-amount.
           move ws-date to pr-date.
           move ws-time to pr-time.
           move reg-atm-id(atm-selected) to pr-origin-id.
           move trans-ref-build to pr-reference.
           write pay-request-record.
           close payRequests.

       write-pay-request-exit.
           exit.

       write-alert-event.
           open extend alertEvents.
           if alert-fs not = '00' then
               open output alertEvents
           end-if.
           if alert-fs not = '00' then
               go to write-alert-event-exit
           end-if.
           accept ws-date from date yyyymmdd.
           accept ws-time-raw from time.
           move ws-date to ae-date.
           move ws-time-raw(1:6) to ae-time.
           move 'LOCK' to ae-type.
           move ws-account-number to ae-account.
           move 0 to ae-amount.
           move 'ATMS' to ae-source.
           write alert-event-record.
           close alertEvents.

       write-alert-event-exit.
           exit.

       display-atm-option.
           display '=> ENTER ' reg-atm-id(reg-sub) ' FOR '
               reg-atm-desc(reg-sub).
           move cash-low-threshold(cash-sub) to ac-low-threshold.
           move cash-dispensed-total(cash-sub) to
               ac-dispensed-total.
           move cash-over(cash-sub) to ac-cash-over.
           write atm-cash-record.

       update-last-activity.
