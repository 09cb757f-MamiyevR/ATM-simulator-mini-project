       identification division.
       program-id. clearing.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select master assign to 'master.txt'
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is master-fs.
           select atmRegistry assign to 'atmRegistry.txt'
               organization is line sequential
               file status is reg-fs.
           select transFile assign to dynamic trans-file-name
               organization is line sequential
               file status is trans-fs.
           select clearIn assign to 'clearingIn.txt'
               organization is line sequential
               file status is in-fs.
           select clearReturns assign to 'clearingReturns.txt'
               organization is line sequential
               file status is ret-fs.
           select payRequests assign to 'payRequests.txt'
               organization is line sequential
               file status is pay-fs.
           select payOut assign to 'paymentsOut.txt'
               organization is line sequential
               file status is out-fs.
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
                   88 account-is-dormant    value "Y".
               05 account-product-code pic x(02).
               05 account-customer-number pic 9(08).
               05 account-available-balance pic s9(16)
                   sign is leading separate character.
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
           fd  clearIn.
           01  in-header-record.
               05 in-rec-type      pic x(01).
                   88 in-is-header          value "H".
                   88 in-is-detail          value "D".
                   88 in-is-trailer         value "T".
               05 in-hdr-file-date pic 9(8).
               05 in-hdr-sender-bank pic 9(6).
               05 in-hdr-file-id   pic x(10).
           01  in-detail-record.
               05 filler           pic x(01).
               05 in-item-seq      pic 9(6).
               05 in-account       pic 9(16).
               05 in-direction     pic x(01).
                   88 in-is-credit          value "C".
                   88 in-is-debit           value "D".
               05 in-amount        pic 9(7).
               05 in-orig-bank     pic 9(6).
               05 in-orig-account  pic x(20).
               05 in-reference     pic x(20).
           01  in-trailer-record.
               05 filler           pic x(01).
               05 in-trl-count     pic 9(6).
               05 in-trl-credit-total pic 9(11).
               05 in-trl-debit-total pic 9(11).
               05 in-trl-hash-total pic 9(18).
           fd  clearReturns.
           01  ret-header-record.
               05 ret-rec-type     pic x(01).
               05 ret-hdr-file-date pic 9(8).
               05 ret-hdr-sender-bank pic 9(6).
               05 ret-hdr-file-id  pic x(10).
           01  ret-detail-record.
               05 filler           pic x(01).
               05 ret-item-seq     pic 9(6).
               05 ret-account      pic 9(16).
               05 ret-direction    pic x(01).
               05 ret-amount       pic 9(7).
               05 ret-orig-bank    pic 9(6).
               05 ret-orig-account pic x(20).
               05 ret-reference    pic x(20).
               05 ret-reason       pic x(4).
           01  ret-trailer-record.
               05 filler           pic x(01).
               05 ret-trl-count    pic 9(6).
               05 ret-trl-amount-total pic 9(11).
               05 ret-trl-hash-total pic 9(18).
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
           fd  payOut.
           01  out-header-record.
               05 out-rec-type     pic x(01).
               05 out-hdr-file-date pic 9(8).
               05 out-hdr-sender-bank pic 9(6).
               05 out-hdr-file-id  pic x(10).
           01  out-detail-record.
               05 filler           pic x(01).
               05 out-item-seq     pic 9(6).
               05 out-debtor-account pic 9(16).
               05 out-bank-code    pic 9(6).
               05 out-ext-account  pic x(20).
               05 out-amount       pic 9(7).
               05 out-reference    pic x(20).
               05 out-value-date   pic 9(8).
           01  out-trailer-record.
               05 filler           pic x(01).
               05 out-trl-count    pic 9(6).
               05 out-trl-amount-total pic 9(11).
               05 out-trl-account-hash pic 9(18).
               05 out-trl-bank-hash pic 9(12).
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
       01  in-fs                   pic x(02).
       01  ret-fs                  pic x(02).
       01  pay-fs                  pic x(02).
       01  out-fs                  pic x(02).
       01  trans-file-name         pic x(30).
       01  own-bank-code           pic 9(6) value 700100.
       01  ws-date                 pic 9(8).
       01  ws-time-raw             pic 9(8).
       01  ws-time                 pic 9(6).
       01  post-timestamp          pic 9(5) value zeroes.
       01  in-eof                  pic A value "N".
       01  pay-eof                 pic A value "N".
       01  in-header-seen          pic A value "N".
       01  in-trailer-seen         pic A value "N".
       01  in-sender-bank          pic 9(6) value 0.
       01  in-file-id              pic x(10) value spaces.
       01  ctl-detail-count        pic 9(6) value 0.
       01  ctl-credit-total        pic 9(11) value 0.
       01  ctl-debit-total         pic 9(11) value 0.
       01  ctl-hash-total          pic 9(18) value 0.
       01  ctl-trl-count           pic 9(6) value 0.
       01  ctl-trl-credit-total    pic 9(11) value 0.
       01  ctl-trl-debit-total     pic 9(11) value 0.
       01  ctl-trl-hash-total      pic 9(18) value 0.
       01  item-return-reason      pic x(4).
           88 item-accepted        value spaces.
       01  account-usable          pic A value "N".
       01  clear-funds-available   pic s9(17)
           sign is leading separate character.
       01  clear-debit-table.
           05 cdt-entry occurs 200 times.
               10 cdt-account      pic 9(16).
               10 cdt-amount       pic 9(9).
       01  cdt-count               pic 9(3) value 0.
       01  cdt-sub                 pic 9(3).
       01  cdt-selected            pic 9(3) value 0.
       01  clear-ref-build.
           05 cref-prefix          pic x(2) value 'IB'.
           05 cref-bank            pic 9(6).
           05 cref-seq             pic 9(6).
       01  inbound-posted-count    pic 9(6) value 0.
       01  inbound-credit-posted   pic 9(11) value 0.
       01  inbound-debit-posted    pic 9(11) value 0.
       01  returned-count          pic 9(6) value 0.
       01  returned-total          pic 9(11) value 0.
       01  returned-hash           pic 9(18) value 0.
       01  outbound-count          pic 9(6) value 0.
       01  outbound-total          pic 9(11) value 0.
       01  outbound-account-hash   pic 9(18) value 0.
       01  outbound-bank-hash      pic 9(12) value 0.
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
       01  rc-own-name             pic x(10) value 'CLEARING'.
       01  rc-time-raw             pic 9(8).
       procedure division.
       clearing-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Interbank Clearing Interface         ##'.
           display '##############################################'.
           perform rc-verify thru rc-verify-exit.
           move rct-date(rc-own-step) to ws-date.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           open input atmRegistry.
           if reg-fs not = '00' then
               display '=> ATM REGISTRY NOT AVAILABLE'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           read atmRegistry
               at end
                   display '=> ATM REGISTRY EMPTY'
                   close atmRegistry
                   perform rc-fail thru rc-fail-exit
                   stop run
           end-read.
           move reg-rec-atm-file to trans-file-name.
           close atmRegistry.
           perform control-check thru control-check-exit.
           perform inbound-apply thru inbound-apply-exit.
           perform outbound-build thru outbound-build-exit.
           display '=> INBOUND ITEMS POSTED ..... '
               inbound-posted-count.
           display '=>   CREDITS ................ '
               inbound-credit-posted.
           display '=>   DEBITS ................. '
               inbound-debit-posted.
           display '=> INBOUND ITEMS RETURNED ... ' returned-count.
           display '=>   RETURNED VALUE ......... ' returned-total.
           display '=> OUTBOUND PAYMENTS ........ ' outbound-count.
           display '=>   OUTBOUND VALUE ......... ' outbound-total.
           perform rc-complete thru rc-complete-exit.
           display '=> RUN CENTRAL SETTLEMENT TO APPLY TO MASTER'.
           stop run.

       control-check.
           open input clearIn.
           if in-fs not = '00' then
               display '=> NO INBOUND CLEARING FILE'
               go to control-check-exit
           end-if.
           move 'N' to in-eof.

       control-check-read.
           read clearIn
           at end move 'Y' to in-eof.

           if in-eof = 'Y' then
               close clearIn
               go to control-check-verify
           end-if.
           if in-trailer-seen = 'Y' then
               display '=> RECORDS AFTER TRAILER - FILE REJECTED'
               close clearIn
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           if in-is-header then
               if in-header-seen = 'Y' then
                   display '=> DUPLICATE HEADER - FILE REJECTED'
                   close clearIn
                   perform rc-fail thru rc-fail-exit
                   stop run
               end-if
               if in-hdr-file-date not = ws-date then
                   display '=> FILE DATE ' in-hdr-file-date
                       ' NOT BUSINESS DATE ' ws-date
                   display '=> STALE OR REPEATED FILE - FILE REJECTED'
                   close clearIn
                   perform rc-fail thru rc-fail-exit
                   stop run
               end-if
               move 'Y' to in-header-seen
               move in-hdr-sender-bank to in-sender-bank
               move in-hdr-file-id to in-file-id
               go to control-check-read
           end-if.
           if in-header-seen = 'N' then
               display '=> HEADER MISSING - FILE REJECTED'
               close clearIn
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           if in-is-detail then
               add 1 to ctl-detail-count
               add in-account to ctl-hash-total
               if in-is-credit then
                   add in-amount to ctl-credit-total
               end-if
               if in-is-debit then
                   add in-amount to ctl-debit-total
               end-if
               go to control-check-read
           end-if.
           if in-is-trailer then
               move 'Y' to in-trailer-seen
               move in-trl-count to ctl-trl-count
               move in-trl-credit-total to ctl-trl-credit-total
               move in-trl-debit-total to ctl-trl-debit-total
               move in-trl-hash-total to ctl-trl-hash-total
               go to control-check-read
           end-if.
           display '=> UNKNOWN RECORD TYPE ' in-rec-type
               ' - FILE REJECTED'.
           close clearIn.
           perform rc-fail thru rc-fail-exit.
           stop run.

       control-check-verify.
           if in-header-seen = 'N' and ctl-detail-count = 0 then
               display '=> INBOUND CLEARING FILE EMPTY'
               go to control-check-exit
           end-if.
           if in-trailer-seen = 'N' then
               display '=> TRAILER MISSING - FILE REJECTED'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           if ctl-trl-count not = ctl-detail-count or
               ctl-trl-credit-total not = ctl-credit-total or
               ctl-trl-debit-total not = ctl-debit-total or
               ctl-trl-hash-total not = ctl-hash-total then
               display '=> INBOUND FILE OUT OF BALANCE - FILE REJECTED'
               display '=>   TRAILER COUNT ' ctl-trl-count
                   ' ACTUAL ' ctl-detail-count
               display '=>   TRAILER CREDITS ' ctl-trl-credit-total
                   ' ACTUAL ' ctl-credit-total
               display '=>   TRAILER DEBITS ' ctl-trl-debit-total
                   ' ACTUAL ' ctl-debit-total
               display '=>   TRAILER HASH ' ctl-trl-hash-total
                   ' ACTUAL ' ctl-hash-total
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           display '=> INBOUND FILE ' in-file-id ' FROM BANK '
               in-sender-bank ' - ' ctl-detail-count ' ITEM(S)'.

       control-check-exit.
           exit.

       inbound-apply.
           open output clearReturns.
           move 'H' to ret-rec-type.
           move ws-date to ret-hdr-file-date.
           move own-bank-code to ret-hdr-sender-bank.
           move in-file-id to ret-hdr-file-id.
           write ret-header-record.
           if in-header-seen = 'N' then
               go to inbound-apply-close
           end-if.
           open input clearIn.
           open input master.
           open extend transFile.
           if trans-fs not = '00' then
               open output transFile
           end-if.
           move 'N' to in-eof.

       inbound-apply-read.
           read clearIn
           at end move 'Y' to in-eof.

           if in-eof = 'Y' then
               close clearIn
               close master
               close transFile
               go to inbound-apply-close
           end-if.
           if not in-is-detail then
               go to inbound-apply-read
           end-if.
           perform validate-item thru validate-item-exit.
           if item-accepted then
               perform post-item thru post-item-exit
           else
               perform return-item thru return-item-exit
           end-if.
           go to inbound-apply-read.

       inbound-apply-close.
           move 'T' to ret-rec-type.
           move returned-count to ret-trl-count.
           move returned-total to ret-trl-amount-total.
           move returned-hash to ret-trl-hash-total.
           write ret-trailer-record.
           close clearReturns.
           if in-header-seen = 'Y' then
               open output clearIn
               close clearIn
           end-if.

       inbound-apply-exit.
           exit.

       validate-item.
           move spaces to item-return-reason.
           if not in-is-credit and not in-is-debit then
               move 'AG01' to item-return-reason
               go to validate-item-exit
           end-if.
           if in-amount = 0 then
               move 'AM01' to item-return-reason
               go to validate-item-exit
           end-if.
           move 'Y' to account-usable.
           move in-account to account-number.
           read master
               invalid key
                   move 'N' to account-usable
           end-read.
           if account-usable = 'N' then
               move 'AC01' to item-return-reason
               go to validate-item-exit
           end-if.
           if account-is-closed then
               move 'AC04' to item-return-reason
               go to validate-item-exit
           end-if.
           if account-is-dormant then
               move 'AC06' to item-return-reason
               go to validate-item-exit
           end-if.
           if in-is-credit then
               go to validate-item-exit
           end-if.
           compute clear-funds-available =
               account-available-balance + account-overdraft-limit.
           move 0 to cdt-selected.
           perform match-debit-entry varying cdt-sub
               from 1 by 1 until cdt-sub > cdt-count.
           if cdt-selected not = 0 then
               subtract cdt-amount(cdt-selected) from
                   clear-funds-available
           end-if.
           if in-amount > clear-funds-available then
               move 'AM04' to item-return-reason
           end-if.

       validate-item-exit.
           exit.

       post-item.
           move in-account to t-account-num1.
           if in-is-credit then
               move 'D' to operation1
               add in-amount to inbound-credit-posted
           else
               move 'W' to operation1
               add in-amount to inbound-debit-posted
           end-if.
           move in-amount to t-amount1.
           move post-timestamp to t-timestamp1.
           move ws-date to t-date1.
           move ws-time to t-time1.
           move 'INTERBNK' to t-channel1.
           move 'IBK' to t-origin-id1.
           move in-reference to t-reference1.
           if in-reference = spaces then
               move in-orig-bank to cref-bank
               move in-item-seq to cref-seq
               move clear-ref-build to t-reference1
           end-if.
           write tranfer-record1.
           compute post-timestamp = post-timestamp + 1.
           add 1 to inbound-posted-count.
           if in-is-credit then
               go to post-item-exit
           end-if.
           if cdt-selected = 0 then
               if cdt-count < 200 then
                   add 1 to cdt-count
                   move cdt-count to cdt-selected
                   move in-account to cdt-account(cdt-count)
                   move 0 to cdt-amount(cdt-count)
               else
                   display '=> CLEARING DEBIT TABLE FULL - ACCOUNT '
                       in-account ' NOT TRACKED'
                   go to post-item-exit
               end-if
           end-if.
           add in-amount to cdt-amount(cdt-selected).

       post-item-exit.
           exit.

       return-item.
           move 'D' to ret-rec-type.
           move in-item-seq to ret-item-seq.
           move in-account to ret-account.
           move in-direction to ret-direction.
           move in-amount to ret-amount.
           move in-orig-bank to ret-orig-bank.
           move in-orig-account to ret-orig-account.
           move in-reference to ret-reference.
           move item-return-reason to ret-reason.
           write ret-detail-record.
           add 1 to returned-count.
           add in-amount to returned-total.
           add in-account to returned-hash.
           display '=> RETURNED ITEM ' in-item-seq ' ACCOUNT '
               in-account ' REASON ' item-return-reason.

       return-item-exit.
           exit.

       match-debit-entry.
           if cdt-account(cdt-sub) = in-account then
               move cdt-sub to cdt-selected
           end-if.

       outbound-build.
           open output payOut.
           move 'H' to out-rec-type.
           move ws-date to out-hdr-file-date.
           move own-bank-code to out-hdr-sender-bank.
           move spaces to out-hdr-file-id.
           string 'PO' delimited by size
               ws-date delimited by size
               into out-hdr-file-id.
           write out-header-record.
           open input payRequests.
           if pay-fs not = '00' then
               go to outbound-build-close
           end-if.
           move 'N' to pay-eof.

       outbound-build-read.
           read payRequests
           at end move 'Y' to pay-eof.

           if pay-eof = 'Y' then
               close payRequests
               go to outbound-build-close
           end-if.
           add 1 to outbound-count.
           move 'D' to out-rec-type.
           move outbound-count to out-item-seq.
           move pr-account to out-debtor-account.
           move pr-bank-code to out-bank-code.
           move pr-ext-account to out-ext-account.
           move pr-amount to out-amount.
           move pr-reference to out-reference.
           move ws-date to out-value-date.
           write out-detail-record.
           add pr-amount to outbound-total.
           add pr-account to outbound-account-hash.
           add pr-bank-code to outbound-bank-hash.
           go to outbound-build-read.

       outbound-build-close.
           move 'T' to out-rec-type.
           move outbound-count to out-trl-count.
           move outbound-total to out-trl-amount-total.
           move outbound-account-hash to out-trl-account-hash.
           move outbound-bank-hash to out-trl-bank-hash.
           write out-trailer-record.
           close payOut.
           if outbound-count > 0 then
               open output payRequests
               close payRequests
           end-if.

       outbound-build-exit.
           exit.

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
