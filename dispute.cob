       identification division.
       program-id. dispute.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select master assign to 'master.txt'
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is master-fs.
           select disputeFile assign to 'disputes.txt'
               organization is indexed
               access mode is dynamic
               record key is case-number
               file status is case-fs.
           select transHist assign to 'transHist.txt'
               organization is line sequential
               file status is hist-fs.
           select atmCash assign to 'atmCash.txt'
               organization is line sequential
               file status is cash-fs.
           select cashOutFile assign to 'cashOut.txt'
               organization is line sequential
               file status is cashout-fs.
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
           fd  disputeFile.
           01  case-info.
               05 case-number      pic 9(8).
               05 case-account     pic 9(16).
               05 case-customer    pic 9(8).
               05 case-atm-id      pic x(3).
               05 case-txn-amount  pic 9(7).
               05 case-amount      pic 9(7).
               05 case-txn-date    pic 9(8).
               05 case-txn-time    pic 9(6).
               05 case-txn-reference pic x(20).
               05 case-claim-type  pic x(2).
                   88 claim-not-dispensed   value "ND".
                   88 claim-part-dispensed  value "PD".
                   88 claim-duplicate-debit value "DB".
                   88 claim-unrecognised    value "UT".
               05 case-status      pic x(01).
                   88 case-is-open          value "O".
                   88 case-is-provisional   value "P".
                   88 case-for-customer     value "C".
                   88 case-for-bank         value "B".
                   88 case-is-denied        value "D".
               05 case-open-date   pic 9(8).
               05 case-open-teller pic 9(4).
               05 case-provisional-amount pic 9(7).
               05 case-provisional-date pic 9(8).
               05 case-resolved-date pic 9(8).
               05 case-resolved-teller pic 9(4).
           fd  transHist.
           01  hist-tranfer-record.
               05 hist-account-num pic 9(16).
               05 hist-operation   pic A.
               05 hist-amount      pic 9(7).
               05 hist-timestamp   pic 9(5).
               05 hist-date        pic 9(8).
               05 hist-time        pic 9(6).
               05 hist-channel     pic x(8).
               05 hist-origin-id   pic x(3).
               05 hist-reference   pic x(20).
           fd  atmCash.
           01  atm-cash-record.
               05 ac-atm-id        pic x(3).
               05 ac-cash-on-hand  pic 9(9).
               05 ac-low-threshold pic 9(9).
               05 ac-dispensed-total pic 9(9).
               05 ac-cash-over     pic 9(9).
           fd  cashOutFile.
           01  cashout-record.
               05 co-date          pic 9(8).
               05 co-atm-id        pic x(3).
               05 co-withdrawn     pic 9(9).
               05 co-dispensed     pic 9(9).
               05 co-not-dispensed pic s9(10)
                   sign is leading separate character.
               05 co-cash-over     pic 9(9).
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
           88 open-case-option     value "1".
           88 provisional-option   value "2".
           88 resolve-option       value "3".
           88 enquiry-option       value "4".
           88 exit-option          value "5".
       01  master-fs               pic x(02).
       01  case-fs                 pic x(02).
       01  hist-fs                 pic x(02).
       01  cash-fs                 pic x(02).
       01  cashout-fs              pic x(02).
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
       01  atm-registry-table.
           05 reg-entry occurs 10 times.
               10 reg-atm-id       pic x(3).
       01  reg-count               pic 9(2) value 0.
       01  reg-sub                 pic 9(2).
       01  atm-selected            pic 9(2) value 0.
       01  atm-cash-table.
           05 cash-entry occurs 10 times.
               10 cash-atm-id      pic x(3).
               10 cash-on-hand     pic 9(9).
               10 cash-low-threshold pic 9(9).
               10 cash-dispensed-total pic 9(9).
               10 cash-over        pic 9(9).
       01  cash-count              pic 9(2) value 0.
       01  cash-sub                pic 9(2).
       01  cash-selected           pic 9(2) value 0.
       01  candidate-table.
           05 cand-entry occurs 20 times.
               10 cand-amount      pic 9(7).
               10 cand-time        pic 9(6).
               10 cand-channel     pic x(8).
               10 cand-origin-id   pic x(3).
               10 cand-reference   pic x(20).
       01  cand-count              pic 9(2) value 0.
       01  cand-sub                pic 9(2).
       01  cand-choice             pic 9(2).
       01  target-account-number   pic 9(16).
       01  target-case-number      pic 9(8).
       01  target-txn-date         pic 9(8).
       01  next-case-number        pic 9(8) value 0.
       01  claim-type-input        pic x(2).
       01  atm-id-input            pic x(3).
       01  claim-amount-input      pic s9(5)v9(3).
       01  claim-amount            pic s9(7).
       01  outcome-input           pic x(1).
           88 outcome-customer     value "C", "c".
           88 outcome-bank         value "B", "b".
           88 outcome-denied       value "D", "d".
       01  duplicate-case          pic A value "N".
       01  case-eof                pic A value "N".
       01  hist-eof                pic A value "N".
       01  cashout-eof             pic A value "N".
       01  cashout-found           pic A value "N".
       01  evidence-not-dispensed  pic s9(10)
           sign is leading separate character.
       01  evidence-cash-over      pic 9(9).
       01  dispute-ref-build.
           05 dref-prefix          pic x(2) value 'DS'.
           05 dref-case            pic 9(8).
           05 dref-stage           pic x(1).
       01  post-operation          pic A.
       01  post-amount             pic 9(7).
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
           display '##        ATM Dispute Case Management       ##'.
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

       load-registry.
           read atmRegistry
               at end
                   close atmRegistry
                   go to load-registry-done
           end-read.
           if reg-count = 0 then
               move reg-rec-atm-file to trans-file-name
           end-if.
           if reg-count >= 10 then
               display '=> ATM REGISTRY FULL - ENTRY IGNORED'
               go to load-registry
           end-if.
           add 1 to reg-count.
           move reg-rec-atm-id to reg-atm-id(reg-count).
           go to load-registry.

       load-registry-done.
           if reg-count = 0 then
               display '=> ATM REGISTRY EMPTY'
               stop run
           end-if.
           open extend auditLog.
           if audit-fs not = '00' then
               open output auditLog
           end-if.

       menu-selection.
           display '=> PLEASE CHOOSE AN OPTION'.
           display '=> PRESS 1 TO OPEN A DISPUTE CASE'.
           display '=> PRESS 2 TO GRANT PROVISIONAL CREDIT'.
           display '=> PRESS 3 TO RESOLVE A CASE'.
           display '=> PRESS 4 FOR CASE ENQUIRY'.
           display '=> PRESS 5 TO EXIT'.
           accept menu-choice.
           if open-case-option then
               go to open-case
           end-if.
           if provisional-option then
               go to provisional-credit
           end-if.
           if resolve-option then
               go to resolve-case
           end-if.
           if enquiry-option then
               go to case-enquiry
           end-if.
           if exit-option then
               close auditLog
               stop run
           end-if.
           if not open-case-option and not provisional-option
               and not resolve-option and not enquiry-option
               and not exit-option then
               display '=> INVALID INPUT'
               go to menu-selection
           end-if.

       open-case.
           display '=> ACCOUNT NUMBER'.
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
           display '=> NAME: ' account-name.
           display '=> TRANSACTION DATE YYYYMMDD'.
           accept target-txn-date.
           move 0 to cand-count.
           move 'N' to hist-eof.
           open input transHist.
           if hist-fs not = '00' then
               display '=> TRANSACTION HISTORY NOT AVAILABLE'
               go to continue-menu
           end-if.

       open-case-scan.
           read transHist
           at end move 'Y' to hist-eof.

           if hist-eof = 'Y' then
               close transHist
               go to open-case-choose
           end-if.
           if hist-account-num not = target-account-number or
               hist-date not = target-txn-date or
               hist-operation not = 'W' then
               go to open-case-scan
           end-if.
           if hist-channel not = 'ATM' and hist-channel not = spaces
               then
               go to open-case-scan
           end-if.
           if cand-count >= 20 then
               go to open-case-scan
           end-if.
           add 1 to cand-count.
           move hist-amount to cand-amount(cand-count).
           move hist-time to cand-time(cand-count).
           move hist-channel to cand-channel(cand-count).
           move hist-origin-id to cand-origin-id(cand-count).
           move hist-reference to cand-reference(cand-count).
           go to open-case-scan.

       open-case-choose.
           if cand-count = 0 then
               display '=> NO ATM WITHDRAWALS ON THAT DATE'
               go to continue-menu
           end-if.
           perform display-candidate varying cand-sub
               from 1 by 1 until cand-sub > cand-count.
           display '=> TRANSACTION NUMBER'.
           accept cand-choice.
           if cand-choice = 0 or cand-choice > cand-count then
               display '=> INVALID INPUT'
               go to open-case-choose
           end-if.
           move cand-origin-id(cand-choice) to atm-id-input.
           if atm-id-input = spaces then
               display '=> ATM ID'
               accept atm-id-input
           end-if.
           move 0 to atm-selected.
           perform match-atm-option varying reg-sub
               from 1 by 1 until reg-sub > reg-count.
           if atm-selected = 0 then
               display '=> ATM NOT IN REGISTRY'
               go to continue-menu
           end-if.

       open-case-claim.
           display '=> CLAIM TYPE'.
           display '=>   ND - CASH NOT DISPENSED'.
           display '=>   PD - CASH PARTLY DISPENSED'.
           display '=>   DB - DUPLICATE DEBIT'.
           display '=>   UT - TRANSACTION NOT RECOGNISED'.
           accept claim-type-input.
           move function upper-case(claim-type-input) to
               claim-type-input.
           if claim-type-input not = 'ND' and
               claim-type-input not = 'PD' and
               claim-type-input not = 'DB' and
               claim-type-input not = 'UT' then
               display '=> INVALID INPUT'
               go to open-case-claim
           end-if.
           move cand-amount(cand-choice) to claim-amount.
           if claim-type-input not = 'PD' then
               go to open-case-check
           end-if.

       open-case-amount.
           display '=> AMOUNT NOT DISPENSED'.
           accept claim-amount-input.
           compute claim-amount = claim-amount-input * 100.
           if claim-amount <= 0 or
               claim-amount > cand-amount(cand-choice) then
               display '=> INVALID INPUT'
               go to open-case-amount
           end-if.

       open-case-check.
           move 'N' to duplicate-case.
           move 0 to next-case-number.
           move 'N' to case-eof.
           open i-o disputeFile.
           if case-fs = '35' then
               open output disputeFile
               close disputeFile
               open i-o disputeFile
           end-if.

       open-case-check-read.
           read disputeFile next record
           at end move 'Y' to case-eof.

           if case-eof = 'N' then
               if case-number > next-case-number then
                   move case-number to next-case-number
               end-if
               if case-account = target-account-number and
                   case-txn-date = target-txn-date and
                   case-txn-time = cand-time(cand-choice) and
                   case-txn-amount = cand-amount(cand-choice) then
                   move 'Y' to duplicate-case
               end-if
               go to open-case-check-read
           end-if.
           if duplicate-case = 'Y' then
               display '=> A CASE ALREADY EXISTS FOR THIS TRANSACTION'
               close disputeFile
               go to continue-menu
           end-if.
           add 1 to next-case-number.
           move next-case-number to case-number.
           move target-account-number to case-account.
           move account-customer-number to case-customer.
           move atm-id-input to case-atm-id.
           move cand-amount(cand-choice) to case-txn-amount.
           move claim-amount to case-amount.
           move target-txn-date to case-txn-date.
           move cand-time(cand-choice) to case-txn-time.
           move cand-reference(cand-choice) to case-txn-reference.
           move claim-type-input to case-claim-type.
           move 'O' to case-status.
           move ws-date to case-open-date.
           move signed-on-teller to case-open-teller.
           move 0 to case-provisional-amount.
           move 0 to case-provisional-date.
           move 0 to case-resolved-date.
           move 0 to case-resolved-teller.
           write case-info
               invalid key
                   display '=> CASE NUMBER ALREADY EXISTS'
                   close disputeFile
                   go to continue-menu
           end-write.
           close disputeFile.
           move 'DSPOPEN' to aud-action.
           move target-account-number to aud-account.
           move next-case-number to aud-before.
           move claim-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '=> CASE ' next-case-number ' OPENED FOR '
               claim-amount.
           go to continue-menu.

       provisional-credit.
           display '=> CASE NUMBER'.
           accept target-case-number.
           open i-o disputeFile.
           if case-fs not = '00' then
               display '=> DISPUTE FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-case-number to case-number.
           read disputeFile
               invalid key
                   display '=> CASE NOT FOUND'
                   close disputeFile
                   go to continue-menu
           end-read.
           if not case-is-open then
               display '=> CASE NOT OPEN - STATUS ' case-status
               close disputeFile
               go to continue-menu
           end-if.
           move 'R' to post-operation.
           move case-amount to post-amount.
           move 'P' to dref-stage.
           perform post-dispute-trans.
           move 'P' to case-status.
           move case-amount to case-provisional-amount.
           move ws-date to case-provisional-date.
           rewrite case-info.
           close disputeFile.
           move 'DSPPROV' to aud-action.
           move case-account to aud-account.
           move target-case-number to aud-before.
           move case-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '=> PROVISIONAL CREDIT POSTED - SETTLES NEXT '
               'CENTRAL RUN'.
           go to continue-menu.

       resolve-case.
           display '=> CASE NUMBER'.
           accept target-case-number.
           open i-o disputeFile.
           if case-fs not = '00' then
               display '=> DISPUTE FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-case-number to case-number.
           read disputeFile
               invalid key
                   display '=> CASE NOT FOUND'
                   close disputeFile
                   go to continue-menu
           end-read.
           if not case-is-open and not case-is-provisional then
               display '=> CASE ALREADY RESOLVED - STATUS '
                   case-status
               close disputeFile
               go to continue-menu
           end-if.
           perform show-case.
           perform check-cash-position thru
               check-cash-position-exit.

       resolve-outcome.
           display '=> OUTCOME'.
           display '=>   C - RESOLVED IN FAVOUR OF CUSTOMER'.
           display '=>   B - RESOLVED IN FAVOUR OF BANK'.
           display '=>   D - CLAIM DENIED'.
           accept outcome-input.
           if not outcome-customer and not outcome-bank and
               not outcome-denied then
               display '=> INVALID INPUT'
               go to resolve-outcome
           end-if.
           move case-status to aud-before.
           if outcome-customer and case-is-open then
               move 'R' to post-operation
               move case-amount to post-amount
               move 'F' to dref-stage
               perform post-dispute-trans
           end-if.
           if not outcome-customer and case-is-provisional then
               move 'X' to post-operation
               move case-provisional-amount to post-amount
               move 'R' to dref-stage
               perform post-dispute-trans
           end-if.
           if outcome-customer then
               move 'C' to case-status
               if claim-not-dispensed or claim-part-dispensed then
                   perform release-cash-over thru
                       release-cash-over-exit
               end-if
           end-if.
           if outcome-bank then
               move 'B' to case-status
           end-if.
           if outcome-denied then
               move 'D' to case-status
           end-if.
           move ws-date to case-resolved-date.
           move signed-on-teller to case-resolved-teller.
           rewrite case-info.
           close disputeFile.
           move 'DSPRESOLVE' to aud-action.
           move case-account to aud-account.
           move spaces to aud-before.
           string target-case-number delimited by size
               ' ' delimited by size
               case-claim-type delimited by size
               into aud-before.
           move case-status to aud-after.
           perform write-audit.
           display '=> CASE ' target-case-number ' RESOLVED - STATUS '
               case-status.
           go to continue-menu.

       case-enquiry.
           display '=> CASE NUMBER'.
           accept target-case-number.
           open input disputeFile.
           if case-fs not = '00' then
               display '=> DISPUTE FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-case-number to case-number.
           read disputeFile
               invalid key
                   display '=> CASE NOT FOUND'
                   close disputeFile
                   go to continue-menu
           end-read.
           close disputeFile.
           perform show-case.
           display '=> OPENED: ' case-open-date
               ' BY TELLER ' case-open-teller.
           if case-provisional-date not = 0 then
               display '=> PROVISIONAL CREDIT: '
                   case-provisional-amount ' ON '
                   case-provisional-date
           end-if.
           if case-resolved-date not = 0 then
               display '=> RESOLVED: ' case-resolved-date
                   ' BY TELLER ' case-resolved-teller
           end-if.
           go to continue-menu.

       show-case.
           display '=> CASE: ' case-number ' ACCOUNT: ' case-account
               ' CUSTOMER: ' case-customer.
           display '=> ATM: ' case-atm-id ' DATE: ' case-txn-date
               ' TIME: ' case-txn-time ' AMOUNT: ' case-txn-amount.
           display '=> CLAIM: ' case-claim-type ' CLAIMED: '
               case-amount ' STATUS: ' case-status.

       check-cash-position.
           move 0 to evidence-cash-over.
           move 0 to evidence-not-dispensed.
           move 'N' to cashout-found.
           perform load-cash thru load-cash-done.
           move 0 to cash-selected.
           perform match-cash-option varying cash-sub
               from 1 by 1 until cash-sub > cash-count.
           if cash-selected = 0 then
               display '=> NO CASH POSITION FOR ATM ' case-atm-id
           else
               move cash-over(cash-selected) to evidence-cash-over
               display '=> ATM CASH OVER AT LAST COUNT: '
                   evidence-cash-over
           end-if.
           move 'N' to cashout-eof.
           open input cashOutFile.
           if cashout-fs not = '00' then
               display '=> NO CASH-OUT REPORT ON FILE'
               go to check-cash-position-verdict
           end-if.

       check-cash-position-read.
           read cashOutFile
           at end move 'Y' to cashout-eof.

           if cashout-eof = 'Y' then
               close cashOutFile
               go to check-cash-position-verdict
           end-if.
           if co-atm-id = case-atm-id and
               co-date = case-txn-date then
               move 'Y' to cashout-found
               move co-not-dispensed to evidence-not-dispensed
           end-if.
           go to check-cash-position-read.

       check-cash-position-verdict.
           if cashout-found = 'Y' then
               display '=> CASH-OUT REPORT ' case-txn-date
                   ' RECORDED NOT DISPENSED: ' evidence-not-dispensed
           else
               display '=> NO CASH-OUT REPORT FOR ATM ' case-atm-id
                   ' ON ' case-txn-date
           end-if.
           if evidence-cash-over >= case-amount or
               evidence-not-dispensed >= case-amount then
               display '=> CASH POSITION SUPPORTS THE CLAIM'
           else
               display '=> CASH POSITION DOES NOT SUPPORT THE CLAIM'
           end-if.

       check-cash-position-exit.
           exit.

       release-cash-over.
           if cash-selected = 0 then
               go to release-cash-over-exit
           end-if.
           if cash-over(cash-selected) = 0 then
               go to release-cash-over-exit
           end-if.
           if cash-over(cash-selected) > case-amount then
               subtract case-amount from cash-over(cash-selected)
           else
               move 0 to cash-over(cash-selected)
           end-if.
           open output atmCash.
           perform write-cash-entry varying cash-sub
               from 1 by 1 until cash-sub > cash-count.
           close atmCash.
           display '=> ATM CASH OVER NOW ' cash-over(cash-selected).

       release-cash-over-exit.
           exit.

       post-dispute-trans.
           open extend transFile.
           if trans-fs not = '00' then
               open output transFile
           end-if.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           move case-number to dref-case.
           move case-account to t-account-num1.
           move post-operation to operation1.
           move post-amount to t-amount1.
           move post-timestamp to t-timestamp1.
           move ws-date to t-date1.
           move ws-time to t-time1.
           move 'DISPUTE' to t-channel1.
           move case-atm-id to t-origin-id1.
           move dispute-ref-build to t-reference1.
           write tranfer-record1.
           compute post-timestamp = post-timestamp + 1.
           close transFile.

       load-cash.
           move 0 to cash-count.
           open input atmCash.
           if cash-fs not = '00' then
               go to load-cash-done
           end-if.

       load-cash-read.
           read atmCash
               at end
                   close atmCash
                   go to load-cash-done
           end-read.
           if cash-count >= 10 then
               display '=> ATM CASH FILE FULL - ENTRY IGNORED'
               go to load-cash-read
           end-if.
           add 1 to cash-count.
           move ac-atm-id to cash-atm-id(cash-count).
           move ac-cash-on-hand to cash-on-hand(cash-count).
           move ac-low-threshold to cash-low-threshold(cash-count).
           move ac-dispensed-total to
               cash-dispensed-total(cash-count).
           move ac-cash-over to cash-over(cash-count).
           go to load-cash-read.

       load-cash-done.
           exit.

       write-cash-entry.
           move cash-atm-id(cash-sub) to ac-atm-id.
           move cash-on-hand(cash-sub) to ac-cash-on-hand.
           move cash-low-threshold(cash-sub) to ac-low-threshold.
           move cash-dispensed-total(cash-sub) to
               ac-dispensed-total.
           move cash-over(cash-sub) to ac-cash-over.
           write atm-cash-record.

       match-cash-option.
           if cash-atm-id(cash-sub) = case-atm-id then
               move cash-sub to cash-selected
           end-if.

       match-atm-option.
           if reg-atm-id(reg-sub) = atm-id-input then
               move reg-sub to atm-selected
           end-if.

       display-candidate.
           display '=>   ' cand-sub ' TIME: ' cand-time(cand-sub)
               ' AMOUNT: ' cand-amount(cand-sub)
               ' ATM: ' cand-origin-id(cand-sub).

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
