       identification division.
       program-id. cardmaint.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select master assign to 'master.txt'
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is master-fs.
           select cardFile assign to 'cards.txt'
               organization is indexed
               access mode is dynamic
               record key is card-number
               file status is card-fs.
           select customerFile assign to 'customer.txt'
               organization is indexed
               access mode is dynamic
               record key is customer-number
               file status is cust-fs.
           select tellers assign to 'tellers.txt'
               organization is line sequential
               file status is teller-fs.
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
           fd  cardFile.
           01  card-info.
               05 card-number      pic 9(16).
               05 card-account     pic 9(16).
               05 card-customer    pic 9(08).
               05 card-pin         pic 9(6).
               05 card-expiry      pic 9(6).
               05 card-status      pic x(01).
                   88 card-is-active        value "A".
                   88 card-is-hot           value "H".
                   88 card-is-expired       value "E".
                   88 card-is-replaced      value "R".
               05 card-issue-date  pic 9(8).
               05 card-replaced-by pic 9(16).
               05 card-fail-count  pic 9(01).
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               05 customer-name    pic x(20).
               05 customer-address pic x(30).
           fd  tellers.
           01  teller-record.
               05 teller-id        pic 9(4).
               05 teller-name      pic x(20).
               05 teller-password  pic 9(6).
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
           88 issue-card-option    value "1".
           88 replace-card-option  value "2".
           88 hot-card-option      value "3".
           88 reset-pin-option     value "4".
           88 exit-option          value "5".
       01  master-fs               pic x(02).
       01  card-fs                 pic x(02).
       01  cust-fs                 pic x(02).
       01  teller-fs               pic x(02).
       01  audit-fs                pic x(02).
       01  ws-teller-record.
           05 ws-teller-id         pic 9(4).
           05 ws-teller-name       pic x(20).
           05 ws-teller-password   pic 9(6).
       01  teller-id-input         pic x(10).
       01  teller-password-input   pic x(10).
       01  signon-attempts         pic 9(01) value 0.
       01  max-signon-attempts     pic 9(01) value 3.
       01  signed-on-teller        pic 9(4).
       01  ws-card-info.
           05 ws-card-number       pic 9(16).
           05 ws-card-account      pic 9(16).
           05 ws-card-customer     pic 9(08).
           05 ws-card-pin          pic 9(6).
           05 ws-card-expiry       pic 9(6).
           05 ws-card-status       pic x(01).
           05 ws-card-issue-date   pic 9(8).
           05 ws-card-replaced-by  pic 9(16).
           05 ws-card-fail-count   pic 9(01).
       01  target-account-number   pic 9(16).
       01  target-card-number      pic 9(16).
       01  new-card-number         pic 9(16).
       01  holder-customer-number  pic 9(08).
       01  new-pin-input           pic 9(6).
       01  card-validity-years     pic 9(2) value 3.
       01  expiry-build.
           05 expiry-year          pic 9(4).
           05 expiry-month         pic 9(2).
       01  new-card-expiry redefines expiry-build pic 9(6).
       01  ws-date                 pic 9(8).
       01  cont                    pic x(10).
           88 isContinue           value "Y", "y".
           88 notContinue          value "N", "n".
       procedure division.
       welcome-display.
           display '##############################################'.
           display '##         Gringotts Wizarding Bank         ##'.
           display '##            Card Maintenance              ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.
           move ws-date(1:4) to expiry-year.
           add card-validity-years to expiry-year.
           move ws-date(5:2) to expiry-month.

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
           open extend auditLog.
           if audit-fs not = '00' then
               open output auditLog
           end-if.

       menu-selection.
           display '=> PLEASE CHOOSE AN OPTION'.
           display '=> PRESS 1 TO ISSUE A NEW CARD'.
           display '=> PRESS 2 TO REPLACE A CARD'.
           display '=> PRESS 3 TO HOT-LIST A LOST OR STOLEN CARD'.
           display '=> PRESS 4 TO RESET A CARD PIN'.
           display '=> PRESS 5 TO EXIT'.
           accept menu-choice.
           if issue-card-option then
               go to issue-card
           end-if.
           if replace-card-option then
               go to replace-card
           end-if.
           if hot-card-option then
               go to hot-list-card
           end-if.
           if reset-pin-option then
               go to reset-pin
           end-if.
           if exit-option then
               close auditLog
               stop run
           end-if.
           if not issue-card-option and not replace-card-option
               and not hot-card-option and not reset-pin-option
               and not exit-option then
               display '=> INVALID INPUT'
               go to menu-selection
           end-if.

       issue-card.
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
           if account-is-closed then
               display '=> ACCOUNT CLOSED - CARD NOT ISSUED'
               go to continue-menu
           end-if.
           display '=> CARDHOLDER CUSTOMER NUMBER'.
           display '=> 0 FOR ACCOUNT CUSTOMER ' account-customer-number.
           accept holder-customer-number.
           if holder-customer-number = 0 then
               move account-customer-number to holder-customer-number
           end-if.
           if holder-customer-number not = 0 then
               open input customerFile
               if cust-fs not = '00' then
                   display '=> CUSTOMER FILE NOT AVAILABLE'
                   go to continue-menu
               end-if
               move holder-customer-number to customer-number
               read customerFile
                   invalid key
                       display '=> CUSTOMER NOT FOUND'
                       close customerFile
                       go to continue-menu
               end-read
               close customerFile
               display '=> CARDHOLDER: ' customer-name
           end-if.
           display '=> NEW CARD NUMBER'.
           accept new-card-number.
           if new-card-number = 0 then
               display '=> INVALID INPUT'
               go to continue-menu
           end-if.
           display '=> CARD PIN'.
           accept new-pin-input.
           move new-card-number to card-number.
           move target-account-number to card-account.
           move holder-customer-number to card-customer.
           move new-pin-input to card-pin.
           move new-card-expiry to card-expiry.
           move 'A' to card-status.
           move ws-date to card-issue-date.
           move 0 to card-replaced-by.
           move 0 to card-fail-count.
           open i-o cardFile.
           if card-fs = '35' then
               open output cardFile
           end-if.
           write card-info
               invalid key
                   display '=> CARD NUMBER ALREADY EXISTS'
                   close cardFile
                   go to continue-menu
           end-write.
           close cardFile.
           move 'CARDISS' to aud-action.
           move target-account-number to aud-account.
           move holder-customer-number to aud-before.
           move new-card-number to aud-after.
           perform write-audit.
           display '=> CARD ISSUED - EXPIRES ' new-card-expiry.
           go to continue-menu.

       replace-card.
           display '=> CARD NUMBER TO REPLACE'.
           accept target-card-number.
           open i-o cardFile.
           if card-fs not = '00' then
               display '=> CARD FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-card-number to card-number.
           read cardFile into ws-card-info
               invalid key
                   display '=> CARD NOT FOUND'
                   close cardFile
                   go to continue-menu
           end-read.
           if ws-card-status = 'R' then
               display '=> CARD ALREADY REPLACED BY '
                   ws-card-replaced-by
               close cardFile
               go to continue-menu
           end-if.
           display '=> NEW CARD NUMBER'.
           accept new-card-number.
           if new-card-number = 0 or
               new-card-number = target-card-number then
               display '=> INVALID INPUT'
               close cardFile
               go to continue-menu
           end-if.
           move new-card-number to card-number.
           move ws-card-account to card-account.
           move ws-card-customer to card-customer.
           move ws-card-pin to card-pin.
           move new-card-expiry to card-expiry.
           move 'A' to card-status.
           move ws-date to card-issue-date.
           move 0 to card-replaced-by.
           move 0 to card-fail-count.
           write card-info
               invalid key
                   display '=> CARD NUMBER ALREADY EXISTS'
                   close cardFile
                   go to continue-menu
           end-write.
           move target-card-number to card-number.
           read cardFile
               invalid key
                   close cardFile
                   go to continue-menu
           end-read.
           move 'R' to card-status.
           move new-card-number to card-replaced-by.
           rewrite card-info.
           close cardFile.
           move 'CARDREPL' to aud-action.
           move ws-card-account to aud-account.
           move target-card-number to aud-before.
           move new-card-number to aud-after.
           perform write-audit.
           display '=> CARD REPLACED - NEW CARD EXPIRES '
               new-card-expiry.
           go to continue-menu.

       hot-list-card.
           display '=> CARD NUMBER'.
           accept target-card-number.
           open i-o cardFile.
           if card-fs not = '00' then
               display '=> CARD FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-card-number to card-number.
           read cardFile
               invalid key
                   display '=> CARD NOT FOUND'
                   close cardFile
                   go to continue-menu
           end-read.
           move 'CARDHOT' to aud-action.
           move card-account to aud-account.
           move card-status to aud-before.
           move 'H' to aud-after.
           move 'H' to card-status.
           rewrite card-info.
           close cardFile.
           perform write-audit.
           display '=> CARD HOT-LISTED'.
           go to continue-menu.

       reset-pin.
           display '=> CARD NUMBER'.
           accept target-card-number.
           display '=> NEW PIN'.
           accept new-pin-input.
           open i-o cardFile.
           if card-fs not = '00' then
               display '=> CARD FILE NOT AVAILABLE'
               go to continue-menu
           end-if.
           move target-card-number to card-number.
           read cardFile
               invalid key
                   display '=> CARD NOT FOUND'
                   close cardFile
                   go to continue-menu
           end-read.
           if card-is-hot or card-is-replaced then
               display '=> CARD NOT IN USE - PIN NOT RESET'
               close cardFile
               go to continue-menu
           end-if.
           move 'CARDPIN' to aud-action.
           move card-account to aud-account.
           move target-card-number to aud-before.
           move 'PIN RESET' to aud-after.
           move new-pin-input to card-pin.
           move 0 to card-fail-count.
           rewrite card-info.
           close cardFile.
           perform write-audit.
           display '=> CARD PIN RESET'.
           go to continue-menu.

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
