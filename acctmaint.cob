               access mode is dynamic
               record key is customer-number
               file status is cust-fs.
           select alertPrefs assign to 'alertPrefs.txt'
               organization is indexed
               access mode is dynamic
               record key is ap-customer
               file status is pref-fs.
       data division.
           file section.
           fd  master.
               05 customer-number  pic 9(08).
               05 customer-name    pic x(20).
               05 customer-address pic x(30).
           fd  alertPrefs.
           01  alert-pref-info.
               05 ap-customer      pic 9(08).
               05 ap-type-flags.
                   10 ap-type-flag occurs 6 times pic x(01).
               05 ap-low-threshold pic 9(09).
               05 ap-updated       pic 9(08).
               05 ap-teller        pic 9(04).
       working-storage section.
       01  menu-choice             pic x(10).
           88 add-account-option   value "1".
           88 reactivate-option    value "7".
           88 add-customer-option  value "8".
           88 link-customer-option value "9".
           88 alert-pref-option    value "10".
           88 exit-option          value "11".
       01  new-account-name        pic x(20).
       01  new-account-number      pic 9(16).
       01  new-account-password    pic 9(6).
       01  new-customer-address    pic x(30).
       01  target-customer-number  pic 9(8).
       01  cust-fs                 pic x(02).
       01  pref-fs                 pic x(02).
       01  pref-exists             pic A value "N".
       01  pref-type-sub           pic 9(1).
       01  pref-answer             pic x(1).
       01  new-low-threshold       pic 9(9).
       01  alert-pref-names.
           05 filler               pic x(34)
               value 'HOLDACCOUNT PLACED ON REVIEW HOLD'.
           05 filler               pic x(34)
               value 'LOCKCARD BLOCKED AT THE ATM'.
           05 filler               pic x(34)
               value 'DORMACCOUNT MARKED DORMANT'.
           05 filler               pic x(34)
               value 'SOSKSTANDING ORDER NOT PAID'.
           05 filler               pic x(34)
               value 'NEGBACCOUNT OVERDRAWN BEYOND LIMIT'.
           05 filler               pic x(34)
               value 'LOWBLOW AVAILABLE BALANCE'.
       01  alert-pref-table redefines alert-pref-names.
           05 alert-pref-entry occurs 6 times.
               10 alert-pref-code  pic x(4).
               10 alert-pref-desc  pic x(30).
       01  target-account-number   pic 9(16).
       01  new-password-input      pic 9(6).
       01  new-overdraft-input     pic 9(7).
           display '=> PRESS 7 TO REACTIVATE A DORMANT ACCOUNT'.
           display '=> PRESS 8 TO ADD OR UPDATE A CUSTOMER'.
           display '=> PRESS 9 TO LINK AN ACCOUNT TO A CUSTOMER'.
           display '=> PRESS 10 TO SET CUSTOMER ALERT PREFERENCES'.
           display '=> PRESS 11 TO EXIT'.
           accept menu-choice.
           if add-account-option then
               go to add-account
           if link-customer-option then
               go to link-customer
           end-if.
           if alert-pref-option then
               go to set-alert-prefs
           end-if.
           if exit-option then
               close auditLog
               stop run
               unlock-account-option and not overdraft-option
               and not clear-hold-option and not reactivate-option
               and not add-customer-option and not
               link-customer-option and not alert-pref-option
               and not exit-option then
               display '=> INVALID INPUT'
               go to menu-selection
           end-if.
           display '=> ACCOUNT LINKED TO CUSTOMER'.
           go to continue-menu.

       set-alert-prefs.
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
           display '=> NAME: ' customer-name.
           open i-o alertPrefs.
           if pref-fs = '35' then
               open output alertPrefs
               close alertPrefs
               open i-o alertPrefs
           end-if.
           move 'Y' to pref-exists.
           move target-customer-number to ap-customer.
           read alertPrefs
               invalid key
                   move 'N' to pref-exists
                   move all 'Y' to ap-type-flags
                   move 'N' to ap-type-flag(6)
                   move 0 to ap-low-threshold
           end-read.
           move spaces to aud-before.
           string ap-type-flags delimited by size
               ' ' delimited by size
               ap-low-threshold delimited by size
               into aud-before.
           perform ask-alert-pref varying pref-type-sub
               from 1 by 1 until pref-type-sub > 6.
           if ap-type-flag(6) = 'Y' then
               display '=> LOW BALANCE THRESHOLD (CURRENT '
                   ap-low-threshold ')'
               accept new-low-threshold
               move new-low-threshold to ap-low-threshold
           else
               move 0 to ap-low-threshold
           end-if.
           move target-customer-number to ap-customer.
           move ws-date to ap-updated.
           move signed-on-teller to ap-teller.
           if pref-exists = 'Y' then
               rewrite alert-pref-info
           else
               write alert-pref-info
           end-if.
           close alertPrefs.
           move 'ALERTPREF' to aud-action.
           move target-customer-number to aud-account.
           move spaces to aud-after.
           string ap-type-flags delimited by size
               ' ' delimited by size
               ap-low-threshold delimited by size
               into aud-after.
           perform write-audit.
           display '=> ALERT PREFERENCES SET'.
           go to continue-menu.

       ask-alert-pref.
           display '=> ' alert-pref-code(pref-type-sub) ' '
               alert-pref-desc(pref-type-sub) ' (CURRENT '
               ap-type-flag(pref-type-sub) ') Y/N'.
           accept pref-answer.
           if pref-answer = 'Y' or pref-answer = 'y' then
               move 'Y' to ap-type-flag(pref-type-sub)
           end-if.
           if pref-answer = 'N' or pref-answer = 'n' then
               move 'N' to ap-type-flag(pref-type-sub)
           end-if.

       write-audit.
           move ws-date to aud-date.
           move signed-on-teller to aud-teller-id.
