           select auditLog assign to 'auditLog.txt'
               organization is line sequential
               file status is audit-fs.
           select drawerFile assign to 'drawers.txt'
               organization is indexed
               access mode is dynamic
               record key is drw-key
               file status is drawer-fs.
       data division.
           file section.
           fd  master.
               05 t-timestamp      pic 9(5).
               05 t-date           pic 9(8).
               05 t-time           pic 9(6).
               05 t-channel        pic x(8).
               05 t-origin-id      pic x(3).
               05 t-reference      pic x(20).
           fd  auditLog.
           01  audit-record.
               05 aud-date         pic 9(8).
               05 aud-account      pic 9(16).
               05 aud-before       pic x(20).
               05 aud-after        pic x(20).
           fd  drawerFile.
           01  drawer-info.
               05 drw-key.
                   10 drw-date     pic 9(8).
                   10 drw-teller   pic 9(4).
               05 drw-branch       pic x(3).
               05 drw-status       pic x(01).
               05 drw-float        pic 9(9).
               05 drw-cash-in      pic 9(9).
               05 drw-cash-out     pic 9(9).
               05 drw-vault-in     pic 9(9).
               05 drw-vault-out    pic 9(9).
               05 drw-expected     pic s9(10)
                   sign is leading separate character.
               05 drw-counted      pic 9(9).
               05 drw-variance     pic s9(10)
                   sign is leading separate character.
               05 drw-open-time    pic 9(6).
               05 drw-close-time   pic 9(6).
       working-storage section.
       01  master-fs               pic x(02).
       01  teller-fs               pic x(02).
       01  reg-fs                  pic x(02).
       01  trans-fs                pic x(02).
       01  audit-fs                pic x(02).
       01  drawer-fs               pic x(02).
       01  trans-file-name         pic x(30).
       01  ws-teller-record.
           05 ws-teller-id         pic 9(4).
       01  serviceSelect           pic x(10).
           88 deposit-option       value "D", "d".
           88 withdrawal-option    value "W", "w".
           88 vault-buy-option     value "B", "b".
           88 vault-sell-option    value "S", "s".
           88 close-drawer-option  value "C", "c".
           88 signoff-option       value "Q", "q".
       01  tempService             pic A.
       01  counter-amount          pic s9(5)v9(3).
           sign is leading separate character.
       01  posted-count            pic 9(5) value 0.
       01  aud-amount-text         pic +9(16).
       01  aud-branch-text.
           05 filler               pic x(7) value 'BRANCH '.
           05 aud-branch-id        pic x(3).
       01  ws-drawer-info.
           05 ws-drw-key.
               10 ws-drw-date      pic 9(8).
               10 ws-drw-teller    pic 9(4).
           05 ws-drw-branch        pic x(3).
           05 ws-drw-status        pic x(01).
               88 ws-drawer-is-open      value "O".
               88 ws-drawer-is-closed    value "C".
           05 ws-drw-float         pic 9(9).
           05 ws-drw-cash-in       pic 9(9).
           05 ws-drw-cash-out      pic 9(9).
           05 ws-drw-vault-in      pic 9(9).
           05 ws-drw-vault-out     pic 9(9).
           05 ws-drw-expected      pic s9(10)
               sign is leading separate character.
           05 ws-drw-counted       pic 9(9).
           05 ws-drw-variance      pic s9(10)
               sign is leading separate character.
           05 ws-drw-open-time     pic 9(6).
           05 ws-drw-close-time    pic 9(6).
       01  drawer-cash-on-hand     pic s9(10)
           sign is leading separate character.
       01  trans-ref-build.
           05 tref-prefix          pic x(2) value 'DR'.
           05 tref-teller          pic 9(4).
           05 tref-date            pic 9(8).
           05 tref-time            pic 9(6).
       procedure division.
       welcome-display.
           display '##############################################'.
               go to branch-selection
           end-if.
           move reg-atm-file(atm-selected) to trans-file-name.
           move reg-atm-id(atm-selected) to aud-branch-id.

       drawer-check.
           move ws-date to drw-date.
           move signed-on-teller to drw-teller.
           open i-o drawerFile.
           if drawer-fs = '35' then
               open output drawerFile
               close drawerFile
               open i-o drawerFile
           end-if.
           read drawerFile into ws-drawer-info
               invalid key
                   close drawerFile
                   go to drawer-open
           end-read.
           close drawerFile.
           if ws-drawer-is-closed then
               display '=> DRAWER ALREADY CLOSED FOR ' ws-drw-date
               close auditLog
               stop run
           end-if.
           if ws-drw-branch not = reg-atm-id(atm-selected) then
               display '=> DRAWER IS OPEN AT BRANCH ' ws-drw-branch
               go to branch-selection
           end-if.
           perform compute-cash-on-hand.
           display '=> DRAWER OPEN - CASH ON HAND: '
               drawer-cash-on-hand.
           go to service-selection.

       drawer-open.
           display '=> NO DRAWER OPEN - ENTER OPENING FLOAT'.
           accept counter-amount.
           if counter-amount < 0 then
               display '=> INVALID INPUT'
               go to drawer-open
           end-if.
           compute record-amount = counter-amount * 100.
           accept ws-time-raw from time.
           move ws-date to ws-drw-date.
           move signed-on-teller to ws-drw-teller.
           move reg-atm-id(atm-selected) to ws-drw-branch.
           move 'O' to ws-drw-status.
           move record-amount to ws-drw-float.
           move 0 to ws-drw-cash-in.
           move 0 to ws-drw-cash-out.
           move 0 to ws-drw-vault-in.
           move 0 to ws-drw-vault-out.
           move 0 to ws-drw-expected.
           move 0 to ws-drw-counted.
           move 0 to ws-drw-variance.
           move ws-time-raw(1:6) to ws-drw-open-time.
           move 0 to ws-drw-close-time.
           open i-o drawerFile.
           write drawer-info from ws-drawer-info
               invalid key
                   display '=> DRAWER RECORD ALREADY EXISTS'
                   close drawerFile
                   close auditLog
                   stop run
           end-write.
           close drawerFile.
           move 'DRWOPEN' to aud-action.
           move 0 to aud-account.
           move aud-branch-text to aud-before.
           move record-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '=> DRAWER OPENED WITH FLOAT ' ws-drw-float.

       service-selection.
           display '=> PLEASE CHOOSE THE SERVICE'.
           display '=> PRESS D FOR COUNTER DEPOSIT'.
           display '=> PRESS W FOR COUNTER WITHDRAWAL'.
           display '=> PRESS B TO BUY CASH FROM THE VAULT'.
           display '=> PRESS S TO SELL CASH TO THE VAULT'.
           display '=> PRESS C TO CLOSE THE DRAWER'.
           display '=> PRESS Q TO SIGN OFF'.
           accept serviceSelect.
           move function upper-case(serviceSelect) to serviceSelect.
           if signoff-option then
               go to signoff-summary
           end-if.
           if close-drawer-option then
               go to drawer-close
           end-if.
           if vault-buy-option or vault-sell-option then
               go to vault-transfer
           end-if.
           if not deposit-option and not withdrawal-option then
               display '=> INVALID INPUT'
               go to service-selection
               display '=> INSUFFICIENT AVAILABLE BALANCE'
               go to amount-entry
           end-if.
           perform compute-cash-on-hand.
           if withdrawal-option and
               record-amount > drawer-cash-on-hand then
               display '=> INSUFFICIENT CASH IN DRAWER'
               go to amount-entry
           end-if.

       post-counter-trans.
           move serviceSelect to tempService.
           move post-timestamp to t-timestamp.
           move ws-date to t-date.
           move ws-time to t-time.
           move 'TELLER' to t-channel.
           move reg-atm-id(atm-selected) to t-origin-id.
           add 1 to posted-count.
           move signed-on-teller to tref-teller.
           move ws-drw-date to tref-date.
           move ws-time to tref-time.
           move trans-ref-build to t-reference.
           write tranfer-record.
           compute post-timestamp = post-timestamp + 1.
           close transFile.
           if deposit-option then
               add record-amount to drawer-in-total
               add record-amount to ws-drw-cash-in
               move 'CTRDEP' to aud-action
           end-if.
           if withdrawal-option then
               add record-amount to drawer-out-total
               add record-amount to ws-drw-cash-out
               move 'CTRWDL' to aud-action
           end-if.
           perform rewrite-drawer thru rewrite-drawer-exit.
           move ws-account-number to aud-account.
           move aud-branch-text to aud-before.
           move record-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '=> DRAWER IN: ' drawer-in-total
               ' OUT: ' drawer-out-total
               ' NET: ' drawer-net.
           perform compute-cash-on-hand.
           display '=> CASH ON HAND: ' drawer-cash-on-hand.
           go to service-selection.

       vault-transfer.
           display '=> AMOUNT'.
           accept counter-amount.
           if counter-amount <= 0 then
               display '=> INVALID INPUT'
               go to vault-transfer
           end-if.
           compute record-amount = counter-amount * 100.
           perform compute-cash-on-hand.
           if vault-sell-option and
               record-amount > drawer-cash-on-hand then
               display '=> INSUFFICIENT CASH IN DRAWER'
               go to service-selection
           end-if.
           if vault-buy-option then
               add record-amount to ws-drw-vault-in
               move 'VAULTBUY' to aud-action
           end-if.
           if vault-sell-option then
               add record-amount to ws-drw-vault-out
               move 'VAULTSELL' to aud-action
           end-if.
           perform rewrite-drawer thru rewrite-drawer-exit.
           move 0 to aud-account.
           move aud-branch-text to aud-before.
           move record-amount to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           perform compute-cash-on-hand.
           display '=> VAULT TRANSFER RECORDED - CASH ON HAND: '
               drawer-cash-on-hand.
           go to service-selection.

       drawer-close.
           display '=> COUNTED CASH IN DRAWER'.
           accept counter-amount.
           if counter-amount < 0 then
               display '=> INVALID INPUT'
               go to drawer-close
           end-if.
           compute record-amount = counter-amount * 100.
           perform compute-cash-on-hand.
           accept ws-time-raw from time.
           move drawer-cash-on-hand to ws-drw-expected.
           move record-amount to ws-drw-counted.
           compute ws-drw-variance = ws-drw-counted - ws-drw-expected.
           move 'C' to ws-drw-status.
           move ws-time-raw(1:6) to ws-drw-close-time.
           perform rewrite-drawer thru rewrite-drawer-exit.
           move 'DRWCLOSE' to aud-action.
           move 0 to aud-account.
           move ws-drw-expected to aud-amount-text.
           move aud-amount-text to aud-before.
           move ws-drw-counted to aud-amount-text.
           move aud-amount-text to aud-after.
           perform write-audit.
           display '==========================================='.
           display '       TELLER CASH DRAWER - CASH PROOF'.
           display '==========================================='.
           display 'BRANCH ............. ' ws-drw-branch.
           display 'OPENING FLOAT ...... ' ws-drw-float.
           display 'COUNTER CASH IN .... ' ws-drw-cash-in.
           display 'COUNTER CASH OUT ... ' ws-drw-cash-out.
           display 'FROM VAULT ......... ' ws-drw-vault-in.
           display 'TO VAULT ........... ' ws-drw-vault-out.
           display 'EXPECTED CASH ...... ' ws-drw-expected.
           display 'COUNTED CASH ....... ' ws-drw-counted.
           display 'VARIANCE ........... ' ws-drw-variance.
           if ws-drw-variance > 0 then
               display '=> DRAWER OVER'
           end-if.
           if ws-drw-variance < 0 then
               display '=> DRAWER SHORT'
           end-if.
           go to signoff-summary.

       compute-cash-on-hand.
           compute drawer-cash-on-hand = ws-drw-float +
               ws-drw-cash-in - ws-drw-cash-out +
               ws-drw-vault-in - ws-drw-vault-out.

       rewrite-drawer.
           open i-o drawerFile.
           move ws-drw-key to drw-key.
           read drawerFile
               invalid key
                   display '=> DRAWER RECORD NOT FOUND'
                   close drawerFile
                   go to rewrite-drawer-exit
           end-read.
           rewrite drawer-info from ws-drawer-info.
           close drawerFile.

       rewrite-drawer-exit.
           exit.

       write-audit.
           move ws-date to aud-date.
           move signed-on-teller to aud-teller-id.
           display 'CASH TAKEN IN ...... ' drawer-in-total.
           display 'CASH PAID OUT ...... ' drawer-out-total.
           display 'DRAWER NET ......... ' drawer-net.
           perform compute-cash-on-hand.
           display 'CASH ON HAND ....... ' drawer-cash-on-hand.
           display '==========================================='.
           move 'SIGNOFF' to aud-action.
           move 0 to aud-account.
