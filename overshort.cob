       identification division.
       program-id. overshort.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select drawerFile assign to 'drawers.txt'
               organization is indexed
               access mode is dynamic
               record key is drw-key
               file status is drawer-fs.
           select auditLog assign to 'auditLog.txt'
               organization is line sequential
               file status is audit-fs.
           select overShortReport assign to 'overShortReport.txt'
               organization is line sequential.
       data division.
           file section.
           fd  drawerFile.
           01  drawer-info.
               05 drw-key.
                   10 drw-date     pic 9(8).
                   10 drw-teller   pic 9(4).
               05 drw-branch       pic x(3).
               05 drw-status       pic x(01).
                   88 drawer-is-open        value "O".
                   88 drawer-is-closed      value "C".
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
           fd  auditLog.
           01  audit-record.
               05 aud-date         pic 9(8).
               05 aud-teller-id    pic 9(4).
               05 aud-action       pic x(10).
               05 aud-account      pic 9(16).
               05 aud-before       pic x(20).
               05 aud-after        pic x(20).
           fd  overShortReport.
           01  osr-print-line      pic x(132).
       working-storage section.
       01  drawer-fs               pic x(02).
       01  audit-fs                pic x(02).
       01  drawer-eof              pic A value "N".
       01  audit-eof               pic A value "N".
       01  report-date-input       pic x(10).
       01  report-date             pic 9(8).
       01  ws-date                 pic 9(8).
       01  aud-amount-view.
           05 aud-amount-sign      pic x(01).
           05 aud-amount-digits    pic 9(16).
       01  aud-amount              pic 9(9).
       01  audit-teller-table.
           05 at-entry occurs 50 times.
               10 at-teller        pic 9(4).
               10 at-float         pic 9(9).
               10 at-cash-in       pic 9(9).
               10 at-cash-out      pic 9(9).
               10 at-vault-in      pic 9(9).
               10 at-vault-out     pic 9(9).
               10 at-matched       pic A.
       01  at-count                pic 9(2) value 0.
       01  at-sub                  pic 9(2).
       01  at-found                pic 9(2).
       01  branch-table.
           05 br-entry occurs 10 times.
               10 br-id            pic x(3).
               10 br-tellers       pic 9(3).
               10 br-expected      pic s9(11).
               10 br-counted       pic 9(11).
               10 br-variance      pic s9(11).
               10 br-flagged       pic 9(3).
       01  br-count                pic 9(2) value 0.
       01  br-sub                  pic 9(2).
       01  br-found                pic 9(2).
       01  drawer-expected         pic s9(10).
       01  drawer-variance         pic s9(10).
       01  audit-expected          pic s9(10).
       01  teller-flagged          pic A.
       01  drawers-reported-count  pic 9(5) value 0.
       01  tellers-flagged-count   pic 9(5) value 0.
       01  osr-head-rule.
           05 filler               pic x(119) value all '='.
       01  osr-head-title.
           05 filler               pic x(30) value spaces.
           05 filler               pic x(40)
               value 'TELLER CASH OVER/SHORT REPORT'.
       01  osr-head-date.
           05 filler               pic x(15) value 'BUSINESS DATE: '.
           05 osr-head-date-value  pic 9(8).
       01  osr-head-columns.
           05 filler               pic x(6) value 'TELLER'.
           05 filler               pic x(6) value 'BRN   '.
           05 filler               pic x(3) value 'ST '.
           05 filler               pic x(10) value '    FLOAT '.
           05 filler               pic x(10) value '  CASH IN '.
           05 filler               pic x(10) value ' CASH OUT '.
           05 filler               pic x(10) value ' VAULT IN '.
           05 filler               pic x(10) value 'VAULT OUT '.
           05 filler               pic x(11) value '  EXPECTED '.
           05 filler               pic x(10) value '  COUNTED '.
           05 filler               pic x(12) value '  VARIANCE  '.
           05 filler               pic x(11) value 'FLAG       '.
           05 filler               pic x(10) value 'AUDIT     '.
       01  osr-detail-line.
           05 osr-teller           pic 9(4).
           05 filler               pic x(2) value spaces.
           05 osr-branch           pic x(3).
           05 filler               pic x(3) value spaces.
           05 osr-status           pic x(1).
           05 filler               pic x(2) value spaces.
           05 osr-float            pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-cash-in          pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-cash-out         pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-vault-in         pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-vault-out        pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-expected         pic -zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-counted          pic zzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 osr-variance         pic -zzzzzzzz9.
           05 filler               pic x(2) value spaces.
           05 osr-flag             pic x(10).
           05 filler               pic x(1) value spaces.
           05 osr-audit-flag       pic x(10).
       01  osr-section-branch.
           05 filler               pic x(40)
               value 'OVER/SHORT BY BRANCH'.
       01  osr-branch-line.
           05 filler               pic x(8) value 'BRANCH: '.
           05 osr-br-id            pic x(3).
           05 filler               pic x(10) value '  TELLERS '.
           05 osr-br-tellers       pic zz9.
           05 filler               pic x(11) value '  EXPECTED '.
           05 osr-br-expected      pic -zzzzzzzzz9.
           05 filler               pic x(10) value '  COUNTED '.
           05 osr-br-counted       pic zzzzzzzzzz9.
           05 filler               pic x(11) value '  VARIANCE '.
           05 osr-br-variance      pic -zzzzzzzzz9.
           05 filler               pic x(10) value '  FLAGGED '.
           05 osr-br-flagged       pic zz9.
       01  osr-total-line.
           05 filler               pic x(17)
               value 'DRAWERS REPORTED '.
           05 osr-total-drawers    pic zzzz9.
           05 filler               pic x(27)
               value '   TELLERS OUT OF BALANCE '.
           05 osr-total-flagged    pic zzzz9.
       procedure division.
       overshort-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Teller Cash Over/Short Report        ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.
           display '=> BUSINESS DATE YYYYMMDD (BLANK FOR TODAY)'.
           accept report-date-input.
           if report-date-input = spaces then
               move ws-date to report-date
           else
               move report-date-input(1:8) to report-date
           end-if.
           perform load-audit thru load-audit-exit.
           open output overShortReport.
           write osr-print-line from osr-head-rule.
           write osr-print-line from osr-head-title.
           move report-date to osr-head-date-value.
           write osr-print-line from osr-head-date.
           write osr-print-line from osr-head-rule.
           write osr-print-line from osr-head-columns.
           open input drawerFile.
           if drawer-fs not = '00' then
               display '=> NO DRAWER FILE - AUDIT TRAIL ONLY'
               go to unmatched-pass
           end-if.
           move report-date to drw-date.
           move 0 to drw-teller.
           start drawerFile key is not less than drw-key
               invalid key
                   move 'Y' to drawer-eof
           end-start.

       drawer-loop.
           if drawer-eof = 'N' then
               read drawerFile next record
                   at end
                       move 'Y' to drawer-eof
               end-read
           end-if.
           if drawer-eof = 'Y' or drw-date not = report-date then
               close drawerFile
               go to unmatched-pass
           end-if.
           compute drawer-expected = drw-float + drw-cash-in -
               drw-cash-out + drw-vault-in - drw-vault-out.
           move 0 to drawer-variance.
           if drawer-is-closed then
               compute drawer-variance = drw-counted - drawer-expected
           end-if.
           move 'N' to teller-flagged.
           move drw-teller to osr-teller.
           move drw-branch to osr-branch.
           move drw-status to osr-status.
           move drw-float to osr-float.
           move drw-cash-in to osr-cash-in.
           move drw-cash-out to osr-cash-out.
           move drw-vault-in to osr-vault-in.
           move drw-vault-out to osr-vault-out.
           move drawer-expected to osr-expected.
           move drw-counted to osr-counted.
           move drawer-variance to osr-variance.
           move spaces to osr-flag.
           move spaces to osr-audit-flag.
           if drawer-variance > 0 then
               move 'OVER' to osr-flag
               move 'Y' to teller-flagged
           end-if.
           if drawer-variance < 0 then
               move 'SHORT' to osr-flag
               move 'Y' to teller-flagged
           end-if.
           if drawer-is-open then
               move 'NOT CLOSED' to osr-flag
               move 'Y' to teller-flagged
           end-if.
           move 0 to at-found.
           perform match-audit-teller varying at-sub
               from 1 by 1 until at-sub > at-count.
           if at-found = 0 then
               move 'NO AUDIT' to osr-audit-flag
               move 'Y' to teller-flagged
           else
               move 'Y' to at-matched(at-found)
               compute audit-expected = at-float(at-found) +
                   at-cash-in(at-found) - at-cash-out(at-found) +
                   at-vault-in(at-found) - at-vault-out(at-found)
               if audit-expected not = drawer-expected then
                   move 'AUDIT DIFF' to osr-audit-flag
                   move 'Y' to teller-flagged
               end-if
           end-if.
           write osr-print-line from osr-detail-line.
           add 1 to drawers-reported-count.
           perform add-branch-totals thru add-branch-totals-exit.
           if teller-flagged = 'Y' then
               add 1 to tellers-flagged-count
               display '=> TELLER ' drw-teller ' BRANCH ' drw-branch
                   ' OUT OF BALANCE: ' osr-flag ' ' osr-audit-flag
           end-if.
           go to drawer-loop.

       unmatched-pass.
           perform report-unmatched-teller varying at-sub
               from 1 by 1 until at-sub > at-count.
           write osr-print-line from osr-head-rule.
           write osr-print-line from osr-section-branch.
           perform print-branch-line varying br-sub
               from 1 by 1 until br-sub > br-count.
           write osr-print-line from osr-head-rule.
           move drawers-reported-count to osr-total-drawers.
           move tellers-flagged-count to osr-total-flagged.
           write osr-print-line from osr-total-line.
           close overShortReport.
           display '=> ' drawers-reported-count ' DRAWER(S) REPORTED, '
               tellers-flagged-count ' OUT OF BALANCE'.
           stop run.

       load-audit.
           open input auditLog.
           if audit-fs not = '00' then
               display '=> AUDIT LOG NOT AVAILABLE'
               go to load-audit-exit
           end-if.

       load-audit-read.
           read auditLog
           at end move 'Y' to audit-eof.

           if audit-eof = 'Y' then
               close auditLog
               go to load-audit-exit
           end-if.
           if aud-date not = report-date then
               go to load-audit-read
           end-if.
           if aud-action not = 'DRWOPEN' and
               aud-action not = 'CTRDEP' and
               aud-action not = 'CTRWDL' and
               aud-action not = 'VAULTBUY' and
               aud-action not = 'VAULTSELL' then
               go to load-audit-read
           end-if.
           move 0 to at-found.
           perform match-audit-entry varying at-sub
               from 1 by 1 until at-sub > at-count.
           if at-found = 0 then
               if at-count >= 50 then
                   display '=> AUDIT TELLER TABLE FULL - ENTRY IGNORED'
                   go to load-audit-read
               end-if
               add 1 to at-count
               move at-count to at-found
               move aud-teller-id to at-teller(at-found)
               move 0 to at-float(at-found)
               move 0 to at-cash-in(at-found)
               move 0 to at-cash-out(at-found)
               move 0 to at-vault-in(at-found)
               move 0 to at-vault-out(at-found)
               move 'N' to at-matched(at-found)
           end-if.
           move aud-after(1:17) to aud-amount-view.
           move aud-amount-digits to aud-amount.
           if aud-action = 'DRWOPEN' then
               add aud-amount to at-float(at-found)
           end-if.
           if aud-action = 'CTRDEP' then
               add aud-amount to at-cash-in(at-found)
           end-if.
           if aud-action = 'CTRWDL' then
               add aud-amount to at-cash-out(at-found)
           end-if.
           if aud-action = 'VAULTBUY' then
               add aud-amount to at-vault-in(at-found)
           end-if.
           if aud-action = 'VAULTSELL' then
               add aud-amount to at-vault-out(at-found)
           end-if.
           go to load-audit-read.

       load-audit-exit.
           exit.

       match-audit-entry.
           if at-teller(at-sub) = aud-teller-id then
               move at-sub to at-found
           end-if.

       match-audit-teller.
           if at-teller(at-sub) = drw-teller then
               move at-sub to at-found
           end-if.

       report-unmatched-teller.
           if at-matched(at-sub) = 'N' then
               move at-teller(at-sub) to osr-teller
               move spaces to osr-branch
               move spaces to osr-status
               move at-float(at-sub) to osr-float
               move at-cash-in(at-sub) to osr-cash-in
               move at-cash-out(at-sub) to osr-cash-out
               move at-vault-in(at-sub) to osr-vault-in
               move at-vault-out(at-sub) to osr-vault-out
               compute audit-expected = at-float(at-sub) +
                   at-cash-in(at-sub) - at-cash-out(at-sub) +
                   at-vault-in(at-sub) - at-vault-out(at-sub)
               move audit-expected to osr-expected
               move 0 to osr-counted
               move 0 to osr-variance
               move 'NO DRAWER' to osr-flag
               move spaces to osr-audit-flag
               write osr-print-line from osr-detail-line
               add 1 to tellers-flagged-count
               display '=> TELLER ' at-teller(at-sub)
                   ' HAS COUNTER ACTIVITY BUT NO DRAWER'
           end-if.

       add-branch-totals.
           move 0 to br-found.
           perform match-branch varying br-sub
               from 1 by 1 until br-sub > br-count.
           if br-found = 0 then
               if br-count >= 10 then
                   display '=> BRANCH TABLE FULL - ' drw-branch
                       ' NOT TOTALLED'
                   go to add-branch-totals-exit
               end-if
               add 1 to br-count
               move br-count to br-found
               move drw-branch to br-id(br-found)
               move 0 to br-tellers(br-found)
               move 0 to br-expected(br-found)
               move 0 to br-counted(br-found)
               move 0 to br-variance(br-found)
               move 0 to br-flagged(br-found)
           end-if.
           add 1 to br-tellers(br-found).
           add drawer-expected to br-expected(br-found).
           add drw-counted to br-counted(br-found).
           add drawer-variance to br-variance(br-found).
           if teller-flagged = 'Y' then
               add 1 to br-flagged(br-found)
           end-if.

       add-branch-totals-exit.
           exit.

       match-branch.
           if br-id(br-sub) = drw-branch then
               move br-sub to br-found
           end-if.

       print-branch-line.
           move br-id(br-sub) to osr-br-id.
           move br-tellers(br-sub) to osr-br-tellers.
           move br-expected(br-sub) to osr-br-expected.
           move br-counted(br-sub) to osr-br-counted.
           move br-variance(br-sub) to osr-br-variance.
           move br-flagged(br-sub) to osr-br-flagged.
           write osr-print-line from osr-branch-line.
