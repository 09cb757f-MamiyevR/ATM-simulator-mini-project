       identification division.
       program-id. alerts.
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
           select alertPrefs assign to 'alertPrefs.txt'
               organization is indexed
               access mode is dynamic
               record key is ap-customer
               file status is pref-fs.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
           select alertExtract assign to 'alertExtract.txt'
               organization is line sequential
               file status is ext-fs.
           select alertStatus assign to 'alertStatus.txt'
               organization is line sequential
               file status is stat-fs.
           select alertReport assign to 'alertReport.txt'
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
           fd  alertPrefs.
           01  alert-pref-info.
               05 ap-customer      pic 9(08).
               05 ap-type-flags.
                   10 ap-type-flag occurs 6 times pic x(01).
               05 ap-low-threshold pic 9(09).
               05 ap-updated       pic 9(08).
               05 ap-teller        pic 9(04).
           fd  alertEvents.
           01  alert-event-record.
               05 ae-date          pic 9(8).
               05 ae-time          pic 9(6).
               05 ae-type          pic x(4).
               05 ae-account       pic 9(16).
               05 ae-amount        pic s9(16)
                   sign is leading separate character.
               05 ae-source        pic x(8).
           fd  alertExtract.
           01  ax-header-record.
               05 ax-rec-type      pic x(01).
               05 ax-hdr-file-date pic 9(8).
               05 ax-hdr-file-id   pic x(10).
           01  ax-detail-record.
               05 filler           pic x(01).
               05 ax-alert-id      pic 9(14).
               05 ax-customer      pic 9(8).
               05 ax-alert-type    pic x(4).
               05 ax-account       pic 9(16).
               05 ax-amount        pic s9(16)
                   sign is leading separate character.
               05 ax-event-date    pic 9(8).
               05 ax-event-time    pic 9(6).
               05 ax-message       pic x(40).
           01  ax-trailer-record.
               05 filler           pic x(01).
               05 ax-trl-count     pic 9(6).
               05 ax-trl-customer-hash pic 9(14).
               05 ax-trl-account-hash pic 9(18).
           fd  alertStatus.
           01  alert-status-record.
               05 as-alert-id      pic 9(14).
               05 as-customer      pic 9(8).
               05 as-alert-type    pic x(4).
               05 as-account       pic 9(16).
               05 as-status        pic x(2).
                   88 as-delivered          value "DL".
               05 as-reason        pic x(20).
               05 as-status-date   pic 9(8).
           fd  alertReport.
           01  alert-print-line    pic x(100).
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
       01  pref-fs                 pic x(02).
       01  alert-fs                pic x(02).
       01  ext-fs                  pic x(02).
       01  stat-fs                 pic x(02).
       01  business-date           pic 9(8).
       01  ws-time-raw             pic 9(8).
       01  ws-time                 pic 9(6).
       01  alert-eof               pic A value "N".
       01  stat-eof                pic A value "N".
       01  master-eof              pic A value "N".
       01  prefs-available         pic A value "N".
       01  prefs-found             pic A value "N".
       01  alert-type-values.
           05 filler               pic x(44)
               value 'HOLDACCOUNT PLACED ON REVIEW HOLD'.
           05 filler               pic x(44)
               value 'LOCKCARD BLOCKED AFTER FAILED PIN TRIES'.
           05 filler               pic x(44)
               value 'DORMACCOUNT MARKED DORMANT'.
           05 filler               pic x(44)
               value 'SOSKSTANDING ORDER NOT PAID - LOW FUNDS'.
           05 filler               pic x(44)
               value 'NEGBACCOUNT OVERDRAWN BEYOND LIMIT'.
           05 filler               pic x(44)
               value 'LOWBAVAILABLE BALANCE BELOW YOUR THRESHOLD'.
       01  alert-type-table redefines alert-type-values.
           05 alert-type-entry occurs 6 times.
               10 alert-type-code  pic x(4).
               10 alert-type-text  pic x(40).
       01  alert-type-count        pic 9(1) value 6.
       01  low-balance-type        pic 9(1) value 6.
       01  type-sub                pic 9(1).
       01  type-selected           pic 9(1) value 0.
       01  lookup-alert-type       pic x(4).
       01  type-extracted-table.
           05 type-extracted occurs 6 times pic 9(6).
       01  type-suppressed-table.
           05 type-suppressed occurs 6 times pic 9(6).
       01  alert-id-build.
           05 aib-date             pic 9(8).
           05 aib-seq              pic 9(6).
       01  alert-id-num redefines alert-id-build pic 9(14).
       01  alert-customer          pic 9(8).
       01  alert-account           pic 9(16).
       01  alert-amount            pic s9(16)
           sign is leading separate character.
       01  alert-event-date        pic 9(8).
       01  alert-event-time        pic 9(6).
       01  not-extracted-reason    pic x(20).
       01  events-read-count       pic 9(6) value 0.
       01  extracted-count         pic 9(6) value 0.
       01  suppressed-count        pic 9(6) value 0.
       01  not-extracted-count     pic 9(6) value 0.
       01  extract-customer-hash   pic 9(14) value 0.
       01  extract-account-hash    pic 9(18) value 0.
       01  returns-read-count      pic 9(6) value 0.
       01  delivered-count         pic 9(6) value 0.
       01  undeliverable-count     pic 9(6) value 0.
       01  alr-head-rule.
           05 filler               pic x(96) value all '='.
       01  alr-head-title.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(40)
               value 'CUSTOMER ALERT EXTRACT REPORT'.
       01  alr-head-date.
           05 filler               pic x(16) value 'BUSINESS DATE: '.
           05 alr-head-date-value  pic 9(8).
       01  alr-section-line.
           05 alr-section-title    pic x(60).
       01  alr-undel-columns.
           05 filler               pic x(16) value 'ALERT ID'.
           05 filler               pic x(10) value 'CUSTOMER'.
           05 filler               pic x(6) value 'TYPE'.
           05 filler               pic x(18) value 'ACCOUNT'.
           05 filler               pic x(4) value 'ST'.
           05 filler               pic x(22) value 'REASON'.
           05 filler               pic x(8) value 'DATE'.
       01  alr-undel-line.
           05 alr-undel-id         pic 9(14).
           05 filler               pic x(2) value spaces.
           05 alr-undel-customer   pic 9(8).
           05 filler               pic x(2) value spaces.
           05 alr-undel-type       pic x(4).
           05 filler               pic x(2) value spaces.
           05 alr-undel-account    pic 9(16).
           05 filler               pic x(2) value spaces.
           05 alr-undel-status     pic x(2).
           05 filler               pic x(2) value spaces.
           05 alr-undel-reason     pic x(20).
           05 filler               pic x(2) value spaces.
           05 alr-undel-date       pic 9(8).
       01  alr-skip-line.
           05 alr-skip-type        pic x(4).
           05 filler               pic x(2) value spaces.
           05 alr-skip-account     pic 9(16).
           05 filler               pic x(2) value spaces.
           05 alr-skip-date        pic 9(8).
           05 filler               pic x(2) value spaces.
           05 alr-skip-source      pic x(8).
           05 filler               pic x(2) value spaces.
           05 alr-skip-reason      pic x(20).
       01  alr-type-line.
           05 alr-type-code        pic x(4).
           05 filler               pic x(2) value spaces.
           05 alr-type-text        pic x(40).
           05 filler               pic x(12) value '  EXTRACTED '.
           05 alr-type-extracted   pic zzzzz9.
           05 filler               pic x(13) value '  SUPPRESSED '.
           05 alr-type-suppressed  pic zzzzz9.
       01  alr-count-line.
           05 alr-count-label      pic x(30).
           05 alr-count-value      pic zzzzz9.
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
       01  rc-own-name             pic x(10) value 'ALERTS'.
       01  rc-time-raw             pic 9(8).
       procedure division.
       alerts-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Customer Alert Extract               ##'.
           display '##############################################'.
           perform rc-verify thru rc-verify-exit.
           move rct-date(rc-own-step) to business-date.
           accept ws-time-raw from time.
           move ws-time-raw(1:6) to ws-time.
           move zeroes to type-extracted-table.
           move zeroes to type-suppressed-table.
           open input master.
           if master-fs not = '00' then
               display '=> MASTER NOT AVAILABLE'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           open input customerFile.
           if cust-fs not = '00' then
               display '=> CUSTOMER FILE NOT AVAILABLE'
               close master
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           open input alertPrefs.
           if pref-fs = '00' then
               move 'Y' to prefs-available
           else
               display '=> NO ALERT PREFERENCES ON FILE - DEFAULTS USED'
           end-if.
           open output alertReport.
           write alert-print-line from alr-head-rule.
           write alert-print-line from alr-head-title.
           move business-date to alr-head-date-value.
           write alert-print-line from alr-head-date.
           write alert-print-line from alr-head-rule.
           perform status-return thru status-return-exit.
           perform event-extract thru event-extract-exit.
           perform alerts-summary thru alerts-summary-exit.
           close master.
           close customerFile.
           if prefs-available = 'Y' then
               close alertPrefs
           end-if.
           close alertReport.
           display '=> ALERT EVENTS READ ......... ' events-read-count.
           display '=> ALERTS EXTRACTED .......... ' extracted-count.
           display '=> ALERTS SUPPRESSED ......... ' suppressed-count.
           display '=> ALERTS NOT EXTRACTED ...... '
               not-extracted-count.
           display '=> UNDELIVERABLE RETURNS ..... '
               undeliverable-count.
           perform rc-complete thru rc-complete-exit.
           stop run.

       status-return.
           move 'UNDELIVERABLE ALERTS FROM GATEWAY' to
               alr-section-title.
           write alert-print-line from alr-section-line.
           write alert-print-line from alr-undel-columns.
           open input alertStatus.
           if stat-fs not = '00' then
               display '=> NO DELIVERY STATUS RETURN FILE'
               go to status-return-counts
           end-if.

       status-return-read.
           read alertStatus
           at end move 'Y' to stat-eof.

           if stat-eof = 'Y' then
               close alertStatus
               go to status-return-done
           end-if.
           add 1 to returns-read-count.
           if as-delivered then
               add 1 to delivered-count
               go to status-return-read
           end-if.
           add 1 to undeliverable-count.
           move as-alert-id to alr-undel-id.
           move as-customer to alr-undel-customer.
           move as-alert-type to alr-undel-type.
           move as-account to alr-undel-account.
           move as-status to alr-undel-status.
           move as-reason to alr-undel-reason.
           move as-status-date to alr-undel-date.
           write alert-print-line from alr-undel-line.
           go to status-return-read.

       status-return-done.
           if returns-read-count > 0 then
               open output alertStatus
               close alertStatus
           end-if.

       status-return-counts.
           move 'STATUS RETURNS READ' to alr-count-label.
           move returns-read-count to alr-count-value.
           write alert-print-line from alr-count-line.
           move 'DELIVERED' to alr-count-label.
           move delivered-count to alr-count-value.
           write alert-print-line from alr-count-line.
           move 'UNDELIVERABLE' to alr-count-label.
           move undeliverable-count to alr-count-value.
           write alert-print-line from alr-count-line.
           write alert-print-line from alr-head-rule.

       status-return-exit.
           exit.

       event-extract.
           open output alertExtract.
           if ext-fs not = '00' then
               display '=> ALERT EXTRACT FILE NOT AVAILABLE'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           move 'H' to ax-rec-type.
           move business-date to ax-hdr-file-date.
           move spaces to ax-hdr-file-id.
           string 'AL' delimited by size
               business-date delimited by size
               into ax-hdr-file-id.
           write ax-header-record.
           move business-date to aib-date.
           move 0 to aib-seq.
           move 'ALERTS NOT EXTRACTED' to alr-section-title.
           write alert-print-line from alr-section-line.
           open input alertEvents.
           if alert-fs not = '00' then
               display '=> NO ALERT EVENTS ON FILE'
               go to event-extract-low
           end-if.

       event-extract-read.
           read alertEvents
           at end move 'Y' to alert-eof.

           if alert-eof = 'Y' then
               close alertEvents
               go to event-extract-low
           end-if.
           add 1 to events-read-count.
           move ae-type to lookup-alert-type.
           move 0 to type-selected.
           perform match-alert-type varying type-sub
               from 1 by 1 until type-sub > alert-type-count.
           if type-selected = 0 then
               move 'UNKNOWN ALERT TYPE' to not-extracted-reason
               perform report-not-extracted
               go to event-extract-read
           end-if.
           move ae-account to account-number.
           read master
               invalid key
                   move 'ACCOUNT NOT FOUND' to not-extracted-reason
                   perform report-not-extracted
                   go to event-extract-read
           end-read.
           if account-customer-number = 0 then
               move 'NO CUSTOMER LINK' to not-extracted-reason
               perform report-not-extracted
               go to event-extract-read
           end-if.
           move account-customer-number to customer-number.
           read customerFile
               invalid key
                   move 'CUSTOMER NOT ON FILE' to not-extracted-reason
                   perform report-not-extracted
                   go to event-extract-read
           end-read.
           perform read-prefs thru read-prefs-exit.
           if prefs-found = 'Y' and
               ap-type-flag(type-selected) not = 'Y' then
               add 1 to suppressed-count
               add 1 to type-suppressed(type-selected)
               go to event-extract-read
           end-if.
           move customer-number to alert-customer.
           move ae-account to alert-account.
           move ae-amount to alert-amount.
           move ae-date to alert-event-date.
           move ae-time to alert-event-time.
           perform write-extract-detail.
           go to event-extract-read.

       event-extract-low.
           if prefs-available = 'N' then
               go to event-extract-close
           end-if.
           move low-balance-type to type-selected.
           move 0 to account-number.
           start master key is not less than account-number
               invalid key
                   go to event-extract-close
           end-start.

       event-extract-low-read.
           read master next record
           at end move 'Y' to master-eof.

           if master-eof = 'Y' then
               go to event-extract-close
           end-if.
           if account-is-closed or account-customer-number = 0 then
               go to event-extract-low-read
           end-if.
           if account-last-activity not = business-date then
               go to event-extract-low-read
           end-if.
           move account-customer-number to ap-customer.
           read alertPrefs
               invalid key
                   go to event-extract-low-read
           end-read.
           if ap-type-flag(low-balance-type) not = 'Y' or
               ap-low-threshold = 0 then
               go to event-extract-low-read
           end-if.
           if account-available-balance >= ap-low-threshold then
               go to event-extract-low-read
           end-if.
           move account-customer-number to alert-customer.
           move account-number to alert-account.
           move account-available-balance to alert-amount.
           move business-date to alert-event-date.
           move ws-time to alert-event-time.
           perform write-extract-detail.
           go to event-extract-low-read.

       event-extract-close.
           move 'T' to ax-rec-type.
           move extracted-count to ax-trl-count.
           move extract-customer-hash to ax-trl-customer-hash.
           move extract-account-hash to ax-trl-account-hash.
           write ax-trailer-record.
           close alertExtract.
           if events-read-count > 0 then
               open output alertEvents
               close alertEvents
           end-if.
           write alert-print-line from alr-head-rule.

       event-extract-exit.
           exit.

       alerts-summary.
           move 'ALERTS BY TYPE' to alr-section-title.
           write alert-print-line from alr-section-line.
           perform write-type-line varying type-sub
               from 1 by 1 until type-sub > alert-type-count.
           write alert-print-line from alr-head-rule.
           move 'ALERT EVENTS READ' to alr-count-label.
           move events-read-count to alr-count-value.
           write alert-print-line from alr-count-line.
           move 'ALERTS EXTRACTED' to alr-count-label.
           move extracted-count to alr-count-value.
           write alert-print-line from alr-count-line.
           move 'SUPPRESSED BY PREFERENCE' to alr-count-label.
           move suppressed-count to alr-count-value.
           write alert-print-line from alr-count-line.
           move 'NOT EXTRACTED' to alr-count-label.
           move not-extracted-count to alr-count-value.
           write alert-print-line from alr-count-line.
           write alert-print-line from alr-head-rule.

       alerts-summary-exit.
           exit.

       read-prefs.
           move 'N' to prefs-found.
           if prefs-available = 'N' then
               go to read-prefs-exit
           end-if.
           move customer-number to ap-customer.
           read alertPrefs
               invalid key
                   go to read-prefs-exit
           end-read.
           move 'Y' to prefs-found.

       read-prefs-exit.
           exit.

       write-extract-detail.
           add 1 to aib-seq.
           move 'D' to ax-rec-type.
           move alert-id-num to ax-alert-id.
           move alert-customer to ax-customer.
           move alert-type-code(type-selected) to ax-alert-type.
           move alert-account to ax-account.
           move alert-amount to ax-amount.
           move alert-event-date to ax-event-date.
           move alert-event-time to ax-event-time.
           move alert-type-text(type-selected) to ax-message.
           write ax-detail-record.
           add 1 to extracted-count.
           add 1 to type-extracted(type-selected).
           add alert-customer to extract-customer-hash.
           add alert-account to extract-account-hash.

       report-not-extracted.
           add 1 to not-extracted-count.
           move ae-type to alr-skip-type.
           move ae-account to alr-skip-account.
           move ae-date to alr-skip-date.
           move ae-source to alr-skip-source.
           move not-extracted-reason to alr-skip-reason.
           write alert-print-line from alr-skip-line.

       write-type-line.
           move alert-type-code(type-sub) to alr-type-code.
           move alert-type-text(type-sub) to alr-type-text.
           move type-extracted(type-sub) to alr-type-extracted.
           move type-suppressed(type-sub) to alr-type-suppressed.
           write alert-print-line from alr-type-line.

       match-alert-type.
           if alert-type-code(type-sub) = lookup-alert-type then
               move type-sub to type-selected
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
