       identification division.
       program-id. ejreport.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select atmRegistry assign to 'atmRegistry.txt'
               organization is line sequential
               file status is reg-fs.
           select atmJournal assign to dynamic journal-file-name
               organization is line sequential
               file status is jrnl-fs.
           select declineReport assign to 'declineReport.txt'
               organization is line sequential.
           select runControl assign to 'runControl.txt'
               organization is line sequential
               file status is rc-fs.
       data division.
           file section.
           fd  atmRegistry.
           01  registry-record.
               05 reg-rec-atm-id   pic x(3).
               05 reg-rec-atm-desc pic x(20).
               05 reg-rec-atm-file pic x(30).
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
           fd  declineReport.
           01  decline-print-line  pic x(90).
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
       01  jrnl-fs                 pic x(02).
       01  journal-file-name       pic x(30).
       01  atm-registry-table.
           05 reg-entry occurs 10 times.
               10 reg-atm-id       pic x(3).
               10 reg-atm-desc     pic x(20).
               10 reg-event-count  pic 9(7).
               10 reg-approved-count pic 9(7).
               10 reg-declined-count pic 9(7).
               10 reg-declined-amount pic 9(11).
               10 reg-reason-count occurs 25 times pic 9(7).
       01  reg-count               pic 9(2) value 0.
       01  reg-sub                 pic 9(2).
       01  reason-names.
           05 filler               pic x(34) value 'APPROVED'.
           05 filler               pic x(34) value 'NO SUCH ACCOUNT'.
           05 filler               pic x(34) value 'INCORRECT PIN'.
           05 filler               pic x(34) value 'ACCOUNT CLOSED'.
           05 filler               pic x(34) value 'ACCOUNT LOCKED'.
           05 filler               pic x(34)
               value 'ACCOUNT ON REVIEW HOLD'.
           05 filler               pic x(34) value 'ACCOUNT DORMANT'.
           05 filler               pic x(34) value 'NEGATIVE BALANCE'.
           05 filler               pic x(34)
               value 'PIN TRIES EXCEEDED - CARD BLOCKED'.
           05 filler               pic x(34) value spaces.
           05 filler               pic x(34)
               value 'INSUFFICIENT AVAILABLE BALANCE'.
           05 filler               pic x(34)
               value 'DAILY LIMIT EXCEEDED'.
           05 filler               pic x(34)
               value 'ATM CANNOT DISPENSE'.
           05 filler               pic x(34)
               value 'TARGET ACCOUNT NOT FOUND'.
           05 filler               pic x(34)
               value 'TARGET ACCOUNT CLOSED'.
           05 filler               pic x(34) value 'INVALID AMOUNT'.
           05 filler               pic x(34)
               value 'TRANSFER TO SAME ACCOUNT'.
           05 filler               pic x(34)
               value 'INVALID DESTINATION BANK'.
           05 filler               pic x(34) value spaces.
           05 filler               pic x(34) value spaces.
           05 filler               pic x(34)
               value 'CARD NOT RECOGNISED'.
           05 filler               pic x(34)
               value 'CARD HOT-LISTED'.
           05 filler               pic x(34) value 'CARD EXPIRED'.
           05 filler               pic x(34) value 'CARD REPLACED'.
           05 filler               pic x(34) value 'OTHER'.
       01  reason-name-table redefines reason-names.
           05 reason-name occurs 25 times pic x(34).
       01  reason-count            pic 9(2) value 25.
       01  reason-other            pic 9(2) value 25.
       01  reason-sub              pic 9(2).
       01  reason-total-table.
           05 reason-total occurs 25 times pic 9(7).
       01  report-date             pic 9(8).
       01  total-event-count       pic 9(9) value 0.
       01  total-declined-count    pic 9(9) value 0.
       01  total-approved-count    pic 9(9) value 0.
       01  jrnl-eof                pic A value "N".
       01  dcr-head-rule.
           05 filler               pic x(70) value all '='.
       01  dcr-head-title.
           05 filler               pic x(15) value spaces.
           05 filler               pic x(40)
               value 'ATM DECLINE ANALYSIS REPORT'.
       01  dcr-head-date.
           05 filler               pic x(15) value 'BUSINESS DATE: '.
           05 dcr-head-date-value  pic 9(8).
       01  dcr-section-atm.
           05 filler               pic x(40)
               value 'DECLINES BY ATM'.
       01  dcr-section-reason.
           05 filler               pic x(40)
               value 'DECLINES BY REASON - ALL ATMS'.
       01  dcr-atm-line.
           05 filler               pic x(5) value 'ATM: '.
           05 dcr-atm-id           pic x(3).
           05 filler               pic x(2) value spaces.
           05 dcr-atm-desc         pic x(20).
           05 filler               pic x(8) value ' EVENTS '.
           05 dcr-atm-events       pic zzzzzz9.
           05 filler               pic x(10) value '  APPROVED'.
           05 dcr-atm-approved     pic zzzzzz9.
           05 filler               pic x(10) value '  DECLINED'.
           05 dcr-atm-declined     pic zzzzzz9.
       01  dcr-atm-amount-line.
           05 filler               pic x(7) value spaces.
           05 filler               pic x(23)
               value 'VALUE OF DECLINED REQS '.
           05 dcr-atm-amount       pic zzzzzzzzzz9.
       01  dcr-reason-line.
           05 filler               pic x(7) value spaces.
           05 dcr-reason-code      pic 9(2).
           05 filler               pic x(2) value spaces.
           05 dcr-reason-name      pic x(34).
           05 filler               pic x(2) value spaces.
           05 dcr-reason-count     pic zzzzzz9.
           05 filler               pic x(2) value spaces.
           05 dcr-reason-pct       pic zz9.9.
           05 filler               pic x(1) value '%'.
       01  dcr-no-decline-line.
           05 filler               pic x(7) value spaces.
           05 filler               pic x(30) value 'NO DECLINES'.
       01  dcr-total-line.
           05 filler               pic x(15) value 'TOTAL EVENTS   '.
           05 dcr-total-events     pic zzzzzzzz9.
           05 filler               pic x(12) value '   APPROVED '.
           05 dcr-total-approved   pic zzzzzzzz9.
           05 filler               pic x(12) value '   DECLINED '.
           05 dcr-total-declined   pic zzzzzzzz9.
       01  pct-base                pic 9(9).
       01  pct-work                pic 9(3)v9.
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
       01  rc-own-name             pic x(10) value 'EJREPORT'.
       01  rc-time-raw             pic 9(8).
       procedure division.
       decline-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     ATM Decline Analysis Report          ##'.
           display '##############################################'.
           perform rc-verify thru rc-verify-exit.
           move rct-date(rc-own-step) to report-date.
           move zeroes to reason-total-table.
           open input atmRegistry.
           if reg-fs not = '00' then
               display '=> ATM REGISTRY NOT AVAILABLE'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.

       load-registry.
           read atmRegistry
               at end
                   close atmRegistry
                   go to load-registry-done
           end-read.
           if reg-count >= 10 then
               display '=> ATM REGISTRY FULL - ENTRY IGNORED'
               go to load-registry
           end-if.
           add 1 to reg-count.
           move reg-rec-atm-id to reg-atm-id(reg-count).
           move reg-rec-atm-desc to reg-atm-desc(reg-count).
           move 0 to reg-event-count(reg-count).
           move 0 to reg-approved-count(reg-count).
           move 0 to reg-declined-count(reg-count).
           move 0 to reg-declined-amount(reg-count).
           perform clear-reason-count varying reason-sub
               from 1 by 1 until reason-sub > reason-count.
           go to load-registry.

       load-registry-done.
           if reg-count = 0 then
               display '=> ATM REGISTRY EMPTY'
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           move 1 to reg-sub.

       journal-next-file.
           if reg-sub > reg-count then
               go to write-report
           end-if.
           move spaces to journal-file-name.
           string 'atmJournal' delimited by size
               reg-atm-id(reg-sub) delimited by space
               '.txt' delimited by size
               into journal-file-name.
           open input atmJournal.
           if jrnl-fs = '35' then
               display '=> NO JOURNAL FOR ATM ' reg-atm-id(reg-sub)
               add 1 to reg-sub
               go to journal-next-file
           end-if.
           if jrnl-fs not = '00' then
               display '=> JOURNAL ' journal-file-name
                   ' NOT AVAILABLE - STATUS ' jrnl-fs
               perform rc-fail thru rc-fail-exit
               stop run
           end-if.
           move 'N' to jrnl-eof.

       journal-scan.
           read atmJournal
           at end move 'Y' to jrnl-eof.

           if jrnl-eof = 'Y' then
               close atmJournal
               add 1 to reg-sub
               go to journal-next-file
           end-if.
           if ej-date not = report-date then
               go to journal-scan
           end-if.
           add 1 to reg-event-count(reg-sub).
           add 1 to total-event-count.
           if ej-reason = 0 then
               add 1 to reg-approved-count(reg-sub)
               add 1 to total-approved-count
               go to journal-scan
           end-if.
           add 1 to reg-declined-count(reg-sub).
           add 1 to total-declined-count.
           add ej-amount to reg-declined-amount(reg-sub).
           compute reason-sub = ej-reason + 1.
           if ej-reason >= reason-other - 1 then
               move reason-other to reason-sub
           end-if.
           add 1 to reg-reason-count(reg-sub, reason-sub).
           add 1 to reason-total(reason-sub).
           go to journal-scan.

       write-report.
           open output declineReport.
           write decline-print-line from dcr-head-rule.
           write decline-print-line from dcr-head-title.
           move report-date to dcr-head-date-value.
           write decline-print-line from dcr-head-date.
           write decline-print-line from dcr-head-rule.
           move spaces to decline-print-line.
           write decline-print-line.
           write decline-print-line from dcr-section-atm.
           perform write-atm-group varying reg-sub
               from 1 by 1 until reg-sub > reg-count.
           move spaces to decline-print-line.
           write decline-print-line.
           write decline-print-line from dcr-section-reason.
           move total-declined-count to pct-base.
           if total-declined-count = 0 then
               write decline-print-line from dcr-no-decline-line
           end-if.
           perform write-reason-total varying reason-sub
               from 2 by 1 until reason-sub > reason-count.
           move spaces to decline-print-line.
           write decline-print-line.
           move total-event-count to dcr-total-events.
           move total-approved-count to dcr-total-approved.
           move total-declined-count to dcr-total-declined.
           write decline-print-line from dcr-total-line.
           write decline-print-line from dcr-head-rule.
           close declineReport.
           display '=> ' total-event-count ' JOURNAL EVENT(S) FOR '
               report-date.
           display '=> ' total-declined-count ' DECLINE(S) REPORTED'.
           perform rc-complete thru rc-complete-exit.
           stop run.

       clear-reason-count.
           move 0 to reg-reason-count(reg-count, reason-sub).

       write-atm-group.
           move spaces to decline-print-line.
           write decline-print-line.
           move reg-atm-id(reg-sub) to dcr-atm-id.
           move reg-atm-desc(reg-sub) to dcr-atm-desc.
           move reg-event-count(reg-sub) to dcr-atm-events.
           move reg-approved-count(reg-sub) to dcr-atm-approved.
           move reg-declined-count(reg-sub) to dcr-atm-declined.
           write decline-print-line from dcr-atm-line.
           if reg-declined-count(reg-sub) = 0 then
               write decline-print-line from dcr-no-decline-line
           else
               move reg-declined-amount(reg-sub) to dcr-atm-amount
               write decline-print-line from dcr-atm-amount-line
               move reg-declined-count(reg-sub) to pct-base
               perform write-atm-reason varying reason-sub
                   from 2 by 1 until reason-sub > reason-count
           end-if.

       write-atm-reason.
           if reg-reason-count(reg-sub, reason-sub) not = 0 then
               compute dcr-reason-code = reason-sub - 1
               if reason-sub = reason-other then
                   move 99 to dcr-reason-code
               end-if
               move reason-name(reason-sub) to dcr-reason-name
               move reg-reason-count(reg-sub, reason-sub) to
                   dcr-reason-count
               compute pct-work rounded =
                   reg-reason-count(reg-sub, reason-sub) * 100 /
                   pct-base
               move pct-work to dcr-reason-pct
               write decline-print-line from dcr-reason-line
           end-if.

       write-reason-total.
           if reason-total(reason-sub) not = 0 then
               compute dcr-reason-code = reason-sub - 1
               if reason-sub = reason-other then
                   move 99 to dcr-reason-code
               end-if
               move reason-name(reason-sub) to dcr-reason-name
               move reason-total(reason-sub) to dcr-reason-count
               compute pct-work rounded =
                   reason-total(reason-sub) * 100 / pct-base
               move pct-work to dcr-reason-pct
               write decline-print-line from dcr-reason-line
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
