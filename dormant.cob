               file status is config-fs.
           select dormantReport assign to 'dormantReport.txt'
               organization is line sequential.
           select alertEvents assign to 'alertEvents.txt'
               organization is line sequential
               file status is alert-fs.
       data division.
           file section.
           fd  master.
               05 config-months    pic 9(3).
           fd  dormantReport.
           01  dormant-print-line  pic x(90).
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
       01  master-fs               pic x(02).
       01  config-fs               pic x(02).
       01  alert-fs                pic x(02).
       01  ws-time-raw             pic 9(8).
       01  eof                     pic A value "N".
       01  dormant-months          pic 9(3) value 24.
       01  ws-date                 pic 9(8).
               stop run
           end-if.
           open output dormantReport.
           open extend alertEvents.
           if alert-fs not = '00' then
               open output alertEvents
           end-if.
           accept ws-time-raw from time.
           write dormant-print-line from dor-head-rule.
           write dormant-print-line from dor-head-title.
           move cutoff-date-num to dor-cutoff-date.
           if eof = 'Y' then
               close master
               close dormantReport
               close alertEvents
               go to dormant-summary
           end-if.
           if account-is-closed then
               move 'Y' to account-dormant
               rewrite account-info
               add 1 to flagged-count
               move ws-date to ae-date
               move ws-time-raw(1:6) to ae-time
               move 'DORM' to ae-type
               move account-number to ae-account
               move account-balance to ae-amount
               move 'DORMANT' to ae-source
               write alert-event-record
           end-if.
           move account-name to dor-det-name.
           move account-number to dor-det-account.
