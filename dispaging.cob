       identification division.
       program-id. dispaging.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select disputeFile assign to 'disputes.txt'
               organization is indexed
               access mode is dynamic
               record key is case-number
               file status is case-fs.
           select agingReport assign to 'disputeAgeing.txt'
               organization is line sequential.
       data division.
           file section.
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
               05 case-status      pic x(01).
                   88 case-is-open          value "O".
                   88 case-is-provisional   value "P".
               05 case-open-date   pic 9(8).
               05 case-open-teller pic 9(4).
               05 case-provisional-amount pic 9(7).
               05 case-provisional-date pic 9(8).
               05 case-resolved-date pic 9(8).
               05 case-resolved-teller pic 9(4).
           fd  agingReport.
           01  aging-print-line    pic x(100).
       working-storage section.
       01  case-fs                 pic x(02).
       01  case-eof                pic A value "N".
       01  ws-date                 pic 9(8).
       01  days-open               pic s9(7).
       01  days-to-deadline        pic s9(7).
       01  response-deadline-days  pic 9(3) value 45.
       01  deadline-warning-days   pic 9(3) value 10.
       01  bucket-sub              pic 9(1).
       01  band-counts.
           05 band-count occurs 4 times pic 9(7).
       01  band-amounts.
           05 band-amount occurs 4 times pic 9(11).
       01  cases-reported-count    pic 9(7) value 0.
       01  cases-overdue-count     pic 9(7) value 0.
       01  cases-due-soon-count    pic 9(7) value 0.
       01  provisional-count       pic 9(7) value 0.
       01  claimed-grand-total     pic 9(11) value 0.
       01  provisional-grand-total pic 9(11) value 0.
       01  aging-head-rule.
           05 filler               pic x(98) value all '='.
       01  aging-head-title.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(40)
               value 'OPEN DISPUTE CASE AGEING REPORT'.
       01  aging-head-date.
           05 filler               pic x(10) value 'AS OF:    '.
           05 aging-head-date-value pic 9(8).
           05 filler               pic x(22)
               value '   RESPONSE DEADLINE: '.
           05 aging-head-deadline  pic zz9.
           05 filler               pic x(5) value ' DAYS'.
       01  aging-head-columns.
           05 filler               pic x(10) value 'CASE NO   '.
           05 filler               pic x(18) value 'ACCOUNT           '.
           05 filler               pic x(5) value 'ATM  '.
           05 filler               pic x(4) value 'CLM '.
           05 filler               pic x(4) value 'ST  '.
           05 filler               pic x(10) value 'OPENED    '.
           05 filler               pic x(6) value 'DAYS  '.
           05 filler               pic x(6) value 'LEFT  '.
           05 filler               pic x(11) value '  CLAIMED  '.
           05 filler               pic x(11) value 'PROVISIONAL'.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(10) value 'FLAG      '.
       01  aging-detail-line.
           05 aging-case           pic 9(8).
           05 filler               pic x(2) value spaces.
           05 aging-account        pic 9(16).
           05 filler               pic x(2) value spaces.
           05 aging-atm            pic x(3).
           05 filler               pic x(2) value spaces.
           05 aging-claim-type     pic x(2).
           05 filler               pic x(2) value spaces.
           05 aging-status         pic x(1).
           05 filler               pic x(3) value spaces.
           05 aging-open-date      pic 9(8).
           05 filler               pic x(2) value spaces.
           05 aging-days           pic zzzz9.
           05 filler               pic x(1) value spaces.
           05 aging-left           pic -zzz9.
           05 filler               pic x(1) value spaces.
           05 aging-claimed        pic zzzzzzzzz9.
           05 filler               pic x(1) value spaces.
           05 aging-provisional    pic zzzzzzzzz9.
           05 filler               pic x(3) value spaces.
           05 aging-flag           pic x(10).
       01  aging-band-line.
           05 filler               pic x(10) value 'AGE BAND  '.
           05 aging-band-name      pic x(10).
           05 filler               pic x(10) value 'CASES     '.
           05 aging-band-count     pic zzzzzz9.
           05 filler               pic x(12) value '   CLAIMED  '.
           05 aging-band-amount    pic zzzzzzzzzz9.
       01  band-name-values.
           05 filler               pic x(10) value '0-15      '.
           05 filler               pic x(10) value '16-30     '.
           05 filler               pic x(10) value '31-45     '.
           05 filler               pic x(10) value '46+       '.
       01  band-name-table redefines band-name-values.
           05 band-name occurs 4 times pic x(10).
       01  aging-grand-line.
           05 filler               pic x(24)
               value 'OPEN CASES .............'.
           05 aging-grand-cases    pic zzzzzz9.
           05 filler               pic x(24)
               value '  TOTAL CLAIMED ....... '.
           05 aging-grand-amount   pic zzzzzzzzzz9.
       01  aging-prov-line.
           05 filler               pic x(24)
               value 'WITH PROVISIONAL CREDIT '.
           05 aging-prov-cases     pic zzzzzz9.
           05 filler               pic x(24)
               value '  TOTAL PROVISIONAL ... '.
           05 aging-prov-amount    pic zzzzzzzzzz9.
       01  aging-deadline-line.
           05 filler               pic x(24)
               value 'PAST DEADLINE ..........'.
           05 aging-overdue-cases  pic zzzzzz9.
           05 filler               pic x(24)
               value '  DUE WITHIN WARNING .. '.
           05 aging-due-soon-cases pic zzzzzz9.
       procedure division.
       aging-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Open Dispute Case Ageing Report      ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.
           move zeroes to band-counts.
           move zeroes to band-amounts.
           open input disputeFile.
           if case-fs not = '00' then
               display '=> NO DISPUTE CASES ON FILE'
               stop run
           end-if.
           open output agingReport.
           write aging-print-line from aging-head-rule.
           write aging-print-line from aging-head-title.
           move ws-date to aging-head-date-value.
           move response-deadline-days to aging-head-deadline.
           write aging-print-line from aging-head-date.
           write aging-print-line from aging-head-rule.
           write aging-print-line from aging-head-columns.

       aging-loop.
           read disputeFile next record
           at end move 'Y' to case-eof.

           if case-eof = 'Y' then
               go to aging-wrap-up
           end-if.
           if not case-is-open and not case-is-provisional then
               go to aging-loop
           end-if.
           compute days-open = function integer-of-date(ws-date) -
               function integer-of-date(case-open-date).
           compute days-to-deadline = response-deadline-days -
               days-open.
           move 4 to bucket-sub.
           if days-open <= 45 then
               move 3 to bucket-sub
           end-if.
           if days-open <= 30 then
               move 2 to bucket-sub
           end-if.
           if days-open <= 15 then
               move 1 to bucket-sub
           end-if.
           add 1 to band-count(bucket-sub).
           add case-amount to band-amount(bucket-sub).
           move spaces to aging-flag.
           if days-to-deadline <= deadline-warning-days then
               move 'DUE SOON' to aging-flag
           end-if.
           if days-to-deadline < 0 then
               move 'OVERDUE' to aging-flag
           end-if.
           if aging-flag = 'DUE SOON' then
               add 1 to cases-due-soon-count
           end-if.
           if aging-flag = 'OVERDUE' then
               add 1 to cases-overdue-count
           end-if.
           if case-is-provisional then
               add 1 to provisional-count
               add case-provisional-amount to provisional-grand-total
           end-if.
           move case-number to aging-case.
           move case-account to aging-account.
           move case-atm-id to aging-atm.
           move case-claim-type to aging-claim-type.
           move case-status to aging-status.
           move case-open-date to aging-open-date.
           move days-open to aging-days.
           move days-to-deadline to aging-left.
           move case-amount to aging-claimed.
           move case-provisional-amount to aging-provisional.
           write aging-print-line from aging-detail-line.
           add 1 to cases-reported-count.
           add case-amount to claimed-grand-total.
           go to aging-loop.

       write-band-line.
           move band-name(bucket-sub) to aging-band-name.
           move band-count(bucket-sub) to aging-band-count.
           move band-amount(bucket-sub) to aging-band-amount.
           write aging-print-line from aging-band-line.

       aging-wrap-up.
           close disputeFile.
           write aging-print-line from aging-head-rule.
           perform write-band-line varying bucket-sub
               from 1 by 1 until bucket-sub > 4.
           write aging-print-line from aging-head-rule.
           move cases-reported-count to aging-grand-cases.
           move claimed-grand-total to aging-grand-amount.
           write aging-print-line from aging-grand-line.
           move provisional-count to aging-prov-cases.
           move provisional-grand-total to aging-prov-amount.
           write aging-print-line from aging-prov-line.
           move cases-overdue-count to aging-overdue-cases.
           move cases-due-soon-count to aging-due-soon-cases.
           write aging-print-line from aging-deadline-line.
           write aging-print-line from aging-head-rule.
           close agingReport.
           display '=> ' cases-reported-count ' OPEN CASE(S), '
               cases-overdue-count ' PAST DEADLINE'.
           stop run.
