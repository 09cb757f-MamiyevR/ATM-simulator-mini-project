       identification division.
       program-id. loanaging.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select loanFile assign to 'loans.txt'
               organization is indexed
               access mode is dynamic
               record key is loan-number
               file status is loan-fs.
           select loanSchedule assign to 'loanSchedule.txt'
               organization is indexed
               access mode is dynamic
               record key is sched-key
               file status is sched-fs.
           select agingReport assign to 'arrearsReport.txt'
               organization is line sequential.
       data division.
           file section.
           fd  loanFile.
           01  loan-info.
               05 loan-number      pic 9(8).
               05 loan-customer    pic 9(8).
               05 loan-repay-account pic 9(16).
               05 loan-principal   pic 9(9).
               05 loan-rate        pic 9v9(4).
               05 loan-term        pic 9(3).
               05 loan-instalment  pic 9(7).
               05 loan-start-date  pic 9(8).
               05 loan-outstanding pic 9(9).
               05 loan-paid-count  pic 9(3).
               05 loan-arrears-count pic 9(3).
               05 loan-arrears-amount pic 9(9).
               05 loan-status      pic x(01).
                   88 loan-is-active        value "A".
                   88 loan-in-arrears       value "D".
                   88 loan-is-paid          value "P".
           fd  loanSchedule.
           01  schedule-info.
               05 sched-key.
                   10 sched-loan   pic 9(8).
                   10 sched-inst   pic 9(3).
               05 sched-due-date   pic 9(8).
               05 sched-amount     pic 9(7).
               05 sched-principal  pic 9(7).
               05 sched-interest   pic 9(7).
               05 sched-status     pic x(01).
                   88 sched-is-due          value "S".
                   88 sched-in-arrears      value "A".
                   88 sched-is-paid         value "P".
               05 sched-paid-date  pic 9(8).
           fd  agingReport.
           01  aging-print-line    pic x(90).
       working-storage section.
       01  loan-fs                 pic x(02).
       01  sched-fs                pic x(02).
       01  loan-eof                pic A value "N".
       01  sched-eof               pic A value "N".
       01  ws-date                 pic 9(8).
       01  days-overdue            pic s9(7).
       01  bucket-sub              pic 9(1).
       01  loan-buckets.
           05 loan-bucket occurs 4 times pic 9(9).
       01  total-buckets.
           05 total-bucket occurs 4 times pic 9(11).
       01  loan-bucket-count       pic 9(3).
       01  loans-reported-count    pic 9(9) value 0.
       01  instalments-reported-count pic 9(9) value 0.
       01  arrears-grand-total     pic 9(11) value 0.
       01  aging-head-rule.
           05 filler               pic x(86) value all '='.
       01  aging-head-title.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(40)
               value 'LOAN ARREARS AGEING REPORT'.
       01  aging-head-date.
           05 filler               pic x(10) value 'AS OF:    '.
           05 aging-head-date-value pic 9(8).
       01  aging-head-columns.
           05 filler               pic x(10) value 'LOAN NO   '.
           05 filler               pic x(10) value 'CUSTOMER  '.
           05 filler               pic x(18) value 'REPAY ACCOUNT     '.
           05 filler               pic x(4) value 'NO  '.
           05 filler               pic x(11) value '   1-30    '.
           05 filler               pic x(11) value '  31-60    '.
           05 filler               pic x(11) value '  61-90    '.
           05 filler               pic x(11) value '    90+    '.
       01  aging-detail-line.
           05 aging-loan           pic 9(8).
           05 filler               pic x(2) value spaces.
           05 aging-customer       pic 9(8).
           05 filler               pic x(2) value spaces.
           05 aging-account        pic 9(16).
           05 filler               pic x(2) value spaces.
           05 aging-count          pic zz9.
           05 filler               pic x(1) value spaces.
           05 aging-bucket-out occurs 4 times.
               10 aging-bucket-amount pic zzzzzzzz9.
               10 filler           pic x(2) value spaces.
       01  aging-total-line.
           05 filler               pic x(40)
               value 'TOTAL ARREARS BY AGE BAND'.
           05 filler               pic x(2) value spaces.
           05 aging-total-out occurs 4 times.
               10 aging-total-amount pic zzzzzzzz9.
               10 filler           pic x(2) value spaces.
       01  aging-grand-line.
           05 filler               pic x(24)
               value 'LOANS IN ARREARS .......'.
           05 aging-grand-loans    pic zzzzzzzz9.
           05 filler               pic x(24)
               value '  TOTAL ARREARS ....... '.
           05 aging-grand-amount   pic zzzzzzzzzz9.
       procedure division.
       aging-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Loan Arrears Ageing Report           ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.
           move zeroes to total-buckets.
           open input loanFile.
           if loan-fs not = '00' then
               display '=> NO LOANS ON FILE'
               stop run
           end-if.
           open input loanSchedule.
           if sched-fs not = '00' then
               display '=> LOAN SCHEDULE NOT AVAILABLE'
               close loanFile
               stop run
           end-if.
           open output agingReport.
           write aging-print-line from aging-head-rule.
           write aging-print-line from aging-head-title.
           move ws-date to aging-head-date-value.
           write aging-print-line from aging-head-date.
           write aging-print-line from aging-head-rule.
           write aging-print-line from aging-head-columns.

       aging-loop.
           read loanFile next record
           at end move 'Y' to loan-eof.

           if loan-eof = 'Y' then
               go to aging-wrap-up
           end-if.
           if not loan-in-arrears then
               go to aging-loop
           end-if.
           move zeroes to loan-buckets.
           move 0 to loan-bucket-count.
           move loan-number to sched-loan.
           move 0 to sched-inst.
           move 'N' to sched-eof.
           start loanSchedule key is greater than sched-key
               invalid key
                   move 'Y' to sched-eof
           end-start.

       aging-schedule.
           if sched-eof = 'N' then
               read loanSchedule next record
                   at end
                       move 'Y' to sched-eof
               end-read
           end-if.
           if sched-eof = 'Y' or sched-loan not = loan-number then
               go to aging-print-loan
           end-if.
           if not sched-in-arrears then
               go to aging-schedule
           end-if.
           compute days-overdue = function integer-of-date(ws-date) -
               function integer-of-date(sched-due-date).
           move 4 to bucket-sub.
           if days-overdue <= 90 then
               move 3 to bucket-sub
           end-if.
           if days-overdue <= 60 then
               move 2 to bucket-sub
           end-if.
           if days-overdue <= 30 then
               move 1 to bucket-sub
           end-if.
           add sched-amount to loan-bucket(bucket-sub).
           add sched-amount to total-bucket(bucket-sub).
           add sched-amount to arrears-grand-total.
           add 1 to loan-bucket-count.
           add 1 to instalments-reported-count.
           go to aging-schedule.

       aging-print-loan.
           if loan-bucket-count = 0 then
               go to aging-loop
           end-if.
           move loan-number to aging-loan.
           move loan-customer to aging-customer.
           move loan-repay-account to aging-account.
           move loan-bucket-count to aging-count.
           perform move-loan-bucket varying bucket-sub
               from 1 by 1 until bucket-sub > 4.
           write aging-print-line from aging-detail-line.
           add 1 to loans-reported-count.
           go to aging-loop.

       move-loan-bucket.
           move loan-bucket(bucket-sub) to
               aging-bucket-amount(bucket-sub).

       move-total-bucket.
           move total-bucket(bucket-sub) to
               aging-total-amount(bucket-sub).

       aging-wrap-up.
           close loanFile.
           close loanSchedule.
           write aging-print-line from aging-head-rule.
           perform move-total-bucket varying bucket-sub
               from 1 by 1 until bucket-sub > 4.
           write aging-print-line from aging-total-line.
           move loans-reported-count to aging-grand-loans.
           move arrears-grand-total to aging-grand-amount.
           write aging-print-line from aging-grand-line.
           write aging-print-line from aging-head-rule.
           close agingReport.
           display '=> ' loans-reported-count ' LOAN(S) IN ARREARS, '
               instalments-reported-count ' INSTALMENT(S)'.
           stop run.
