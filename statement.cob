           select runControl assign to 'runControl.txt'
               organization is line sequential
               file status is rc-fs.
           select loanFile assign to 'loans.txt'
               organization is indexed
               access mode is sequential
               record key is loan-number
               file status is loan-fs.
       data division.
           file section.
           fd  updMaster.
               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).
           fd  stmtReport.
           01  stmt-print-line     pic x(90).
           fd  suspCleared.
               05 scl-timestamp        pic 9(5).
               05 scl-date             pic 9(8).
               05 scl-time             pic 9(6).
               05 scl-channel          pic x(8).
               05 scl-origin-id        pic x(3).
               05 scl-reference        pic x(20).
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               05 rc-start-time    pic 9(6).
               05 rc-end-time      pic 9(6).
               05 rc-status        pic x(4).
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
       working-storage section.
       01  stm-trans-table.
           05 stm-trans-entry occurs 500 times.
               10 stm-amount       pic 9(7).
               10 stm-date         pic 9(8).
               10 stm-time         pic 9(6).
               10 stm-channel      pic x(8).
       01  stm-trans-count         pic 9(3) value 0.
       01  known-cust-table.
           05 known-cust-number occurs 500 times pic 9(8).
       01  cust-closing-total      pic s9(16)
           sign is leading separate character.
       01  stm-customer-count      pic 9(9) value 0.
       01  loan-fs                 pic x(02).
       01  loan-eof                pic A value "N".
       01  cust-loan-count         pic 9(3) value 0.
       01  stm-sub                 pic 9(3).
       01  stm-net-change          pic s9(16)
           sign is leading separate character.
               value 'CUSTOMER TOTAL   '.
           05 stm-cust-total-amount pic s9(16)
               sign is leading separate character.
       01  stm-loan-heading.
           05 filler               pic x(17)
               value 'LOANS            '.
       01  stm-loan-columns.
           05 filler               pic x(10) value 'LOAN NO   '.
           05 filler               pic x(18) value 'REPAY ACCOUNT     '.
           05 filler               pic x(11) value 'PRINCIPAL  '.
           05 filler               pic x(11) value 'OUTSTANDING'.
           05 filler               pic x(11) value '  ARREARS  '.
           05 filler               pic x(8) value 'STATUS  '.
       01  stm-loan-line.
           05 stm-loan-number      pic 9(8).
           05 filler               pic x(2) value spaces.
           05 stm-loan-account     pic 9(16).
           05 filler               pic x(2) value spaces.
           05 stm-loan-principal   pic 9(9).
           05 filler               pic x(2) value spaces.
           05 stm-loan-outstanding pic 9(9).
           05 filler               pic x(2) value spaces.
           05 stm-loan-arrears     pic 9(9).
           05 filler               pic x(2) value spaces.
           05 stm-loan-status      pic x(8).
       01  stm-head-account.
           05 filler               pic x(9) value 'ACCOUNT: '.
           05 stm-head-account-number pic 9(16).
           05 filler               pic x(10) value '  DATE    '.
           05 filler               pic x(9) value '  TIME   '.
           05 filler               pic x(4) value 'OP  '.
           05 filler               pic x(10) value 'CHANNEL   '.
           05 filler               pic x(10) value ' AMOUNT   '.
           05 filler               pic x(18) value '       BALANCE'.
       01  stm-opening-line.
           05 filler               pic x(2) value spaces.
           05 stm-det-operation    pic x(1).
           05 filler               pic x(2) value spaces.
           05 stm-det-channel      pic x(8).
           05 filler               pic x(2) value spaces.
           05 stm-det-amount       pic 9(7).
           05 filler               pic x(2) value spaces.
           05 stm-det-running      pic s9(16)
               sign is leading separate character.
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
               if cust-account-count > 0 then
                   move cust-closing-total to stm-cust-total-amount
                   write stmt-print-line from stm-cust-total-line
               end-if
               perform print-customer-loans thru
                   print-customer-loans-exit
               if cust-account-count > 0 or cust-loan-count > 0 then
                   move spaces to stmt-print-line
                   write stmt-print-line
                   add 1 to stm-customer-count
               build-account-statement-exit.
           go to customer-account-loop.

       print-customer-loans.
           move 0 to cust-loan-count.
           move 'N' to loan-eof.
           open input loanFile.
           if loan-fs not = '00' then
               go to print-customer-loans-exit
           end-if.

       print-customer-loans-read.
           read loanFile
           at end move 'Y' to loan-eof.

           if loan-eof = 'Y' then
               close loanFile
               go to print-customer-loans-exit
           end-if.
           if loan-customer not = customer-number then
               go to print-customer-loans-read
           end-if.
           if cust-loan-count = 0 then
               if cust-account-count = 0 then
                   move customer-number to stm-cust-number
                   move customer-name to stm-cust-name
                   write stmt-print-line from stm-cust-line
               end-if
               write stmt-print-line from stm-loan-heading
               write stmt-print-line from stm-loan-columns
           end-if.
           add 1 to cust-loan-count.
           move loan-number to stm-loan-number.
           move loan-repay-account to stm-loan-account.
           move loan-principal to stm-loan-principal.
           move loan-outstanding to stm-loan-outstanding.
           move loan-arrears-amount to stm-loan-arrears.
           move 'ACTIVE' to stm-loan-status.
           if loan-in-arrears then
               move 'ARREARS' to stm-loan-status
           end-if.
           if loan-is-paid then
               move 'PAID' to stm-loan-status
           end-if.
           write stmt-print-line from stm-loan-line.
           go to print-customer-loans-read.

       print-customer-loans-exit.
           exit.

       unassigned-pass.
           move 'N' to upd-eof.
           open input updMaster.
               move srt-amount to stm-amount(stm-trans-count)
               move srt-date to stm-date(stm-trans-count)
               move srt-time to stm-time(stm-trans-count)
               move srt-channel to stm-channel(stm-trans-count)
               if srt-channel = spaces then
                   move 'ATM' to stm-channel(stm-trans-count)
               end-if
           else
               display '=> STATEMENT OVERFLOW FOR ACCOUNT '
                   final-account-number
           move stm-date(stm-sub) to stm-det-date.
           move stm-time(stm-sub) to stm-det-time.
           move stm-operation(stm-sub) to stm-det-operation.
           move stm-channel(stm-sub) to stm-det-channel.
           move stm-amount(stm-sub) to stm-det-amount.
           move stm-running-balance to stm-det-running.
           write stmt-print-line from stm-detail-line.
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
