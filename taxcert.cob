       identification division.
       program-id. taxcert.
       author. RESUL MAMIYEV.

       environment division.
       input-output section.
       file-control.
           select acctYtd assign to 'acctYtd.txt'
               organization is indexed
               access mode is dynamic
               record key is ytd-key
               file status is ytd-fs.
           select customerFile assign to 'customer.txt'
               organization is indexed
               access mode is dynamic
               record key is customer-number
               file status is cust-fs.
           select certFile assign to dynamic cert-file-name
               organization is line sequential.
           select taxSummary assign to dynamic summary-file-name
               organization is line sequential.
       data division.
           file section.
           fd  acctYtd.
           01  acct-ytd-info.
               05 ytd-key.
                   10 ytd-year     pic 9(4).
                   10 ytd-account  pic 9(16).
               05 ytd-customer     pic 9(8).
               05 ytd-interest     pic 9(11).
               05 ytd-fees         pic 9(11).
               05 ytd-balance      pic s9(16)
                   sign is leading separate character.
               05 ytd-balance-date pic 9(8).
               05 ytd-closed       pic x(01).
               05 ytd-closed-date  pic 9(8).
           fd  customerFile.
           01  customer-info.
               05 customer-number  pic 9(08).
               05 customer-name    pic x(20).
               05 customer-address pic x(30).
           fd  certFile.
           01  cert-print-line     pic x(90).
           fd  taxSummary.
           01  sum-header-record.
               05 sum-rec-type     pic x(01).
               05 sum-hdr-tax-year pic 9(4).
               05 sum-hdr-file-date pic 9(8).
               05 sum-hdr-bank     pic 9(6).
               05 sum-hdr-file-id  pic x(10).
           01  sum-detail-record.
               05 filler           pic x(01).
               05 sum-customer     pic 9(8).
               05 sum-name         pic x(20).
               05 sum-address      pic x(30).
               05 sum-account-count pic 9(3).
               05 sum-closed-count pic 9(3).
               05 sum-interest     pic 9(13).
               05 sum-fees         pic 9(13).
               05 sum-balance      pic s9(17)
                   sign is leading separate character.
           01  sum-exception-record.
               05 filler           pic x(01).
               05 sum-exc-account  pic 9(16).
               05 sum-exc-customer pic 9(8).
               05 sum-exc-interest pic 9(11).
               05 sum-exc-fees     pic 9(11).
               05 sum-exc-reason   pic x(20).
           01  sum-trailer-record.
               05 filler           pic x(01).
               05 sum-trl-cert-count pic 9(6).
               05 sum-trl-interest pic 9(15).
               05 sum-trl-fees     pic 9(15).
               05 sum-trl-exc-count pic 9(6).
               05 sum-trl-exc-interest pic 9(15).
               05 sum-trl-ytd-interest pic 9(15).
               05 sum-trl-ytd-fees pic 9(15).
               05 sum-trl-account-hash pic 9(18).
       working-storage section.
       01  ytd-fs                  pic x(02).
       01  cust-fs                 pic x(02).
       01  ytd-eof                 pic A value "N".
       01  cert-file-name          pic x(30).
       01  summary-file-name       pic x(30).
       01  own-bank-code           pic 9(6) value 700100.
       01  ws-date                 pic 9(8).
       01  tax-year-input          pic 9(4).
       01  tax-year                pic 9(4).
       01  tx-account-table.
           05 tx-acct-entry occurs 1000 times.
               10 tx-acct-number   pic 9(16).
               10 tx-acct-customer pic 9(8).
               10 tx-acct-interest pic 9(11).
               10 tx-acct-fees     pic 9(11).
               10 tx-acct-balance  pic s9(16)
                   sign is leading separate character.
               10 tx-acct-closed   pic x(01).
               10 tx-acct-closed-date pic 9(8).
       01  tx-acct-count           pic 9(4) value 0.
       01  tx-acct-sub             pic 9(4).
       01  tx-customer-table.
           05 tx-cust-entry occurs 500 times.
               10 tx-cust-number   pic 9(8).
               10 tx-cust-interest pic 9(13).
               10 tx-cust-fees     pic 9(13).
               10 tx-cust-balance  pic s9(17)
                   sign is leading separate character.
               10 tx-cust-accounts pic 9(3).
               10 tx-cust-closed   pic 9(3).
       01  tx-cust-count           pic 9(3) value 0.
       01  tx-cust-sub             pic 9(3).
       01  tx-cust-selected        pic 9(3) value 0.
       01  tx-lookup-customer      pic 9(8).
       01  tx-customer-found       pic A value "N".
       01  tx-exception-reason     pic x(20).
       01  cert-count              pic 9(6) value 0.
       01  nil-count               pic 9(6) value 0.
       01  exception-count         pic 9(6) value 0.
       01  cert-interest-total     pic 9(15) value 0.
       01  cert-fees-total         pic 9(15) value 0.
       01  exception-interest-total pic 9(15) value 0.
       01  ytd-interest-total      pic 9(15) value 0.
       01  ytd-fees-total          pic 9(15) value 0.
       01  account-hash-total      pic 9(18) value 0.
       01  closed-account-count    pic 9(6) value 0.
       01  cert-rule.
           05 filler               pic x(86) value all '='.
       01  cert-thin-rule.
           05 filler               pic x(86) value all '-'.
       01  cert-head-bank.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(30)
               value 'GRINGOTTS WIZARDING BANK'.
       01  cert-head-title.
           05 filler               pic x(20) value spaces.
           05 filler               pic x(36)
               value 'CERTIFICATE OF INTEREST - TAX YEAR '.
           05 cert-head-year       pic 9(4).
       01  cert-cust-line.
           05 filler               pic x(10) value 'CUSTOMER: '.
           05 cert-cust-number     pic 9(8).
           05 filler               pic x(3) value spaces.
           05 cert-cust-name       pic x(20).
       01  cert-addr-line.
           05 filler               pic x(10) value 'ADDRESS:  '.
           05 cert-cust-address    pic x(30).
       01  cert-columns.
           05 filler               pic x(18) value 'ACCOUNT           '.
           05 filler               pic x(13) value 'INTEREST PAID'.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(12) value 'FEES CHARGED'.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(17) value ' YEAR-END BALANCE'.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(15) value 'STATUS'.
       01  cert-account-line.
           05 cert-account         pic 9(16).
           05 filler               pic x(2) value spaces.
           05 cert-acct-interest   pic zzzzzzzzzzzz9.
           05 filler               pic x(2) value spaces.
           05 cert-acct-fees       pic zzzzzzzzzzz9.
           05 filler               pic x(2) value spaces.
           05 cert-acct-balance    pic s9(16)
               sign is leading separate character.
           05 filler               pic x(2) value spaces.
           05 cert-acct-status     pic x(7).
           05 cert-acct-closed-date pic x(8).
       01  cert-total-line.
           05 filler               pic x(18) value 'TOTAL             '.
           05 cert-tot-interest    pic zzzzzzzzzzzz9.
           05 filler               pic x(2) value spaces.
           05 cert-tot-fees        pic zzzzzzzzzzz9.
           05 filler               pic x(2) value spaces.
           05 cert-tot-balance     pic s9(16)
               sign is leading separate character.
       01  cert-blank-line         pic x(1) value spaces.
       procedure division.
       taxcert-run.
           display '##############################################'.
           display '##     Gringotts Wizarding Bank             ##'.
           display '##     Year-End Interest Tax Reporting      ##'.
           display '##############################################'.
           accept ws-date from date yyyymmdd.
           display '=> TAX YEAR YYYY (0 FOR PREVIOUS YEAR)'.
           accept tax-year-input.
           if tax-year-input = 0 then
               move ws-date(1:4) to tax-year
               subtract 1 from tax-year
           else
               move tax-year-input to tax-year
           end-if.
           move spaces to cert-file-name.
           string 'taxCert' delimited by size
               tax-year delimited by size
               '.txt' delimited by size
               into cert-file-name.
           move spaces to summary-file-name.
           string 'taxSummary' delimited by size
               tax-year delimited by size
               '.txt' delimited by size
               into summary-file-name.
           open input acctYtd.
           if ytd-fs not = '00' then
               display '=> YEAR-TO-DATE FILE NOT AVAILABLE'
               stop run
           end-if.
           move tax-year to ytd-year.
           move 0 to ytd-account.
           start acctYtd key is not less than ytd-key
               invalid key
                   move 'Y' to ytd-eof
           end-start.

       load-ytd.
           if ytd-eof = 'N' then
               read acctYtd next record
                   at end
                       move 'Y' to ytd-eof
               end-read
           end-if.
           if ytd-eof = 'Y' or ytd-year not = tax-year then
               close acctYtd
               go to load-ytd-done
           end-if.
           if tx-acct-count >= 1000 then
               display '=> ACCOUNT TABLE FULL - RUN INCOMPLETE'
               close acctYtd
               stop run
           end-if.
           add 1 to tx-acct-count.
           move ytd-account to tx-acct-number(tx-acct-count).
           move ytd-customer to tx-acct-customer(tx-acct-count).
           move ytd-interest to tx-acct-interest(tx-acct-count).
           move ytd-fees to tx-acct-fees(tx-acct-count).
           move ytd-balance to tx-acct-balance(tx-acct-count).
           move ytd-closed to tx-acct-closed(tx-acct-count).
           move ytd-closed-date to
               tx-acct-closed-date(tx-acct-count).
           add ytd-interest to ytd-interest-total.
           add ytd-fees to ytd-fees-total.
           add ytd-account to account-hash-total.
           if ytd-closed = 'Y' then
               add 1 to closed-account-count
           end-if.
           move ytd-customer to tx-lookup-customer.
           move 0 to tx-cust-selected.
           perform match-customer-entry varying tx-cust-sub
               from 1 by 1 until tx-cust-sub > tx-cust-count.
           if tx-cust-selected = 0 then
               if tx-cust-count >= 500 then
                   display '=> CUSTOMER TABLE FULL - RUN INCOMPLETE'
                   close acctYtd
                   stop run
               end-if
               add 1 to tx-cust-count
               move tx-cust-count to tx-cust-selected
               move ytd-customer to tx-cust-number(tx-cust-count)
               move 0 to tx-cust-interest(tx-cust-count)
               move 0 to tx-cust-fees(tx-cust-count)
               move 0 to tx-cust-balance(tx-cust-count)
               move 0 to tx-cust-accounts(tx-cust-count)
               move 0 to tx-cust-closed(tx-cust-count)
           end-if.
           add ytd-interest to tx-cust-interest(tx-cust-selected).
           add ytd-fees to tx-cust-fees(tx-cust-selected).
           add ytd-balance to tx-cust-balance(tx-cust-selected).
           add 1 to tx-cust-accounts(tx-cust-selected).
           if ytd-closed = 'Y' then
               add 1 to tx-cust-closed(tx-cust-selected)
           end-if.
           go to load-ytd.

       load-ytd-done.
           if tx-acct-count = 0 then
               display '=> NO YEAR-TO-DATE RECORDS FOR ' tax-year
               stop run
           end-if.
           open input customerFile.
           if cust-fs not = '00' then
               display '=> CUSTOMER FILE NOT AVAILABLE'
               stop run
           end-if.
           open output certFile.
           open output taxSummary.
           move 'H' to sum-rec-type.
           move tax-year to sum-hdr-tax-year.
           move ws-date to sum-hdr-file-date.
           move own-bank-code to sum-hdr-bank.
           move spaces to sum-hdr-file-id.
           string 'TX' delimited by size
               tax-year delimited by size
               into sum-hdr-file-id.
           write sum-header-record.
           perform process-customer thru process-customer-exit
               varying tx-cust-sub from 1 by 1
               until tx-cust-sub > tx-cust-count.
           move 'T' to sum-rec-type.
           move cert-count to sum-trl-cert-count.
           move cert-interest-total to sum-trl-interest.
           move cert-fees-total to sum-trl-fees.
           move exception-count to sum-trl-exc-count.
           move exception-interest-total to sum-trl-exc-interest.
           move ytd-interest-total to sum-trl-ytd-interest.
           move ytd-fees-total to sum-trl-ytd-fees.
           move account-hash-total to sum-trl-account-hash.
           write sum-trailer-record.
           close customerFile.
           close certFile.
           close taxSummary.
           display '=> TAX YEAR ..................... ' tax-year.
           display '=> ACCOUNTS ON FILE ............. ' tx-acct-count.
           display '=>   CLOSED DURING YEAR ......... '
               closed-account-count.
           display '=> CUSTOMERS .................... ' tx-cust-count.
           display '=> CERTIFICATES PRODUCED ........ ' cert-count.
           display '=> CUSTOMERS WITH NIL AMOUNTS ... ' nil-count.
           display '=> ACCOUNT EXCEPTIONS ........... '
               exception-count.
           display '=> INTEREST CERTIFIED ........... '
               cert-interest-total.
           display '=> INTEREST ON EXCEPTIONS ....... '
               exception-interest-total.
           display '=> INTEREST PER YEAR-TO-DATE .... '
               ytd-interest-total.
           if cert-interest-total + exception-interest-total not =
               ytd-interest-total then
               display '=> CONTROL TOTALS DO NOT AGREE'
           end-if.
           display '=> CERTIFICATES IN ' cert-file-name.
           display '=> REGULATOR SUMMARY IN ' summary-file-name.
           stop run.

       process-customer.
           move tx-cust-number(tx-cust-sub) to tx-lookup-customer.
           if tx-cust-interest(tx-cust-sub) = 0 and
               tx-cust-fees(tx-cust-sub) = 0 then
               add 1 to nil-count
               go to process-customer-exit
           end-if.
           if tx-lookup-customer = 0 then
               move 'NO CUSTOMER LINK' to tx-exception-reason
               perform write-exception thru write-exception-exit
                   varying tx-acct-sub
                   from 1 by 1 until tx-acct-sub > tx-acct-count
               go to process-customer-exit
           end-if.
           move 'Y' to tx-customer-found.
           move tx-lookup-customer to customer-number.
           read customerFile
               invalid key
                   move 'N' to tx-customer-found
           end-read.
           if tx-customer-found = 'N' then
               move 'CUSTOMER NOT ON FILE' to tx-exception-reason
               perform write-exception thru write-exception-exit
                   varying tx-acct-sub
                   from 1 by 1 until tx-acct-sub > tx-acct-count
               go to process-customer-exit
           end-if.
           write cert-print-line from cert-rule.
           write cert-print-line from cert-head-bank.
           move tax-year to cert-head-year.
           write cert-print-line from cert-head-title.
           write cert-print-line from cert-rule.
           move customer-number to cert-cust-number.
           move customer-name to cert-cust-name.
           write cert-print-line from cert-cust-line.
           move customer-address to cert-cust-address.
           write cert-print-line from cert-addr-line.
           write cert-print-line from cert-thin-rule.
           write cert-print-line from cert-columns.
           perform print-cert-account thru print-cert-account-exit
               varying tx-acct-sub
               from 1 by 1 until tx-acct-sub > tx-acct-count.
           write cert-print-line from cert-thin-rule.
           move tx-cust-interest(tx-cust-sub) to cert-tot-interest.
           move tx-cust-fees(tx-cust-sub) to cert-tot-fees.
           move tx-cust-balance(tx-cust-sub) to cert-tot-balance.
           write cert-print-line from cert-total-line.
           write cert-print-line from cert-blank-line.
           move 'D' to sum-rec-type.
           move customer-number to sum-customer.
           move customer-name to sum-name.
           move customer-address to sum-address.
           move tx-cust-accounts(tx-cust-sub) to sum-account-count.
           move tx-cust-closed(tx-cust-sub) to sum-closed-count.
           move tx-cust-interest(tx-cust-sub) to sum-interest.
           move tx-cust-fees(tx-cust-sub) to sum-fees.
           move tx-cust-balance(tx-cust-sub) to sum-balance.
           write sum-detail-record.
           add 1 to cert-count.
           add tx-cust-interest(tx-cust-sub) to cert-interest-total.
           add tx-cust-fees(tx-cust-sub) to cert-fees-total.

       process-customer-exit.
           exit.

       print-cert-account.
           if tx-acct-customer(tx-acct-sub) not = tx-lookup-customer
               then
               go to print-cert-account-exit
           end-if.
           move tx-acct-number(tx-acct-sub) to cert-account.
           move tx-acct-interest(tx-acct-sub) to cert-acct-interest.
           move tx-acct-fees(tx-acct-sub) to cert-acct-fees.
           move tx-acct-balance(tx-acct-sub) to cert-acct-balance.
           if tx-acct-closed(tx-acct-sub) = 'Y' then
               move 'CLOSED ' to cert-acct-status
               move tx-acct-closed-date(tx-acct-sub) to
                   cert-acct-closed-date
           else
               move 'OPEN' to cert-acct-status
               move spaces to cert-acct-closed-date
           end-if.
           write cert-print-line from cert-account-line.

       print-cert-account-exit.
           exit.

       write-exception.
           if tx-acct-customer(tx-acct-sub) not = tx-lookup-customer
               then
               go to write-exception-exit
           end-if.
           if tx-acct-interest(tx-acct-sub) = 0 and
               tx-acct-fees(tx-acct-sub) = 0 then
               go to write-exception-exit
           end-if.
           move 'X' to sum-rec-type.
           move tx-acct-number(tx-acct-sub) to sum-exc-account.
           move tx-lookup-customer to sum-exc-customer.
           move tx-acct-interest(tx-acct-sub) to sum-exc-interest.
           move tx-acct-fees(tx-acct-sub) to sum-exc-fees.
           move tx-exception-reason to sum-exc-reason.
           write sum-exception-record.
           add 1 to exception-count.
           add tx-acct-interest(tx-acct-sub) to
               exception-interest-total.
           display '=> EXCEPTION ' tx-acct-number(tx-acct-sub)
               ' ' tx-exception-reason.

       write-exception-exit.
           exit.

       match-customer-entry.
           if tx-cust-number(tx-cust-sub) = tx-lookup-customer then
               move tx-cust-sub to tx-cust-selected
           end-if.
