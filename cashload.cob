               05 ac-cash-on-hand  pic 9(9).
               05 ac-low-threshold pic 9(9).
               05 ac-dispensed-total pic 9(9).
               05 ac-cash-over     pic 9(9).
       working-storage section.
       01  reg-fs                  pic x(02).
       01  cash-fs                 pic x(02).
               10 cash-on-hand     pic 9(9).
               10 cash-low-threshold pic 9(9).
               10 cash-dispensed-total pic 9(9).
               10 cash-over        pic 9(9).
       01  cash-count              pic 9(2) value 0.
       01  cash-sub                pic 9(2).
       01  cash-selected           pic 9(2) value 0.
       01  atmNum                  pic x(10).
       01  load-amount             pic 9(9).
       01  counted-amount          pic 9(9).
       01  count-difference        pic s9(10)
           sign is leading separate character.
       01  new-threshold           pic 9(9).
       01  loads-entered-count     pic 9(9) value 0.
       01  cont                    pic x(10).
           move ac-low-threshold to cash-low-threshold(cash-count).
           move ac-dispensed-total to
               cash-dispensed-total(cash-count).
           move ac-cash-over to cash-over(cash-count).
           go to load-cash-read.

       load-cash-done.
               move 0 to cash-on-hand(cash-selected)
               move 0 to cash-low-threshold(cash-selected)
               move 0 to cash-dispensed-total(cash-selected)
               move 0 to cash-over(cash-selected)
           end-if.
           display '=> CASH ON HAND: ' cash-on-hand(cash-selected).

       count-entry.
           display '=> CASH COUNTED IN MACHINE BEFORE LOADING'.
           accept counted-amount.
           compute count-difference = counted-amount -
               cash-on-hand(cash-selected).
           if count-difference > 0 then
               add count-difference to cash-over(cash-selected)
               display '=> CASH OVER: ' count-difference
           end-if.
           if count-difference < 0 then
               display '=> CASH SHORT: ' count-difference
           end-if.
           move counted-amount to cash-on-hand(cash-selected).
           display '=> CASH OVER POSITION: '
               cash-over(cash-selected).

       load-entry.
           display '=> AMOUNT LOADED'.
           accept load-amount.
           move cash-low-threshold(cash-sub) to ac-low-threshold.
           move cash-dispensed-total(cash-sub) to
               ac-dispensed-total.
           move cash-over(cash-sub) to ac-cash-over.
           write atm-cash-record.

       display-atm-option.
