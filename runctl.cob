       working-storage section.
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
       01  schedule-names.
           05 filler               pic x(10) value 'INTEREST'.
           05 filler               pic x(10) value 'STANDING'.
           05 filler               pic x(10) value 'LOANS'.
           05 filler               pic x(10) value 'CLEARING'.
           05 filler               pic x(10) value 'INTCHECK'.
           05 filler               pic x(10) value 'CENTRAL'.
           05 filler               pic x(10) value 'FRAUDMON'.
           05 filler               pic x(10) value 'ALERTS'.
           05 filler               pic x(10) value 'STATEMENT'.
           05 filler               pic x(10) value 'MSTRLOAD'.
           05 filler               pic x(10) value 'EJREPORT'.
           05 filler               pic x(10) value 'DAYEND'.
       01  schedule-name-table redefines schedule-names.
           05 schedule-name occurs 12 times pic x(10).
       01  schedule-step-count     pic 9(2) value 12.
       01  menu-choice             pic x(10).
           88 init-option          value "1".
           88 status-option        value "2".
                   close runControl
                   go to load-run-control-exit
           end-read.
           if rc-count >= 15 then
               go to load-run-control-read
           end-if.
           add 1 to rc-count.
