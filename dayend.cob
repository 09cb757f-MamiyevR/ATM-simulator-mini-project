               05 in-timestamp     pic 9(5).
               05 in-date          pic 9(8).
               05 in-time          pic 9(6).
               05 in-channel       pic x(8).
               05 in-origin-id     pic x(3).
               05 in-reference     pic x(20).
           fd transArch.
           01  arch-tranfer-record.
               05 arch-account-num pic 9(16).
               05 arch-timestamp   pic 9(5).
               05 arch-date        pic 9(8).
               05 arch-time        pic 9(6).
               05 arch-channel     pic x(8).
               05 arch-origin-id   pic x(3).
               05 arch-reference   pic x(20).
           fd transSorted.
           01  srt-tranfer-record.
               05 srt-account-num  pic 9(16).
               05 srt-timestamp    pic 9(5).
               05 srt-date         pic 9(8).
               05 srt-time         pic 9(6).
               05 srt-channel      pic x(8).
               05 srt-origin-id    pic x(3).
               05 srt-reference    pic x(20).
           fd  runControl.
           01  run-control-record.
               05 rc-date          pic 9(8).
       01  archived-count          pic 9(9) value 0.
       01  rc-fs                   pic x(02).
       01  run-control-table.
           05 rc-entry occurs 15 times.
               10 rct-date         pic 9(8).
               10 rct-step-num     pic 9(2).
               10 rct-step-name    pic x(10).
                   close runControl
                   go to rc-verify-check
           end-read.
           if rc-count >= 15 then
               go to rc-verify-read
           end-if.
           add 1 to rc-count.
