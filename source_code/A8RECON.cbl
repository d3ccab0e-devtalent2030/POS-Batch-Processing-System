      **********************************************

      * chain run-control - one record per program per business
      * date, written at start ('S') and completion ('C'), each
      * stamped with the time of day and the completion record with
      * the records processed; every program checks it on startup
      * through 9500-checkruncontrol.
       fd run-control-file
           recording mode is F
           data record is run-control-record
           record contains 40 characters.

       01 run-control-record.
           05 rc-program-id                 pic x(8).
           05 rc-business-date              pic 9(6).
           05 rc-status                     pic x.
           05 rc-run-date                   pic 9(6).
           05 rc-run-time                   pic 9(6).
           05 rc-record-count               pic 9(9).
           05 filler                        pic x(4).

      **********************************************

      *   A6EDIT   read/valid/invalid        valid amt/invalid amt/-
      *   A6CORR   read/now-valid/still-inv  now-valid amt/still amt/-
      *   A7SPLIT  read/S+L/R                S+L amt/R amt/except amt
      *                                      /gift card amt (amount-4)
      *   A9RET    read/R/duplicate          R amt/tax owing/-
       fd control-total-file
           recording mode is F
           05 ct-amount-1                   pic 9(9)V99.
           05 ct-amount-2                   pic 9(9)V99.
           05 ct-amount-3                   pic 9(9)V99.
           05 ct-amount-4                   pic 9(9)V99.
           05 filler                        pic x.

      **********************************************
       fd output-file
                value 'N'.
           05 ws-runctl-status              pic x
                value 'S'.
           05 ws-runctl-time.
                10 ws-runctl-hhmmss          pic 9(6).
                10 filler                    pic 99.
           05 ws-runctl-record-count        pic 9(9)
                value 0.

       01 ws-eof-flag                       pic x
           value 'N'.
                value 0.
           05 ws-a7-exception-amount        pic 9(9)V99
                value 0.
           05 ws-a7-gift-card-amount        pic 9(9)V99
                value 0.

       01 ws-a9-totals.
           05 ws-a9-date                    pic 9(6)
           05 filler                        pic x(3)
                value spaces.
           05 ws-sl-amount-3-out            pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sl-amount-4-out            pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-headings-3.
           05 filler                        pic x(40)
      * capture each program's figures - on a rerun the later record
      * simply overwrites the earlier capture, so the latest wins.
       420-capturerecord.
           add 1                            to ws-runctl-record-count.
           if ct-program-id = 'A6EDIT  '
                move ws-yes-flag            to ws-a6-seen-flag
                move ct-business-date       to ws-a6-date
                move ct-amount-1            to ws-a7-sl-amount
                move ct-amount-2            to ws-a7-r-amount
                move ct-amount-3            to ws-a7-exception-amount
                if ct-amount-4 is numeric
                     move ct-amount-4       to ws-a7-gift-card-amount
                else
                     move 0                 to ws-a7-gift-card-amount
                end-if
           else
           if ct-program-id = 'A9RET   '
                move ws-yes-flag            to ws-a9-seen-flag
                     move ct-amount-1        to ws-sl-amount-1-out
                     move ct-amount-2        to ws-sl-amount-2-out
                     move ct-amount-3        to ws-sl-amount-3-out
      * only A7SPLIT fills the fourth amount - the other programs
      * leave it spaces.
                     if ct-amount-4 is numeric
                          move ct-amount-4   to ws-sl-amount-4-out
                     else
                          move 0             to ws-sl-amount-4-out
                     end-if
                     write output-line       from ws-source-line
           end-read.

           end-if.

      * dollars: A6's valid dollars equal everything A7 accounted
      * for - S+L, R, exceptions and the gift card stream.
           move 'A6 Valid $ vs A7 S+L + R + Except + GC   '
                                             to ws-rc-check-out.
           move ws-a6-valid-amount          to ws-rc-left-out.
           add ws-a7-sl-amount  ws-a7-r-amount
               ws-a7-exception-amount  ws-a7-gift-card-amount
                                             giving ws-combined-amount.
           move ws-combined-amount          to ws-rc-right-out.
           if ws-a6-valid-amount = ws-combined-amount
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

