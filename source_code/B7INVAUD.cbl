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
       fd valid-file
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
           perform 550-writetotals.
           perform 600-closefiles.

           move ws-records-read             to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
           else
      * a basket's 'P' tender line repeats the item lines' invoice
      * number - releasing it would only re-audit a number the 'B'
      * lines already put into the sequence. A gift card redemption
      * 'D' carries the invoice of the sale it tendered, likewise.
           if il-tran-code = 'R' or il-tran-code = 'V'
              or il-tran-code = 'P' or il-tran-code = 'D'
                continue
           else
                perform 325-releaserecord
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

