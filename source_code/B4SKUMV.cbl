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
       fd sl-file
       fd sku-master
           recording mode is F
           data record is sku-master-record
           record contains 52 characters.

       01 sku-master-record.
           05 km-sku-code                   pic x(15).
           05 km-sku-desc                   pic x(20).
           05 km-dept-code                  pic x(3).
           05 km-unit-price                 pic 9(5)V99.
           05 km-vendor-code                pic x(6).

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

       01 ws-sl-eof-flag                    pic x
           value 'N'.
           perform 500-writereport.
           perform 600-closefiles.

           move ws-sl-read-count            to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

