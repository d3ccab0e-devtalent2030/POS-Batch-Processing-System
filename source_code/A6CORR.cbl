               assign to NOTVAL2
               organization is sequential.

      * every reject this run clears, as A6EDIT wrote it - D8REJHST
      * marks it cleared on the reject history.
           select reject-clear-file
               assign to REJCLR
               organization is sequential.

      * machine-readable control totals for the end-of-day
      * reconciliation - extended, since A6EDIT starts the day's file.
           select optional control-total-file
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
       fd invalid-file
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


      **********************************************

      * one cleared reject - the record as it came off the invalid-
      * file (before any correction), the business date it cleared,
      * and whether an operator correction was applied to clear it.
       fd reject-clear-file
           recording mode is F
           data record is reject-clear-record
           record contains 60 characters.

       01 reject-clear-record.
           05 cl-reject-line                pic x(43).
           05 cl-cleared-date               pic 9(6).
           05 cl-corrected-flag             pic x.
           05 filler                        pic x(10).

      **********************************************

      * the shared control-total layout A8RECON reconciles from.
      * for A6CORR: count-1/2/3 = read/now-valid/still-invalid,
      * amount-1/2 = now-valid/still-invalid dollars (still-invalid
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
                10 pe-tran-code              pic x.
                10 pe-tran-amount            pic 9(5)V99.
                10 filler                    pic x(35).
           05 ws-pending-e-original         pic x(43).
           05 ws-pending-e-found-flag       pic x
                value 'N'.

       01 ws-amount-controls.
           05 ws-now-valid-amount-total     pic 9(9)V99
           perform 500-printtotals.
           perform 600-closefiles.

           move ws-total-records            to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
                       pay-type-param-file.
           open output output-file,
                       resubmit-valid-file,
                       resubmit-invalid-file,
                       reject-clear-file.

           perform 115-loadpaytypes
                until ws-paytype-eof-flag = ws-yes-flag.
                add il-tran-amount          to
                                      ws-now-valid-amount-total
                write resubmit-valid-line   from ws-edit-record
                move spaces                 to reject-clear-record
                move invalid-line           to cl-reject-line
                move ws-found-flag          to cl-corrected-flag
                perform 455-writeclearance
           end-if.

      * first leg of a pair is held; the second decides both. A pair
       446-pairexchangeleg.
           if ws-pending-e-flag = ws-no-flag
                move ws-edit-record         to ws-pending-e-record
                move invalid-line           to ws-pending-e-original
                move ws-found-flag          to ws-pending-e-found-flag
                move ws-error-flag          to ws-pending-e-error-flag
                move ws-yes-flag            to ws-pending-e-flag
           else
                                      ws-now-valid-amount-total.
           write resubmit-valid-line        from ws-pending-e-record.
           write resubmit-valid-line        from ws-edit-record.
           move spaces                      to reject-clear-record
           move ws-pending-e-original       to cl-reject-line.
           move ws-pending-e-found-flag     to cl-corrected-flag.
           perform 455-writeclearance.
           move spaces                      to reject-clear-record
           move invalid-line                to cl-reject-line.
           move ws-found-flag               to cl-corrected-flag.
           perform 455-writeclearance.

      * a reject now valid is cleared as of this business date.
       455-writeclearance.
           move ws-date-line                to cl-cleared-date.
           write reject-clear-record.

      * a non-exchange record (or end of file) arrived while a first
      * leg was still waiting for its partner - the orphan leg is
                 cashier-master,
                 resubmit-valid-file,
                 resubmit-invalid-file,
                 reject-clear-file,
                 output-file.


           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

