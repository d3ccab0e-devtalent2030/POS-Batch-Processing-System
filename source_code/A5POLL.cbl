      *checked against the stores that actually sent data, so a
      *silent or short store is on the polling status report and the
      *operations log before the chain runs, not after a manager
      *calls about missing figures. Each open store's polling result
      *starts the day's store-result file for the store scorecard.
      *
       environment division.
       configuration section.
               assign to INFILE
               organization is sequential.

      * per-store results for the store manager scorecard (D5SCORE)
      * - this step starts the day's file on the run of record and
      * the rest of the chain extends it.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.

      * polling status report for the morning operator
           select output-file
               assign to POLLRPT
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
       fd run-mode-param-file

       01 merged-line                       pic x(43).

      **********************************************

      * the shared per-store result layout D5SCORE gathers into the
      * store manager scorecard. A 'RUN ' record on store 00 opens
      * each step's block, so a rerun's figures replace the earlier
      * run's rather than adding to them.
       fd store-result-file
           recording mode is F
           data record is store-result-record
           record contains 40 characters.

       01 store-result-record.
           05 sr-program-id                 pic x(8).
           05 sr-business-date              pic 9(6).
           05 sr-store-num                  pic 99.
           05 sr-result-code                pic x(4).
           05 sr-result-flag                pic x.
           05 sr-result-count               pic 9(7).
           05 sr-result-amount              pic s9(9)V99.
           05 filler                        pic x.

      **********************************************
       fd output-file
           recording mode is F
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
           perform 600-closefiles.

           if ws-flash-mode-flag = ws-no-flag
                move ws-records-read-total  to ws-runctl-record-count
                perform 9600-markruncomplete
           end-if.

                                    to ws-log-message
                perform 9100-logfatal
           end-if.
           if ws-flash-mode-flag = ws-no-flag
                perform 530-openstoreresults
           end-if.
           perform 510-checkstorepoll
                until ws-store-master-eof-flag = ws-yes-flag.
           close store-master.
           if ws-flash-mode-flag = ws-no-flag
                close store-result-file
           end-if.

       510-checkstorepoll.
           read store-master
           end-if.

           write output-line                from ws-status-detail-line.
           if ws-flash-mode-flag = ws-no-flag
                perform 535-writestoreresult
           end-if.

      * the day's store-result file starts here, fresh, on the run
      * of record - every later step in the chain extends it.
       530-openstoreresults.
           open output store-result-file.
           move spaces                      to store-result-record.
           move 'A5POLL  '                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.

      * one polling result per open store - 'P' accepted, 'R'
      * rejected, 'S' silent - with the block's records and dollars.
       535-writestoreresult.
           move spaces                      to store-result-record.
           move 'A5POLL  '                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move sm-store-num                to sr-store-num.
           move 'POLL'                      to sr-result-code.
           if wl-poll-status (ws-poll-idx) = spaces
                move 'S'                    to sr-result-flag
           else
                move wl-poll-status (ws-poll-idx)
                                             to sr-result-flag
           end-if.
           move wl-record-count (ws-poll-idx)
                                             to sr-result-count.
           move wl-amount-total (ws-poll-idx)
                                             to sr-result-amount.
           write store-result-record.

       550-writetotals.
           write output-line                from ws-blank-line.
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

