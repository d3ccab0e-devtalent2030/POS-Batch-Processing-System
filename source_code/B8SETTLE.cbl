      *totals, our-side-only differences and acquirer-side-only
      *differences with dollar variances - the compare someone was
      *doing by hand every morning, a day too late for chargeback
      *deadlines. Each store's net card variance goes on to the
      *store-result file for the store scorecard.
      *
       environment division.
       configuration section.
               assign to SETTLACQ
               organization is sequential.

      * per-store results for the store manager scorecard (D5SCORE)
      * - extended, since A5POLL starts the day's file.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.

      * reconciliation report
           select output-file
               assign to OUTFILE
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
       fd settle-extract-file
           05 aq-amount                     pic 9(9)V99.
           05 filler                        pic x(8).

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

       01 ws-extract-eof-flag               pic x
           value 'N'.
           05 ws-acq-only-total             pic 9(5)
                value 0.

      * per-store card reconciliation for the scorecard - lines
      * reconciled, lines with a difference and the net variance
      * (our side less the acquirer's).
       01 ws-store-card-table.
           05 ws-store-card-entry           occurs 99 times
                                             indexed by ws-scard-idx.
                10 wsc-line-count            pic 9(5).
                10 wsc-diff-count            pic 9(5).
                10 wsc-variance-amount       pic s9(9)V99.
       01 ws-card-tally-store               pic 99.

       01 ws-amount-work.
           05 ws-extract-sale-amount        pic 9(11)V99
                value 0.
                varying ws-our-idx from 1 by 1
                until ws-our-idx > ws-our-count.
           perform 550-writetotals.
           perform 560-writestoreresults.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-extract-records + ws-acquirer-records.
           perform 9600-markruncomplete.

           goback.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-our-side-table,
                      ws-acq-tender-table,
                      ws-store-card-table.

           open input  settle-extract-file,
                       acquirer-file.
                          move "*** DOLLAR VARIANCE ***"
                                             to ws-ml-disp-out
                     end-if
                     move aq-store-num      to ws-card-tally-store
                     perform 425-tallystorecard
                end-if
           else
                add 1                       to ws-acq-only-total
                compute ws-variance-amount = 0 - aq-amount
                add ws-variance-amount      to ws-variance-total
                move aq-store-num           to ws-card-tally-store
                perform 425-tallystorecard
                move 0                      to ws-ml-our-out
                move ws-variance-amount     to ws-ml-var-out
                move "*** ACQUIRER ONLY ***"
           end-if.
           write output-line                from ws-match-line.

      * one reconciled line against its store for the scorecard -
      * a store number off the acquirer's file that is not a store
      * is left to the report lines above.
       425-tallystorecard.
           if ws-card-tally-store is numeric
              and ws-card-tally-store > 0
                set ws-scard-idx            to ws-card-tally-store
                add 1                       to wsc-line-count
                                                       (ws-scard-idx)
                if ws-variance-amount not = 0
                     add 1                  to wsc-diff-count
                                                       (ws-scard-idx)
                     add ws-variance-amount to wsc-variance-amount
                                                       (ws-scard-idx)
                end-if
           end-if.

      * collect the set of tenders the acquirer settles, so the
      * our-side-only sweep below never flags a cash entry.
       430-rememberacqtender.
                     move "*** OUR SIDE ONLY ***"
                                             to ws-ml-disp-out
                     write output-line      from ws-match-line
                     move wo-net-amount (ws-our-idx)
                                             to ws-variance-amount
                     move wo-store-num (ws-our-idx)
                                             to ws-card-tally-store
                     perform 425-tallystorecard
                end-if
           end-if.

           move ws-variance-total           to ws-variance-total-out.
           write output-line                from ws-totals-line-2.

      * each store with card lines reconciled tonight, for the store
      * scorecard - flag 'D' where any line differed, 'M' where all
      * matched - behind the 'RUN ' record that opens this step's
      * block.
       560-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'B8SETTLE'                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 565-writestorecard
                varying ws-scard-idx from 1 by 1
                until ws-scard-idx > 99.
           close store-result-file.

       565-writestorecard.
           if wsc-line-count (ws-scard-idx) > 0
                move spaces                 to store-result-record
                move 'B8SETTLE'             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-scard-idx
                move 'CRDV'                 to sr-result-code
                if wsc-diff-count (ws-scard-idx) > 0
                     move 'D'               to sr-result-flag
                else
                     move 'M'               to sr-result-flag
                end-if
                move wsc-diff-count (ws-scard-idx)
                                             to sr-result-count
                move wsc-variance-amount (ws-scard-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.

       600-closefiles.
           close settle-extract-file,
                 acquirer-file,
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

