      *(R records, voids and exchange return legs, H/T stamped),
      *verifies the header's business date and proves its own record
      *and amount counts against the trailer before printing totals.
      *Each store's net returns go on to the store-result file for
      *the store scorecard.
      *
       environment division.
       configuration section.
               organization is sequential.

      * the next-day manager approval feed - one decision per held
      * invoice, release ('A') or reject ('R'), with the manager who
      * made it.
           select optional approval-feed-file
               assign to APPRFEED
               organization is sequential.
               assign to CTLTOT
               organization is sequential.
      *
      * per-store results for the store manager scorecard (D5SCORE)
      * - extended, since A5POLL starts the day's file.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.
      *
      * output-file declaration
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
       fd store-master
       fd approval-feed-file
           recording mode is F
           data record is approval-feed-record
           record contains 24 characters.

       01 approval-feed-record.
           05 af-invoice-num                pic x(9).
                    value 'A'.
                88 af-reject-action
                    value 'R'.
           05 af-approver-id                pic x(5).
           05 af-decision-date              pic 9(6).
           05 filler                        pic x(3).

      **********************************************

           05 ct-amount-3                   pic 9(9)V99.
           05 filler                        pic x(12).

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
                10 wn-held-date              pic 9(6).
                10 wn-flag-text              pic x(26).
                10 wn-disposition            pic x.
                10 wn-approver-id            pic x(5).
       01 ws-pending-count                  pic 9(4)
           value 0.
       01 ws-pending-scan-sub               pic 9(4)
                value spaces.
           05 ws-dup-flag-out               pic x(26).

      * a held return's decision line names the manager who made it.
       01 ws-decision-flag-work.
           05 filler                        pic x(4)
                value "*** ".
           05 ws-dw-decision-out            pic x(8).
           05 filler                        pic x(4)
                value " BY ".
           05 ws-dw-approver-out            pic x(5).
           05 filler                        pic x(4)
                value " ***".

       01 ws-detail-line-totals-1.
           05 filler                        pic x(2)
                value spaces.
           perform 600-closefiles.


           move ws-record-count             to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
                                                          (ws-pend-idx)
                     move spaces             to wn-disposition
                                                          (ws-pend-idx)
                     move spaces             to wn-approver-id
                                                          (ws-pend-idx)
           end-read.

      * each approval decision marks its held invoice - a decision
           if wn-invoice-num (ws-pend-idx) = af-invoice-num
              and wn-disposition (ws-pend-idx) = spaces
                move ws-yes-flag            to ws-approval-found-flag
                move af-approver-id         to wn-approver-id
                                                       (ws-pend-idx)
                if af-release-action
                     move 'A'               to wn-disposition
                                                       (ws-pend-idx)
           move wn-sku-code (ws-pend-idx)   to ws-sku-code-out.
           move ws-tax-num                  to ws-tax-num-out.
           move "*** RELEASED ***"          to ws-dup-flag-out.
           move "RELEASED"                  to ws-dw-decision-out.
           perform 767-nameapprover.
           write output-line                from ws-detail-line.
           perform 768-writeheldflagline.
           move spaces                      to ws-dup-flag-out.
                                             to ws-inv-num-out.
           move wn-sku-code (ws-pend-idx)   to ws-sku-code-out.
           move "*** REJECTED BY MGR ***"   to ws-dup-flag-out.
           move "REJECTED"                  to ws-dw-decision-out.
           perform 767-nameapprover.
           write output-line                from ws-detail-line.
           perform 768-writeheldflagline.
           move spaces                      to ws-dup-flag-out.

      * the manager who decided the hold goes on the decision line -
      * a feed record without an approver keeps the plain text.
       767-nameapprover.
           if wn-approver-id (ws-pend-idx) not = spaces
                move wn-approver-id (ws-pend-idx)
                                             to ws-dw-approver-out
                move ws-decision-flag-work  to ws-dup-flag-out
           end-if.

      * the flag the hold-time edits raised rides under the decision
      * line, so the approval trail shows what the history said
      * about the refund the manager acted on.

           perform 545-writecardtrailer.
           perform 540-writecontroltotals.
           perform 542-writestoreresults.

      * the extract's own counts stamp the trailer, so the
      * settlement side can prove the file whole before acting on a

           close control-total-file.

      * each store's net returns for the store scorecard, off the
      * same void-adjusted subtotals the report prints, behind the
      * 'RUN ' record that opens this step's block.
       542-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'A9RET   '                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 543-writestorereturns
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           close store-result-file.

       543-writestorereturns.
           if ws-store-r-count (ws-store-idx) > 0
                move spaces                 to store-result-record
                move 'A9RET   '             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-store-idx
                move 'RETN'                 to sr-result-code
                move ws-store-r-count (ws-store-idx)
                                             to sr-result-count
                move ws-store-r-amount (ws-store-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.

       560-writepaytypepercline.
           compute ws-paytype-percentage =
                (wp-r-count (ws-paytype-idx) * 100) / ws-r-total.
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

