      *stores with cash takings but no deposit at all - the same
      *morning, the way B8SETTLE already reconciles the card side,
      *instead of head office ticking deposit slips against the
      *bank statement days later. Each store's deposit result goes
      *on to the store-result file for the store scorecard.
      *
       environment division.
       configuration section.
               assign to BANKDEP
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
           05 bk-amount                     pic 9(9)V99.
           05 filler                        pic x(6).

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

      * both sides of the match per store, subscripted directly by
      * store number - our cash net off the extract against the
      * bank's credited deposits, and the store's result for the
      * scorecard - M matched, S short, O over, N no deposit, D
      * deposit with no takings.
       01 ws-store-match-table.
           05 ws-store-match-entry          occurs 99 times
                                             indexed by ws-store-idx.
                10 wo-takings-flag           pic x.
                10 wo-deposit-amount         pic 9(9)V99.
                10 wo-deposit-flag           pic x.
                10 wo-result-flag            pic x.
       01 ws-store-scan-sub                 pic 9(3)
           value 0.

                varying ws-store-scan-sub from 1 by 1
                until ws-store-scan-sub > 99.
           perform 550-writetotals.
           perform 560-writestoreresults.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-extract-records + ws-bank-records.
           perform 9600-markruncomplete.

           goback.

                if wo-deposit-flag (ws-store-idx) not = ws-yes-flag
                     add 1                  to ws-no-deposit-total
                     move 'N'               to wo-result-flag
                                                       (ws-store-idx)
                     move "*** NO DEPOSIT AT ALL ***"
                                             to ws-ml-disp-out
                else
                if wo-takings-flag (ws-store-idx) not = ws-yes-flag
                     add 1                  to ws-deposit-only-total
                     move 'D'               to wo-result-flag
                                                       (ws-store-idx)
                     move "*** DEPOSIT, NO TAKINGS *"
                                             to ws-ml-disp-out
                else
                if ws-variance-work = 0
                     add 1                  to ws-matched-total
                     move 'M'               to wo-result-flag
                                                       (ws-store-idx)
                     move "MATCHED"         to ws-ml-disp-out
                else
                if ws-variance-work < 0
                     add 1                  to ws-short-total
                     move 'S'               to wo-result-flag
                                                       (ws-store-idx)
                     move "*** SHORT DEPOSIT ***"
                                             to ws-ml-disp-out
                else
                     add 1                  to ws-over-total
                     move 'O'               to wo-result-flag
                                                       (ws-store-idx)
                     move "*** OVER DEPOSIT ***"
                                             to ws-ml-disp-out
                end-if
           move ws-variance-total           to ws-variance-total-out.
           write output-line                from ws-totals-line-2.

      * each store reconciled tonight, for the store scorecard - the
      * result flag, 1 on the count where the deposit did not match,
      * and the variance (deposit less cash net) - behind the 'RUN '
      * record that opens this step's block.
       560-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'C3CASHDP'                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 565-writestorecash
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           close store-result-file.

       565-writestorecash.
           if wo-takings-flag (ws-store-idx) = ws-yes-flag
              or wo-deposit-flag (ws-store-idx) = ws-yes-flag
                move spaces                 to store-result-record
                move 'C3CASHDP'             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-store-idx
                move 'CSHV'                 to sr-result-code
                move wo-result-flag (ws-store-idx)
                                             to sr-result-flag
                if wo-result-flag (ws-store-idx) = 'M'
                     move 0                 to sr-result-count
                else
                     move 1                 to sr-result-count
                end-if
                compute sr-result-amount =
                     wo-deposit-amount (ws-store-idx)
                     - wo-cash-net (ws-store-idx)
                write store-result-record
           end-if.

       600-closefiles.
           close settle-extract-file,
                 bank-deposit-file,
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

