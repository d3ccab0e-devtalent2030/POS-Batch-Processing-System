       identification division.
       program-id. D5SCORE.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D5 Store Manager Scorecard.
      *Gathers the per-store result records the chain steps leave on
      *the store-result file (STRSLT) - A5POLL's polling status,
      *A6EDIT's rejects, A7SPLIT's sales, A9RET's returns, B8SETTLE's
      *card and C3CASHDP's cash variances, C2PRCEXC's price
      *exceptions and C1INVUPD's stock exceptions - and prints one
      *page per store, in store order: sales, returns and return
      *ratio, card and cash variances, price exceptions, reject count
      *and stock exceptions, each against the chain average and,
      *where head office budgets it, against the day's share of the
      *fiscal period plan on BUDGMAS. Every page is the same length
      *and opens on its own heading, so the output splits straight
      *into one page per store to send out before opening. Every
      *step whose results it reads must show complete on RUNCTL for
      *the date before the scorecard runs, so no page goes out built
      *on a step that crashed part way; a completed step that left
      *no results is shown as not reported rather than as a zero.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the whole chain runs for the date
      * operations supply here.
           select business-date-file
               assign to DATEPARM
               organization is sequential.

      * shared operations error log - appended, never rewritten, so
      * the morning operator reads one log for the whole chain.
           select optional error-log-file
               assign to ERRLOG
               organization is sequential.

      * chain run-control file - every program in the chain writes
      * a started and a completed record here per business date and
      * checks it on startup, so a step cannot run before its
      * predecessor, run twice for one date, or run a date the
      * chain has already moved past.
           select optional run-control-file
               assign to RUNCTL
               organization is sequential.

      * the day's per-store results - started by A5POLL and extended
      * by each contributing step.
           select store-result-file
               assign to STRSLT
               organization is sequential.

      * fiscal calendar - the business date's fiscal period and how
      * many days it runs, for the day's share of the period plan.
           select fiscal-calendar-file
               assign to FISCCAL
               organization is sequential.

      * budget master - planned counts and amounts per store,
      * transaction type and fiscal period.
           select budget-master
               assign to BUDGMAS
               organization is sequential.

      * store scorecard pages
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
       data division.
       file section.
      **********************************************
       fd business-date-file
           recording mode is F
           data record is business-date-record
           record contains 8 characters.

       01 business-date-record.
           05 bd-business-date              pic 9(6).
           05 filler                        pic xx.

      **********************************************

      * one structured record per abnormal event, appended by every
      * program in the chain - program, business date, run date,
      * severity (I/W/F), message and record position - so the
      * scheduler branches on the condition code and the operator
      * reads one log, not a stack of report files.
       fd error-log-file
           recording mode is F
           data record is error-log-record
           record contains 100 characters.

       01 error-log-record.
           05 el-program-id                 pic x(8).
           05 el-business-date              pic 9(6).
           05 el-run-date                   pic 9(6).
           05 el-severity                   pic x.
           05 el-message                    pic x(60).
           05 el-record-position            pic 9(7).
           05 filler                        pic x(12).

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

      * the shared per-store result layout the contributing steps
      * write. A 'RUN ' record on store 00 opens each step's block,
      * so a rerun's figures replace the earlier run's rather than
      * adding to them.
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
       fd fiscal-calendar-file
           recording mode is F
           data record is fiscal-calendar-record
           record contains 20 characters.

       01 fiscal-calendar-record.
           05 fc-business-date              pic 9(6).
           05 fc-fiscal-year                pic 99.
           05 fc-fiscal-period              pic 99.
           05 fc-fiscal-week                pic 99.
           05 fc-day-of-week                pic 9.
           05 filler                        pic x(7).

      **********************************************
       fd budget-master
           recording mode is F
           data record is budget-master-record
           record contains 30 characters.

       01 budget-master-record.
           05 bg-store-num                  pic 99.
           05 bg-tran-code                  pic x.
           05 bg-period                     pic 9(4).
           05 bg-period-split redefines bg-period.
                10 bg-period-yy              pic 99.
                10 bg-period-pp              pic 99.
           05 bg-plan-count                 pic 9(7).
           05 bg-plan-amount                pic 9(9)V99.
           05 filler                        pic x(5).

      **********************************************
       fd output-file
           recording mode is F
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

      **********************************************
       working-storage section.

      * run-control work fields - the predecessor this step waits
      * on, and what the startup scan of RUNCTL found.
       01 ws-runctl-controls.
           05 ws-predecessor-id             pic x(8)
                value 'A8RECON '.
           05 ws-runctl-eof-flag            pic x
                value 'N'.
           05 ws-pred-complete-flag         pic x
                value 'N'.
           05 ws-runctl-status              pic x
                value 'S'.
           05 ws-runctl-time.
                10 ws-runctl-hhmmss          pic 9(6).
                10 filler                    pic 99.
           05 ws-runctl-record-count        pic 9(9)
                value 0.

       01 ws-result-eof-flag                pic x
           value 'N'.
       01 ws-calendar-eof-flag              pic x
           value 'N'.
       01 ws-calendar-found-flag            pic x
           value 'N'.
       01 ws-budget-eof-flag                pic x
           value 'N'.
       01 ws-step-found-flag                pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

       01 ws-date-line                      pic 9(6).
       01 ws-run-date                       pic 9(6).

      * operations error-log work fields - every abnormal event
      * writes one structured record through 9000-logevent.
       01 ws-log-controls.
           05 ws-log-severity               pic x
                value 'I'.
           05 ws-log-message                pic x(60)
                value spaces.
           05 ws-log-position               pic 9(7)
                value 0.

      * the business date's place on the fiscal calendar, and the
      * number of days in its period - the period plan is spread
      * evenly over them.
       01 ws-fiscal-today.
           05 ws-ft-fiscal-year             pic 99
                value 0.
           05 ws-ft-fiscal-period           pic 99
                value 0.
       01 ws-period-days                    pic 9(3)
           value 0.

      * the steps that leave store results, in chain order - each
      * one's 'RUN ' record marks it reported for the date.
       01 ws-step-names.
           05 filler                        pic x(8)
                value 'A5POLL  '.
           05 filler                        pic x(8)
                value 'A6EDIT  '.
           05 filler                        pic x(8)
                value 'A7SPLIT '.
           05 filler                        pic x(8)
                value 'A9RET   '.
           05 filler                        pic x(8)
                value 'B8SETTLE'.
           05 filler                        pic x(8)
                value 'C3CASHDP'.
           05 filler                        pic x(8)
                value 'C2PRCEXC'.
           05 filler                        pic x(8)
                value 'C1INVUPD'.
       01 ws-step-name-table redefines ws-step-names.
           05 ws-step-name                  pic x(8)
                                             occurs 8 times.
       01 ws-step-seen-table.
           05 ws-step-seen-flag             pic x
                                             occurs 8 times.
       01 ws-step-complete-table.
           05 ws-step-complete-flag         pic x
                                             occurs 8 times.
       01 ws-step-sub                       pic 9(3)
           value 0.
       01 ws-step-match-sub                 pic 9(3)
           value 0.
       01 ws-steps-reported                 pic 9(3)
           value 0.

      * one entry per store, subscripted directly by store number -
      * the figures off STRSLT and the store's fiscal period plan
      * off BUDGMAS.
       01 ws-store-table.
           05 ws-store-entry                occurs 99 times
                                             indexed by ws-store-idx.
                10 wt-active-flag            pic x.
                10 wt-poll-flag              pic x.
                10 wt-sale-count             pic 9(7).
                10 wt-sale-amount            pic s9(9)V99.
                10 wt-ret-count              pic 9(7).
                10 wt-ret-amount             pic s9(9)V99.
                10 wt-card-flag              pic x.
                10 wt-card-count             pic 9(7).
                10 wt-card-amount            pic s9(9)V99.
                10 wt-cash-flag              pic x.
                10 wt-cash-amount            pic s9(9)V99.
                10 wt-prc-count              pic 9(7).
                10 wt-prc-amount             pic s9(9)V99.
                10 wt-rej-count              pic 9(7).
                10 wt-rej-amount             pic s9(9)V99.
                10 wt-neg-count              pic 9(7).
                10 wt-zero-count             pic 9(7).
                10 wt-plan-flag              pic x.
                10 wt-plan-sale-count        pic 9(7).
                10 wt-plan-sale-amount       pic 9(9)V99.
                10 wt-plan-ret-count         pic 9(7).
                10 wt-plan-ret-amount        pic 9(9)V99.

      * chain totals over the stores with a page, and the averages
      * each page is set against.
       01 ws-chain-totals.
           05 ws-ch-store-count             pic 9(3).
           05 ws-ch-sale-count              pic 9(9).
           05 ws-ch-sale-amount             pic s9(11)V99.
           05 ws-ch-ret-count               pic 9(9).
           05 ws-ch-ret-amount              pic s9(11)V99.
           05 ws-ch-card-count              pic 9(9).
           05 ws-ch-card-amount             pic s9(11)V99.
           05 ws-ch-cash-amount             pic s9(11)V99.
           05 ws-ch-prc-count               pic 9(9).
           05 ws-ch-prc-amount              pic s9(11)V99.
           05 ws-ch-rej-count               pic 9(9).
           05 ws-ch-rej-amount              pic s9(11)V99.
           05 ws-ch-neg-count               pic 9(9).
           05 ws-ch-zero-count              pic 9(9).
       01 ws-chain-averages.
           05 ws-av-sale-count              pic s9(9)V99.
           05 ws-av-sale-amount             pic s9(9)V99.
           05 ws-av-ret-count               pic s9(9)V99.
           05 ws-av-ret-amount              pic s9(9)V99.
           05 ws-av-ret-ratio               pic s9(5)V99.
           05 ws-av-card-count              pic s9(9)V99.
           05 ws-av-card-amount             pic s9(9)V99.
           05 ws-av-cash-amount             pic s9(9)V99.
           05 ws-av-prc-count               pic s9(9)V99.
           05 ws-av-prc-amount              pic s9(9)V99.
           05 ws-av-rej-count               pic s9(9)V99.
           05 ws-av-rej-amount              pic s9(9)V99.
           05 ws-av-neg-count               pic s9(9)V99.
           05 ws-av-zero-count              pic s9(9)V99.

      * one scorecard line's figures, set up by the caller before
      * 540/545 print it - the step that reports the figure, the
      * store's figure, the chain average, and the plan if any.
       01 ws-score-work.
           05 ws-sw-label                   pic x(26).
           05 ws-sw-step-sub                pic 9(3).
           05 ws-sw-store-figure            pic s9(9)V99.
           05 ws-sw-chain-figure            pic s9(9)V99.
           05 ws-sw-plan-flag               pic x.
           05 ws-sw-plan-figure             pic s9(9)V99.
           05 ws-sw-note                    pic x(24).
       01 ws-plan-sale-count                pic s9(9)V99.
       01 ws-plan-sale-amount               pic s9(9)V99.
       01 ws-plan-ret-count                 pic s9(9)V99.
       01 ws-plan-ret-amount                pic s9(9)V99.

       01 ws-counters.
           05 ws-result-read-count          pic 9(7)
                value 0.
           05 ws-result-skipped-count       pic 9(7)
                value 0.
           05 ws-result-unknown-count       pic 9(7)
                value 0.
           05 ws-budget-read-count          pic 9(5)
                value 0.
           05 ws-pages-written              pic 9(3)
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(28)
                value "Store Manager Scorecard For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(6)
                value "Store ".
           05 ws-heading-store-out          pic 99.
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D5".

       01 ws-headings-2.
           05 filler                        pic x(12)
                value "Fiscal Year ".
           05 ws-h2-year-out                pic 99.
           05 filler                        pic x(8)
                value " Period ".
           05 ws-h2-period-out              pic 99.
           05 filler                        pic x(3)
                value " - ".
           05 ws-h2-days-out                pic zz9.
           05 filler                        pic x(9)
                value " Days    ".
           05 filler                        pic x(9)
                value "Polling: ".
           05 ws-h2-poll-out                pic x(24).

       01 ws-headings-3.
           05 filler                        pic x(28)
                value "  Measure".
           05 filler                        pic x(16)
                value "        Store  ".
           05 filler                        pic x(16)
                value "    Chain Avg  ".
           05 filler                        pic x(16)
                value "     Vs Chain  ".
           05 filler                        pic x(16)
                value "  Plan For Day ".
           05 filler                        pic x(16)
                value "      Vs Plan  ".
           05 filler                        pic x(24)
                value "Note".

      * a dollar (or ratio) line - every column with two decimals.
       01 ws-amount-line.
           05 filler                        pic x(2).
           05 ws-al-label-out               pic x(26).
           05 ws-al-store-out               pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-al-chain-out               pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-al-vs-chain-out            pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-al-plan-out                pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-al-vs-plan-out             pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-al-note-out                pic x(24).

      * a count line - the store's own count and plan are whole
      * numbers; the chain average and the differences from it are
      * not.
       01 ws-count-line.
           05 filler                        pic x(2).
           05 ws-nl-label-out               pic x(26).
           05 ws-nl-store-out               pic -ZZ,ZZZ,ZZ9.
           05 filler                        pic x(5).
           05 ws-nl-chain-out               pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-nl-vs-chain-out            pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2).
           05 ws-nl-plan-out                pic -ZZ,ZZZ,ZZ9.
           05 filler                        pic x(5).
           05 ws-nl-vs-plan-out             pic -ZZ,ZZZ,ZZ9.
           05 filler                        pic x(5).
           05 ws-nl-note-out                pic x(24).

       01 ws-page-foot-line.
           05 filler                        pic x(16)
                value "Steps Reported: ".
           05 ws-pf-steps-out               pic 9.
           05 filler                        pic x(4)
                value " Of ".
           05 ws-pf-step-total-out          pic 9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-pf-message-out             pic x(50).

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 110-getfiscalday.
           perform 100-openfiles.
           perform 300-readresults
                until ws-result-eof-flag = ws-yes-flag.
           perform 400-checksteps.
           perform 450-computeaverages.
           perform 500-writestorepage
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           perform 590-writerunwarnings.
           perform 600-closefiles.

           move ws-result-read-count        to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D5SCORE: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-result-read-count
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D5SCORE: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-result-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

      * the business date's fiscal period off FISCCAL, then a second
      * pass to count the days finance calendared into it - a date
      * never calendared cannot be set against a period plan.
       110-getfiscalday.
           move ws-no-flag                  to ws-calendar-found-flag.
           move ws-no-flag                  to ws-calendar-eof-flag.
           open input fiscal-calendar-file.
           perform 115-readcalendar
                until ws-calendar-eof-flag = ws-yes-flag
                   or ws-calendar-found-flag = ws-yes-flag.
           close fiscal-calendar-file.
           if ws-calendar-found-flag = ws-no-flag
                display 'D5SCORE: ' ws-date-line
                        ' NOT ON FISCAL CALENDAR'
                move 'BUSINESS DATE NOT ON FISCAL CALENDAR'
                                    to ws-log-message
                move ws-result-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           move 0                           to ws-period-days.
           move ws-no-flag                  to ws-calendar-eof-flag.
           open input fiscal-calendar-file.
           perform 117-countperioddays
                until ws-calendar-eof-flag = ws-yes-flag.
           close fiscal-calendar-file.

       115-readcalendar.
           read fiscal-calendar-file
                at end
                     move ws-yes-flag        to ws-calendar-eof-flag
                not at end
                     if fc-business-date = ws-date-line
                          move ws-yes-flag  to ws-calendar-found-flag
                          move fc-fiscal-year
                                             to ws-ft-fiscal-year
                          move fc-fiscal-period
                                             to ws-ft-fiscal-period
                     end-if
           end-read.

       117-countperioddays.
           read fiscal-calendar-file
                at end
                     move ws-yes-flag        to ws-calendar-eof-flag
                not at end
                     if fc-fiscal-year = ws-ft-fiscal-year
                        and fc-fiscal-period = ws-ft-fiscal-period
                          add 1              to ws-period-days
                     end-if
           end-read.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-store-table,
                      ws-step-seen-table,
                      ws-chain-totals,
                      ws-chain-averages.

           open input  budget-master.
           perform 120-loadbudget
                until ws-budget-eof-flag = ws-yes-flag.
           close budget-master.

           open input  store-result-file.
           open output output-file.

      * the current fiscal period's budget rows for each store: sale
      * types (S, N, B, L) into the sales plan, R into the returns
      * plan. Other periods and types are passed over.
       120-loadbudget.
           read budget-master
                at end
                     move ws-yes-flag        to ws-budget-eof-flag
                not at end
                     add 1                   to ws-budget-read-count
                     perform 125-applybudget
           end-read.

       125-applybudget.
           if bg-store-num is numeric
              and bg-store-num > 0
              and bg-period-yy = ws-ft-fiscal-year
              and bg-period-pp = ws-ft-fiscal-period
                set ws-store-idx            to bg-store-num
                if bg-tran-code = 'S' or 'N' or 'B' or 'L'
                     move ws-yes-flag       to wt-plan-flag
                                                       (ws-store-idx)
                     add bg-plan-count      to wt-plan-sale-count
                                                       (ws-store-idx)
                     add bg-plan-amount     to wt-plan-sale-amount
                                                       (ws-store-idx)
                end-if
                if bg-tran-code = 'R'
                     move ws-yes-flag       to wt-plan-flag
                                                       (ws-store-idx)
                     add bg-plan-count      to wt-plan-ret-count
                                                       (ws-store-idx)
                     add bg-plan-amount     to wt-plan-ret-amount
                                                       (ws-store-idx)
                end-if
           end-if.

       300-readresults.
           read store-result-file
                at end
                     move ws-yes-flag        to ws-result-eof-flag
                not at end
                     add 1                   to ws-result-read-count
                     perform 320-applyresult
           end-read.

      * one result record - another date's record is passed over, a
      * 'RUN ' record clears the step's earlier figures, and anything
      * else lands on its store's entry by result code.
       320-applyresult.
           if sr-business-date not = ws-date-line
                add 1                       to ws-result-skipped-count
           else
           if sr-result-code = 'RUN '
                perform 330-startstep
           else
           if sr-store-num is not numeric
              or sr-store-num = 0
                add 1                       to ws-result-unknown-count
           else
                set ws-store-idx            to sr-store-num
                move ws-yes-flag            to wt-active-flag
                                                       (ws-store-idx)
                perform 340-storeresult
           end-if
           end-if
           end-if.

       330-startstep.
           move ws-no-flag                  to ws-step-found-flag.
           move 0                           to ws-step-match-sub.
           perform 335-checkstepentry
                varying ws-step-sub from 1 by 1
                until ws-step-sub > 8
                   or ws-step-found-flag = ws-yes-flag.
           if ws-step-found-flag = ws-no-flag
                add 1                       to ws-result-unknown-count
           else
                move ws-yes-flag            to ws-step-seen-flag
                                                   (ws-step-match-sub)
                perform 338-clearstepfigures
                     varying ws-store-idx from 1 by 1
                     until ws-store-idx > 99
           end-if.

       335-checkstepentry.
           if ws-step-name (ws-step-sub) = sr-program-id
                move ws-yes-flag            to ws-step-found-flag
                move ws-step-sub            to ws-step-match-sub
           end-if.

      * a step that runs again for the date replaces its figures -
      * whatever its earlier run left is cleared here.
       338-clearstepfigures.
           if ws-step-match-sub = 1
                move space                  to wt-poll-flag
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 2
                move 0                      to wt-rej-count
                                                       (ws-store-idx)
                                               wt-rej-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 3
                move 0                      to wt-sale-count
                                                       (ws-store-idx)
                                               wt-sale-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 4
                move 0                      to wt-ret-count
                                                       (ws-store-idx)
                                               wt-ret-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 5
                move space                  to wt-card-flag
                                                       (ws-store-idx)
                move 0                      to wt-card-count
                                                       (ws-store-idx)
                                               wt-card-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 6
                move space                  to wt-cash-flag
                                                       (ws-store-idx)
                move 0                      to wt-cash-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 7
                move 0                      to wt-prc-count
                                                       (ws-store-idx)
                                               wt-prc-amount
                                                       (ws-store-idx)
           end-if.
           if ws-step-match-sub = 8
                move 0                      to wt-neg-count
                                                       (ws-store-idx)
                                               wt-zero-count
                                                       (ws-store-idx)
           end-if.

      * sales and leases both fold into the store's sales; every
      * other code is one record per store per run.
       340-storeresult.
           if sr-result-code = 'POLL'
                move sr-result-flag         to wt-poll-flag
                                                       (ws-store-idx)
           else
           if sr-result-code = 'REJC'
                move sr-result-count        to wt-rej-count
                                                       (ws-store-idx)
                move sr-result-amount       to wt-rej-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'SALE'
              or sr-result-code = 'LEAS'
                add sr-result-count         to wt-sale-count
                                                       (ws-store-idx)
                add sr-result-amount        to wt-sale-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'RETN'
                move sr-result-count        to wt-ret-count
                                                       (ws-store-idx)
                move sr-result-amount       to wt-ret-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'CRDV'
                move sr-result-flag         to wt-card-flag
                                                       (ws-store-idx)
                move sr-result-count        to wt-card-count
                                                       (ws-store-idx)
                move sr-result-amount       to wt-card-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'CSHV'
                move sr-result-flag         to wt-cash-flag
                                                       (ws-store-idx)
                move sr-result-amount       to wt-cash-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'PRCX'
                move sr-result-count        to wt-prc-count
                                                       (ws-store-idx)
                move sr-result-amount       to wt-prc-amount
                                                       (ws-store-idx)
           else
           if sr-result-code = 'NEGO'
                move sr-result-count        to wt-neg-count
                                                       (ws-store-idx)
           else
           if sr-result-code = 'ZERO'
                move sr-result-count        to wt-zero-count
                                                       (ws-store-idx)
           else
                add 1                       to ws-result-unknown-count
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      * a contributing step with no 'RUN ' record for the date ran
      * to completion (the run-control gate has seen to that) but
      * left nothing on the store-result file - its lines print as
      * not reported, and the operator hears of it once per step.
       400-checksteps.
           move 0                           to ws-steps-reported.
           perform 410-checkstep
                varying ws-step-sub from 1 by 1
                until ws-step-sub > 8.

       410-checkstep.
           if ws-step-seen-flag (ws-step-sub) = ws-yes-flag
                add 1                       to ws-steps-reported
           else
                display 'D5SCORE: NO STORE RESULTS FROM '
                        ws-step-name (ws-step-sub)
                move 'STEP LEFT NO STORE RESULTS FOR THE DATE'
                                    to ws-log-message
                move ws-step-sub            to ws-log-position
                perform 9200-logwarning
           end-if.

      * chain averages over the stores that have a page - the
      * return ratio is the chain's returns over the chain's sales,
      * not an average of the stores' ratios.
       450-computeaverages.
           perform 455-addchainstore
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.

           if ws-ch-store-count > 0
                compute ws-av-sale-count rounded =
                     ws-ch-sale-count / ws-ch-store-count
                compute ws-av-sale-amount rounded =
                     ws-ch-sale-amount / ws-ch-store-count
                compute ws-av-ret-count rounded =
                     ws-ch-ret-count / ws-ch-store-count
                compute ws-av-ret-amount rounded =
                     ws-ch-ret-amount / ws-ch-store-count
                compute ws-av-card-count rounded =
                     ws-ch-card-count / ws-ch-store-count
                compute ws-av-card-amount rounded =
                     ws-ch-card-amount / ws-ch-store-count
                compute ws-av-cash-amount rounded =
                     ws-ch-cash-amount / ws-ch-store-count
                compute ws-av-prc-count rounded =
                     ws-ch-prc-count / ws-ch-store-count
                compute ws-av-prc-amount rounded =
                     ws-ch-prc-amount / ws-ch-store-count
                compute ws-av-rej-count rounded =
                     ws-ch-rej-count / ws-ch-store-count
                compute ws-av-rej-amount rounded =
                     ws-ch-rej-amount / ws-ch-store-count
                compute ws-av-neg-count rounded =
                     ws-ch-neg-count / ws-ch-store-count
                compute ws-av-zero-count rounded =
                     ws-ch-zero-count / ws-ch-store-count
           end-if.
           if ws-ch-sale-amount > 0
                compute ws-av-ret-ratio rounded =
                     (ws-ch-ret-amount * 100) / ws-ch-sale-amount
           end-if.

       455-addchainstore.
           if wt-active-flag (ws-store-idx) = ws-yes-flag
                add 1                       to ws-ch-store-count
                add wt-sale-count (ws-store-idx)
                                             to ws-ch-sale-count
                add wt-sale-amount (ws-store-idx)
                                             to ws-ch-sale-amount
                add wt-ret-count (ws-store-idx)
                                             to ws-ch-ret-count
                add wt-ret-amount (ws-store-idx)
                                             to ws-ch-ret-amount
                add wt-card-count (ws-store-idx)
                                             to ws-ch-card-count
                add wt-card-amount (ws-store-idx)
                                             to ws-ch-card-amount
                add wt-cash-amount (ws-store-idx)
                                             to ws-ch-cash-amount
                add wt-prc-count (ws-store-idx)
                                             to ws-ch-prc-count
                add wt-prc-amount (ws-store-idx)
                                             to ws-ch-prc-amount
                add wt-rej-count (ws-store-idx)
                                             to ws-ch-rej-count
                add wt-rej-amount (ws-store-idx)
                                             to ws-ch-rej-amount
                add wt-neg-count (ws-store-idx)
                                             to ws-ch-neg-count
                add wt-zero-count (ws-store-idx)
                                             to ws-ch-zero-count
           end-if.

      * one page per store with results, every page the same number
      * of lines and opening on its own heading, so the output can
      * be split by store.
       500-writestorepage.
           if wt-active-flag (ws-store-idx) = ws-yes-flag
                perform 510-writepageheadings
                perform 520-writesalesfigures
                perform 530-writecontrolfigures
                perform 560-writepagefoot
                add 1                       to ws-pages-written
           end-if.

       510-writepageheadings.
           move ws-date-line                to ws-heading-date-out.
           set ws-heading-store-out         to ws-store-idx.
           write output-line                from ws-headings-1.

           move ws-ft-fiscal-year           to ws-h2-year-out.
           move ws-ft-fiscal-period         to ws-h2-period-out.
           move ws-period-days              to ws-h2-days-out.
           if ws-step-seen-flag (1) not = ws-yes-flag
                move 'NOT REPORTED'         to ws-h2-poll-out
           else
           if wt-poll-flag (ws-store-idx) = 'P'
                move 'POLLED'               to ws-h2-poll-out
           else
           if wt-poll-flag (ws-store-idx) = 'R'
                move '*** POLL REJECTED ***'
                                             to ws-h2-poll-out
           else
           if wt-poll-flag (ws-store-idx) = 'S'
                move '*** SILENT STORE ***' to ws-h2-poll-out
           else
                move 'NOT ON POLL SCHEDULE' to ws-h2-poll-out
           end-if
           end-if
           end-if
           end-if.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-3.
           write output-line                from ws-blank-line.

      * sales and returns against the chain and the day's share of
      * the store's period plan - period plan over the days in the
      * period.
       520-writesalesfigures.
           move 0                           to ws-plan-sale-count
                                               ws-plan-sale-amount
                                               ws-plan-ret-count
                                               ws-plan-ret-amount.
           if wt-plan-flag (ws-store-idx) = ws-yes-flag
              and ws-period-days > 0
                compute ws-plan-sale-count rounded =
                     wt-plan-sale-count (ws-store-idx)
                          / ws-period-days
                compute ws-plan-sale-amount rounded =
                     wt-plan-sale-amount (ws-store-idx)
                          / ws-period-days
                compute ws-plan-ret-count rounded =
                     wt-plan-ret-count (ws-store-idx)
                          / ws-period-days
                compute ws-plan-ret-amount rounded =
                     wt-plan-ret-amount (ws-store-idx)
                          / ws-period-days
           end-if.

           move 'Sales'                     to ws-sw-label.
           move 3                           to ws-sw-step-sub.
           move wt-sale-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-sale-amount           to ws-sw-chain-figure.
           move wt-plan-flag (ws-store-idx) to ws-sw-plan-flag.
           move ws-plan-sale-amount         to ws-sw-plan-figure.
           move spaces                      to ws-sw-note.
           perform 540-writeamountline.

           move 'Sales Transactions'        to ws-sw-label.
           move 3                           to ws-sw-step-sub.
           move wt-sale-count (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-sale-count            to ws-sw-chain-figure.
           move wt-plan-flag (ws-store-idx) to ws-sw-plan-flag.
           move ws-plan-sale-count          to ws-sw-plan-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

           move 'Returns'                   to ws-sw-label.
           move 4                           to ws-sw-step-sub.
           move wt-ret-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-ret-amount            to ws-sw-chain-figure.
           move wt-plan-flag (ws-store-idx) to ws-sw-plan-flag.
           move ws-plan-ret-amount          to ws-sw-plan-figure.
           move spaces                      to ws-sw-note.
           perform 540-writeamountline.

           move 'Return Transactions'       to ws-sw-label.
           move 4                           to ws-sw-step-sub.
           move wt-ret-count (ws-store-idx) to ws-sw-store-figure.
           move ws-av-ret-count             to ws-sw-chain-figure.
           move wt-plan-flag (ws-store-idx) to ws-sw-plan-flag.
           move ws-plan-ret-count           to ws-sw-plan-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

      * the return ratio needs both the sales and the returns step.
           move 'Return Ratio %'            to ws-sw-label.
           move 4                           to ws-sw-step-sub.
           move 0                           to ws-sw-store-figure
                                               ws-sw-plan-figure.
           if wt-sale-amount (ws-store-idx) > 0
                compute ws-sw-store-figure rounded =
                     (wt-ret-amount (ws-store-idx) * 100)
                          / wt-sale-amount (ws-store-idx)
           end-if.
           move ws-av-ret-ratio             to ws-sw-chain-figure.
           move ws-no-flag                  to ws-sw-plan-flag.
           if wt-plan-flag (ws-store-idx) = ws-yes-flag
              and wt-plan-sale-amount (ws-store-idx) > 0
                move ws-yes-flag            to ws-sw-plan-flag
                compute ws-sw-plan-figure rounded =
                     (wt-plan-ret-amount (ws-store-idx) * 100)
                          / wt-plan-sale-amount (ws-store-idx)
           end-if.
           move spaces                      to ws-sw-note.
           if ws-step-seen-flag (3) not = ws-yes-flag
                move 3                      to ws-sw-step-sub
           end-if.
           perform 540-writeamountline.

      * the control figures - variances, exceptions and rejects -
      * carry no plan; the chain average is the yardstick.
       530-writecontrolfigures.
           move ws-no-flag                  to ws-sw-plan-flag.
           move 0                           to ws-sw-plan-figure.

           move 'Card Variance'             to ws-sw-label.
           move 5                           to ws-sw-step-sub.
           move wt-card-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-card-amount           to ws-sw-chain-figure.
           if wt-card-flag (ws-store-idx) = 'D'
                move '*** CARD DIFFERENCES ***'
                                             to ws-sw-note
           else
           if wt-card-flag (ws-store-idx) = 'M'
                move 'MATCHED'              to ws-sw-note
           else
                move 'NO CARD SETTLEMENT'   to ws-sw-note
           end-if
           end-if.
           perform 540-writeamountline.

           move 'Card Difference Lines'     to ws-sw-label.
           move 5                           to ws-sw-step-sub.
           move wt-card-count (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-card-count            to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

           move 'Cash Deposit Variance'     to ws-sw-label.
           move 6                           to ws-sw-step-sub.
           move wt-cash-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-cash-amount           to ws-sw-chain-figure.
           if wt-cash-flag (ws-store-idx) = 'M'
                move 'MATCHED'              to ws-sw-note
           else
           if wt-cash-flag (ws-store-idx) = 'S'
                move '*** SHORT DEPOSIT ***'
                                             to ws-sw-note
           else
           if wt-cash-flag (ws-store-idx) = 'O'
                move '*** OVER DEPOSIT ***' to ws-sw-note
           else
           if wt-cash-flag (ws-store-idx) = 'N'
                move '*** NO DEPOSIT ***'   to ws-sw-note
           else
           if wt-cash-flag (ws-store-idx) = 'D'
                move '*** DEPOSIT, NO TAKINGS'
                                             to ws-sw-note
           else
                move 'NO CASH ACTIVITY'     to ws-sw-note
           end-if
           end-if
           end-if
           end-if
           end-if.
           perform 540-writeamountline.

           move 'Price Exceptions'          to ws-sw-label.
           move 7                           to ws-sw-step-sub.
           move wt-prc-count (ws-store-idx) to ws-sw-store-figure.
           move ws-av-prc-count             to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

           move 'Price Shortfall'           to ws-sw-label.
           move 7                           to ws-sw-step-sub.
           move wt-prc-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-prc-amount            to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 540-writeamountline.

           move 'Edit Rejects'              to ws-sw-label.
           move 2                           to ws-sw-step-sub.
           move wt-rej-count (ws-store-idx) to ws-sw-store-figure.
           move ws-av-rej-count             to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

           move 'Rejected Amount'           to ws-sw-label.
           move 2                           to ws-sw-step-sub.
           move wt-rej-amount (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-rej-amount            to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 540-writeamountline.

           move 'Negative On-Hand Items'    to ws-sw-label.
           move 8                           to ws-sw-step-sub.
           move wt-neg-count (ws-store-idx) to ws-sw-store-figure.
           move ws-av-neg-count             to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

           move 'Zero-Stuck Items'          to ws-sw-label.
           move 8                           to ws-sw-step-sub.
           move wt-zero-count (ws-store-idx)
                                             to ws-sw-store-figure.
           move ws-av-zero-count            to ws-sw-chain-figure.
           move spaces                      to ws-sw-note.
           perform 545-writecountline.

      * one dollar or ratio line - a step that left no results for
      * the date prints the measure as not reported, never as zero.
       540-writeamountline.
           move spaces                      to ws-amount-line.
           move ws-sw-label                 to ws-al-label-out.
           if ws-step-seen-flag (ws-sw-step-sub) not = ws-yes-flag
                move 'NOT REPORTED'         to ws-al-note-out
           else
                move ws-sw-store-figure     to ws-al-store-out
                move ws-sw-chain-figure     to ws-al-chain-out
                compute ws-al-vs-chain-out =
                     ws-sw-store-figure - ws-sw-chain-figure
                if ws-sw-plan-flag = ws-yes-flag
                     move ws-sw-plan-figure to ws-al-plan-out
                     compute ws-al-vs-plan-out =
                          ws-sw-store-figure - ws-sw-plan-figure
                end-if
                move ws-sw-note             to ws-al-note-out
           end-if.
           write output-line                from ws-amount-line.

       545-writecountline.
           move spaces                      to ws-count-line.
           move ws-sw-label                 to ws-nl-label-out.
           if ws-step-seen-flag (ws-sw-step-sub) not = ws-yes-flag
                move 'NOT REPORTED'         to ws-nl-note-out
           else
                move ws-sw-store-figure     to ws-nl-store-out
                move ws-sw-chain-figure     to ws-nl-chain-out
                compute ws-nl-vs-chain-out =
                     ws-sw-store-figure - ws-sw-chain-figure
                if ws-sw-plan-flag = ws-yes-flag
                     move ws-sw-plan-figure to ws-nl-plan-out
                     compute ws-nl-vs-plan-out =
                          ws-sw-store-figure - ws-sw-plan-figure
                end-if
                move ws-sw-note             to ws-nl-note-out
           end-if.
           write output-line                from ws-count-line.

       560-writepagefoot.
           write output-line                from ws-blank-line.
           move ws-steps-reported           to ws-pf-steps-out.
           move 8                           to ws-pf-step-total-out.
           if ws-steps-reported < 8
                move '*** STEPS NOT REPORTED - FIGURES INCOMPLETE ***'
                                             to ws-pf-message-out
           else
                move 'ALL CHAIN STEPS REPORTED'
                                             to ws-pf-message-out
           end-if.
           write output-line                from ws-page-foot-line.
           write output-line                from ws-blank-line.

      * a day with no store on the file, or records this program
      * cannot place, is for the operator to look into.
       590-writerunwarnings.
           if ws-pages-written = 0
                display 'D5SCORE: NO STORE RESULTS FOR ' ws-date-line
                move 'NO STORE RESULTS FOR THE BUSINESS DATE'
                                    to ws-log-message
                move ws-result-read-count   to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-result-unknown-count > 0
                move 'UNRECOGNISED STORE RESULT RECORDS PASSED OVER'
                                    to ws-log-message
                move ws-result-unknown-count
                                    to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close store-result-file,
                 output-file.

      * startup gate against the chain run-control file: the
      * predecessor and every step whose results the scorecard reads
      * must show complete for this business date, this step must
      * not already show complete for it, and this step must not
      * have completed a later date - then the started record is
      * stamped, so a crashed run leaves its mark.
       9500-checkruncontrol.
           move 'N'                         to ws-runctl-eof-flag.
           move 'N'                         to ws-pred-complete-flag.
           move all 'N'                     to ws-step-complete-table.
           open input run-control-file.
           perform 9510-readruncontrol
                until ws-runctl-eof-flag = 'Y'.
           close run-control-file.

           if ws-predecessor-id not = spaces
              and ws-pred-complete-flag not = 'Y'
                display 'D5SCORE: PREDECESSOR A8RECON NOT COMPLETE'
                move 'PREDECESSOR STEP NOT COMPLETE ON RUNCTL'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

           perform 9530-checkstepcomplete
                varying ws-step-sub from 1 by 1
                until ws-step-sub > 8.

           move 'S'                         to ws-runctl-status.
           perform 9700-writeruncontrol.

       9510-readruncontrol.
           read run-control-file
                at end
                     move 'Y'                to ws-runctl-eof-flag
                not at end
                     perform 9520-checkruncontrolrec
           end-read.

      * a completed record for this step and this date blocks the
      * double run; a completed record for a later date means the
      * chain has moved past tonight's DATEPARM - both stop here,
      * before a single figure accumulates.
       9520-checkruncontrolrec.
           if rc-program-id = 'D5SCORE '
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D5SCORE: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D5SCORE: BUSINESS DATE OUT OF SEQUENCE'
                     move 'BUSINESS DATE OUT OF SEQUENCE ON RUNCTL'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
           end-if.
           if ws-predecessor-id not = spaces
              and rc-program-id = ws-predecessor-id
              and rc-status = 'C'
              and rc-business-date = ws-date-line
                move 'Y'                    to ws-pred-complete-flag
           end-if.
           if rc-status = 'C'
              and rc-business-date = ws-date-line
                perform 9525-markstepcomplete
                     varying ws-step-sub from 1 by 1
                     until ws-step-sub > 8
           end-if.

       9525-markstepcomplete.
           if rc-program-id = ws-step-name (ws-step-sub)
                move 'Y'                    to ws-step-complete-flag
                                                       (ws-step-sub)
           end-if.

      * a step still running, crashed part way or not yet run has
      * left partial or no results on STRSLT - the scorecard would
      * go out to the stores wrong, so the run stops here instead.
       9530-checkstepcomplete.
           if ws-step-complete-flag (ws-step-sub) not = 'Y'
                display 'D5SCORE: STEP ' ws-step-name (ws-step-sub)
                        ' NOT COMPLETE FOR ' ws-date-line
                move 'CONTRIBUTING STEP NOT COMPLETE ON RUNCTL'
                                    to ws-log-message
                move ws-step-sub            to ws-log-position
                perform 9100-logfatal
           end-if.

      * the completed record - the gate the next step checks for.
       9600-markruncomplete.
           move 'C'                         to ws-runctl-status.
           perform 9700-writeruncontrol.

      * one run-control record, appended - the file is opened and
      * closed around each write so the trail stays whole however
      * the run ends.
       9700-writeruncontrol.
           open extend run-control-file.
           move spaces                      to run-control-record.
           move 'D5SCORE '                 to rc-program-id.
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

      * one structured event on the shared operations log. The file
      * is opened and closed around each event - events are rare and
      * this keeps the log whole however the run ends.
       9000-logevent.
           open extend error-log-file.
           move spaces                      to error-log-record.
           move 'D5SCORE '                   to el-program-id.
           if ws-date-line is numeric
                move ws-date-line           to el-business-date
           else
                move 0                      to el-business-date
           end-if.
           if ws-run-date is numeric
                move ws-run-date            to el-run-date
           else
                move 0                      to el-run-date
           end-if.
           move ws-log-severity             to el-severity.
           move ws-log-message              to el-message.
      * an early fatal can arrive before the counters are cleared -
      * a position that is not yet numeric logs as zero.
           if ws-log-position is numeric
                move ws-log-position        to el-record-position
           else
                move 0                      to el-record-position
           end-if.
           write error-log-record.
           close error-log-file.

      * fatal - log it, set the fatal condition code and stop; the
      * scheduler branches on the 16.
       9100-logfatal.
           move 'F'                         to ws-log-severity.
           perform 9000-logevent.
           move 16                          to return-code.
           stop run.

      * warning - log it and raise the condition code to 4 unless a
      * worse one is already set; the run carries on.
       9200-logwarning.
           move 'W'                         to ws-log-severity.
           perform 9000-logevent.
           if return-code < 4
                move 4                      to return-code
           end-if.
      *
      *
       end program D5SCORE.
