      *Description: B6 Period-To-Date Trend Report.
      *Reads the period accumulation master generation B5PDUPD wrote
      *and prints, per store, transaction type and pay type, the
      *day's figures against prior day and the PTD figures against
      *prior period, with YTD alongside - the head-office view that
      *was being maintained by hand in a spreadsheet off the printed
      *daily totals. Periods are fiscal periods of the 4-5-4 retail
      *calendar on FISCCAL. Under each line the week-to-date and
      *period-to-date are set against the same fiscal week and
      *period last year, taken from the fiscal day history B5PDUPD
      *keeps (PDDAYHN), with a comparable-store flag for stores open
      *a full year on STOREOPN, and the page closes with all-store
      *and comparable-store totals - the figures finance presents.
      *
       environment division.
       configuration section.
               assign to PDMASTN
               organization is sequential.

      * fiscal calendar - fiscal year, period, week and day per
      * business date, the same file B5PDUPD rolls on.
           select fiscal-calendar-file
               assign to FISCCAL
               organization is sequential.

      * tonight's fiscal day history out of B5PDUPD - the source of
      * the same-week and same-period last-year figures. Optional:
      * with no history the last-year columns print zero.
           select optional day-history-file
               assign to PDDAYHN
               organization is sequential.

      * store opening dates - the comparable-store test. Optional:
      * a store with no opening date on file is not comparable.
           select optional store-open-file
               assign to STOREOPN
               organization is sequential.

      * budget master - planned counts and amounts per store,
      * transaction type and fiscal period, maintained by head
      * office, so plan-versus-actual stops being a spreadsheet
      * someone keys the printed figures into.
           select budget-master
               assign to BUDGMAS
               organization is sequential.
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
       fd period-master
           recording mode is F
           data record is period-master-record
           record contains 130 characters.

       01 period-master-record.
           05 pm-store-num                  pic 99.
           05 pm-day-amount                 pic 9(9)V99.
           05 pm-prior-day-count            pic 9(7).
           05 pm-prior-day-amount           pic 9(9)V99.
           05 pm-ptd-count                  pic 9(7).
           05 pm-ptd-amount                 pic 9(9)V99.
           05 pm-prior-period-count         pic 9(7).
           05 pm-prior-period-amount        pic 9(9)V99.
           05 pm-ytd-count                  pic 9(7).
           05 pm-ytd-amount                 pic 9(9)V99.
           05 pm-fiscal-year                pic 99.
           05 pm-fiscal-period              pic 99.
           05 pm-fiscal-week                pic 99.
           05 pm-wtd-count                  pic 9(7).
           05 pm-wtd-amount                 pic 9(9)V99.
           05 filler                        pic x(5).

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
       fd day-history-file
           recording mode is F
           data record is day-history-record
           record contains 40 characters.

       01 day-history-record.
           05 dh-store-num                  pic 99.
           05 dh-tran-code                  pic x.
           05 dh-pay-type                   pic xx.
           05 dh-business-date              pic 9(6).
           05 dh-fiscal-year                pic 99.
           05 dh-fiscal-period              pic 99.
           05 dh-fiscal-week                pic 99.
           05 dh-day-of-week                pic 9.
           05 dh-day-count                  pic 9(7).
           05 dh-day-amount                 pic 9(9)V99.
           05 filler                        pic x(4).

      **********************************************
       fd store-open-file
           recording mode is F
           data record is store-open-record
           record contains 10 characters.

       01 store-open-record.
           05 so-store-num                  pic 99.
           05 so-open-date                  pic 9(6).
           05 filler                        pic xx.

      **********************************************
       fd budget-master
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
       01 ws-pa-found-flag                  pic x
           value 'N'.

      * tonight's place on the fiscal calendar - PTD plan is the
      * current fiscal period's budget row, YTD plan the fiscal
      * year's rows through the current period.
       01 ws-fiscal-today.
           05 ws-ft-fiscal-year             pic 99
                value 0.
           05 ws-ft-fiscal-period           pic 99
                value 0.
           05 ws-ft-fiscal-week             pic 99
                value 0.
           05 ws-ft-day-of-week             pic 9
                value 0.
       01 ws-prior-fiscal-year              pic 99
           value 0.
       01 ws-calendar-eof-flag              pic x
           value 'N'.
       01 ws-calendar-found-flag            pic x
           value 'N'.
       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-storeopen-eof-flag             pic x
           value 'N'.

      * last year's week-to-date and period-to-date per store,
      * transaction type and pay type, folded from the fiscal day
      * history - linear search, the same way B5PDUPD matches its
      * table.
       01 ws-ly-table.
           05 ws-ly-entry                   occurs 8000 times
                                             indexed by ws-ly-idx.
                10 wl-entry-key.
                     15 wl-store-num         pic 99.
                     15 wl-tran-code         pic x.
                     15 wl-pay-type          pic xx.
                10 wl-wtd-amount             pic 9(9)V99.
                10 wl-ptd-amount             pic 9(9)V99.
       01 ws-ly-count                       pic 9(4)
           value 0.
       01 ws-ly-search-sub                  pic 9(4)
           value 0.
       01 ws-ly-match-sub                   pic 9(4)
           value 0.
       01 ws-ly-found-flag                  pic x
           value 'N'.
       01 ws-ly-lookup-key.
           05 ws-lk-store-num               pic 99.
           05 ws-lk-tran-code               pic x.
           05 ws-lk-pay-type                pic xx.

      * comparable-store flag per store number - a store is
      * comparable once it has been open 364 days, a full fiscal
      * year of weeks, on the business date.
       01 ws-store-open-table.
           05 ws-store-open-entry           occurs 99 times
                                             indexed by ws-so-idx.
                10 wo-comp-flag              pic x.
       01 ws-comp-days                      pic 9(3)
           value 364.

      * day-number work for the comparable-store test - the same
      * approximate yy/mm/dd day count the chain uses elsewhere.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(6).
           05 ws-business-day-num           pic 9(6).
           05 ws-days-open                  pic s9(6).

      * this line's current and last-year WTD/PTD - current figures
      * count only when the master entry was stamped in tonight's
      * fiscal week or period, so a key quiet all week shows zero.
       01 ws-ly-line-work.
           05 ws-cur-wtd-amount             pic 9(9)V99.
           05 ws-cur-ptd-amount             pic 9(9)V99.
           05 ws-ly-wtd-amount              pic 9(9)V99.
           05 ws-ly-ptd-amount              pic 9(9)V99.
           05 ws-line-comp-flag             pic x.
           05 ws-ly-var-base                pic 9(11)V99.
           05 ws-ly-var-cur                 pic 9(11)V99.
           05 ws-ly-var-diff                pic s9(11)V99.
           05 ws-ly-var-pct                 pic s9(3)V9.
           05 ws-wtd-var-pct                pic s9(3)V9.
           05 ws-ptd-ly-var-pct             pic s9(3)V9.

       01 ws-ly-totals.
           05 ws-all-wtd-amount             pic 9(11)V99
                value 0.
           05 ws-all-ly-wtd-amount          pic 9(11)V99
                value 0.
           05 ws-all-ptd-amount             pic 9(11)V99
                value 0.
           05 ws-all-ly-ptd-amount          pic 9(11)V99
                value 0.
           05 ws-comp-wtd-amount            pic 9(11)V99
                value 0.
           05 ws-comp-ly-wtd-amount         pic 9(11)V99
                value 0.
           05 ws-comp-ptd-amount            pic 9(11)V99
                value 0.
           05 ws-comp-ly-ptd-amount         pic 9(11)V99
                value 0.
           05 ws-history-records            pic 9(7)
                value 0.

      * exception tolerance off VARTOL - a variance inside this
      * percentage stays off the exception page.
                                             indexed by ws-pa-idx.
                10 wv-store-num              pic 99.
                10 wv-tran-code              pic x.
                10 wv-ptd-actual-count       pic 9(7).
                10 wv-ptd-actual-amount      pic 9(9)V99.
                10 wv-ytd-actual-count       pic 9(7).
                10 wv-ytd-actual-amount      pic 9(9)V99.
                10 wv-ptd-plan-count         pic 9(7).
                10 wv-ptd-plan-amount        pic 9(9)V99.
                10 wv-ytd-plan-count         pic 9(7).
                10 wv-ytd-plan-amount        pic 9(9)V99.
       01 ws-pa-count                       pic 9(3)
           05 ws-pk-tran-code               pic x.

       01 ws-variance-pct-work.
           05 ws-ptd-var-pct                pic s9(3)V9.
           05 ws-ytd-var-pct                pic s9(3)V9.
      * count variances, proved the same way the dollar variances
      * are - the budget master carries planned counts too.
           05 ws-ptd-cvar-pct               pic s9(3)V9.
           05 ws-ytd-cvar-pct               pic s9(3)V9.
           05 ws-var-diff                   pic s9(9)V99.
           05 ws-cvar-diff                  pic s9(7).

       01 ws-plan-heading.
           05 filler                        pic x(60)
                value "Plan Versus Actual - PTD And YTD".

       01 ws-plan-headings-2.
           05 filler                        pic x(8)
                value "St Tp   ".
           05 filler                        pic x(13)
                value "PTD Actual   ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "PTD Plan     ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "PTD%  ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(13)
           05 ws-pl-tran-out                pic x.
           05 filler                        pic x(4)
                value spaces.
           05 ws-pl-ptd-act-out             pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pl-ptd-plan-out            pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pl-ptd-pct-out             pic -ZZ9.9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-ytd-act-out             pic $Z,ZZZ,ZZZ.99.
                value "  Counts".
           05 filler                        pic x(4)
                value spaces.
           05 ws-pc-ptd-act-out             pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(4)
                value spaces.
           05 ws-pc-ptd-plan-out            pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pc-ptd-pct-out             pic -ZZ9.9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(4)
           05 ws-exception-lines-out        pic zz,zz9.

      * signed variance work fields for the day-over-day and
      * period-over-period comparisons.
       01 ws-variance-work.
           05 ws-dod-variance               pic s9(9)V99.
           05 ws-pop-variance               pic s9(9)V99.

       01 ws-grand-totals.
           05 ws-grand-day-amount           pic 9(11)V99
                value 0.
           05 ws-grand-ptd-amount           pic 9(11)V99
                value 0.
           05 ws-grand-ytd-amount           pic 9(11)V99
                value 0.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(9)
                value "PTD Amt  ".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(9)
                value "Prior Pd.".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(9)
                value "POP Var. ".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(9)
                value "YTD Amt  ".

      * the last-year comparison rides a second line under each
      * detail line.
       01 ws-headings-3.
           05 filler                        pic x(14)
                value spaces.
           05 filler                        pic x(9)
                value "WTD Amt  ".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(9)
                value "LY WTD   ".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(6)
                value "Var%  ".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(9)
                value "PTD Amt  ".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(9)
                value "LY PTD   ".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(6)
                value "Var%  ".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(4)
                value "Comp".

       01 ws-fiscal-heading.
           05 filler                        pic x(13)
                value "Fiscal Year  ".
           05 ws-fh-year-out                pic 99.
           05 filler                        pic x(10)
                value "  Period  ".
           05 ws-fh-period-out              pic 99.
           05 filler                        pic x(8)
                value "  Week  ".
           05 ws-fh-week-out                pic 99.
           05 filler                        pic x(7)
                value "  Day  ".
           05 ws-fh-day-out                 pic 9.

       01 ws-detail-line.
           05 ws-dt-store-out               pic 99.
           05 filler                        pic x
           05 ws-dt-dod-out                 pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-dt-ptd-out                 pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-dt-prior-mo-out            pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-dt-pop-out                 pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-dt-ytd-out                 pic $ZZ,ZZZ,ZZZ.99.

       01 ws-ly-detail-line.
           05 filler                        pic x(9)
                value "   vs LY ".
           05 filler                        pic x(2)
                value spaces.
           05 ws-ly-wtd-out                 pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ly-ly-wtd-out              pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ly-wtd-pct-out             pic -ZZ9.9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ly-ptd-out                 pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ly-ly-ptd-out              pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ly-ptd-pct-out             pic -ZZ9.9.
           05 filler                        pic x(5)
                value spaces.
           05 ws-ly-comp-out                pic x.

       01 ws-ly-total-line.
           05 ws-lt-label-out               pic x(19).
           05 filler                        pic x(6)
                value "WTD = ".
           05 ws-lt-wtd-out                 pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(6)
                value "  LY =".
           05 ws-lt-ly-wtd-out              pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x
                value spaces.
           05 ws-lt-wtd-pct-out             pic -ZZ9.9.
           05 filler                        pic x(9)
                value "%   PTD =".
           05 ws-lt-ptd-out                 pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(6)
                value "  LY =".
           05 ws-lt-ly-ptd-out              pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x
                value spaces.
           05 ws-lt-ptd-pct-out             pic -ZZ9.9.
           05 filler                        pic x
                value "%".

       01 ws-grand-line.
           05 filler                        pic x(14)
                value "Grand Totals  ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "PTD   =   ".
           05 ws-gt-ptd-out                 pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 110-getfiscalday.
           perform 100-openfiles.
           perform 200-writeheadings.
           perform 300-initialread.
           perform 500-writetotals.
           perform 600-closefiles.

           move ws-master-records           to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
      * the occurs table carries no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-pa-table.
           initialize ws-ly-table.
           initialize ws-store-open-table.

           open input  period-master,
                       budget-master,
                until ws-budget-eof-flag = ws-yes-flag.
           close budget-master.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-business-day-num.
           open input store-open-file.
           perform 130-loadstoreopen
                until ws-storeopen-eof-flag = ws-yes-flag.
           close store-open-file.

           open input day-history-file.
           perform 140-loadlyhistory
                until ws-history-eof-flag = ws-yes-flag.
           close day-history-file.

      * tonight's fiscal position off FISCCAL - a business date
      * finance never calendared cannot be reported on its periods.
       110-getfiscalday.
           move ws-no-flag                  to ws-calendar-found-flag.
           open input fiscal-calendar-file.
           perform 115-readcalendar
                until ws-calendar-eof-flag = ws-yes-flag
                   or ws-calendar-found-flag = ws-yes-flag.
           close fiscal-calendar-file.
           if ws-calendar-found-flag = ws-no-flag
                display 'B6PDRPT: ' ws-date-line
                        ' NOT ON FISCAL CALENDAR'
                move 'BUSINESS DATE NOT ON FISCAL CALENDAR'
                                    to ws-log-message
                move ws-master-records
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if ws-ft-fiscal-year = 0
                move 99                     to ws-prior-fiscal-year
           else
                compute ws-prior-fiscal-year = ws-ft-fiscal-year - 1
           end-if.

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
                          move fc-fiscal-week
                                             to ws-ft-fiscal-week
                          move fc-day-of-week
                                             to ws-ft-day-of-week
                     end-if
           end-read.

      * one budget row folds into its store/type entry: the current
      * fiscal period's row is the PTD plan, and every row of the
      * fiscal year through the current period stacks into the YTD
      * plan.
       120-loadbudget.
           read budget-master
                at end
                     move bg-tran-code       to ws-pk-tran-code
                     perform 450-findpaentry
                     set ws-pa-idx           to ws-pa-match-sub
                     if bg-period-yy = ws-ft-fiscal-year
                        and bg-period-pp = ws-ft-fiscal-period
                          add bg-plan-count  to wv-ptd-plan-count
                                                          (ws-pa-idx)
                          add bg-plan-amount to wv-ptd-plan-amount
                                                          (ws-pa-idx)
                     end-if
                     if bg-period-yy = ws-ft-fiscal-year
                        and bg-period-pp <= ws-ft-fiscal-period
                          add bg-plan-count  to wv-ytd-plan-count
                                                          (ws-pa-idx)
                          add bg-plan-amount to wv-ytd-plan-amount
                     end-if
           end-read.

      * one opening date per store - comparable once open the full
      * year by the business date.
       130-loadstoreopen.
           read store-open-file
                at end
                     move ws-yes-flag        to ws-storeopen-eof-flag
                not at end
                     if so-store-num is numeric
                        and so-store-num > 0
                        and so-open-date is numeric
                        and so-open-date > 0
                          set ws-so-idx      to so-store-num
                          move so-open-date  to ws-date-work
                          perform 790-computedaynum
                          compute ws-days-open =
                               ws-business-day-num - ws-day-num
                          if ws-days-open >= ws-comp-days
                               move ws-yes-flag
                                             to wo-comp-flag (ws-so-idx)
                          else
                               move ws-no-flag
                                             to wo-comp-flag (ws-so-idx)
                          end-if
                     end-if
           end-read.

      * one fiscal day of history - last fiscal year's days that
      * fall in this week up to this weekday fold into LY WTD, and
      * those of this period up to the same week and weekday fold
      * into LY PTD.
       140-loadlyhistory.
           read day-history-file
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-records
                     if dh-fiscal-year = ws-prior-fiscal-year
                        and dh-fiscal-period = ws-ft-fiscal-period
                          perform 145-foldlyday
                     end-if
           end-read.

       145-foldlyday.
           if dh-fiscal-week < ws-ft-fiscal-week
              or (dh-fiscal-week = ws-ft-fiscal-week
                  and dh-day-of-week <= ws-ft-day-of-week)
                move dh-store-num           to ws-lk-store-num
                move dh-tran-code           to ws-lk-tran-code
                move dh-pay-type            to ws-lk-pay-type
                perform 460-findlyentry
                if ws-ly-found-flag = ws-no-flag
                     if ws-ly-count >= 8000
                          display 'B6PDRPT: LY TABLE EXCEEDS 8000'
                          move 'LY TABLE EXCEEDS 8000'
                                             to ws-log-message
                          move ws-history-records
                                             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     add 1                  to ws-ly-count
                     move ws-ly-count       to ws-ly-match-sub
                     set ws-ly-idx          to ws-ly-count
                     move ws-ly-lookup-key  to wl-entry-key (ws-ly-idx)
                end-if
                set ws-ly-idx               to ws-ly-match-sub
                add dh-day-amount           to wl-ptd-amount (ws-ly-idx)
                if dh-fiscal-week = ws-ft-fiscal-week
                     add dh-day-amount      to wl-wtd-amount
                                                          (ws-ly-idx)
                end-if
           end-if.

      * find (or add) the plan-versus-actual entry for the key in
      * ws-pa-lookup-key - linear search, the same way B5PDUPD
      * matches its table.
                move ws-pa-search-sub       to ws-pa-match-sub
           end-if.

      * find the last-year entry for the key in ws-ly-lookup-key.
       460-findlyentry.
           move ws-no-flag                  to ws-ly-found-flag.
           move 0                           to ws-ly-match-sub.
           perform 465-checklyentry
                varying ws-ly-search-sub from 1 by 1
                until ws-ly-search-sub > ws-ly-count
                   or ws-ly-found-flag = ws-yes-flag.

       465-checklyentry.
           set ws-ly-idx                    to ws-ly-search-sub.
           if wl-entry-key (ws-ly-idx) = ws-ly-lookup-key
                move ws-yes-flag            to ws-ly-found-flag
                move ws-ly-search-sub       to ws-ly-match-sub
           end-if.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           move ws-ft-fiscal-year           to ws-fh-year-out.
           move ws-ft-fiscal-period         to ws-fh-period-out.
           move ws-ft-fiscal-week           to ws-fh-week-out.
           move ws-ft-day-of-week           to ws-fh-day-out.
           write output-line                from ws-fiscal-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-headings-3.
           write output-line                from ws-blank-line.

       300-initialread.
           move pm-pay-type                 to ws-dt-paytype-out.
           move pm-day-amount               to ws-dt-day-out.
           move pm-prior-day-amount         to ws-dt-prior-day-out.
           move pm-ptd-amount               to ws-dt-ptd-out.
           move pm-prior-period-amount      to ws-dt-prior-mo-out.
           move pm-ytd-amount               to ws-dt-ytd-out.

           compute ws-dod-variance =
                pm-day-amount - pm-prior-day-amount.
           compute ws-pop-variance =
                pm-ptd-amount - pm-prior-period-amount.
           move ws-dod-variance             to ws-dt-dod-out.
           move ws-pop-variance             to ws-dt-pop-out.

           write output-line                from ws-detail-line.
           perform 430-writelyline.

           add pm-day-amount                to ws-grand-day-amount.
           add pm-ptd-amount                to ws-grand-ptd-amount.
           add pm-ytd-amount                to ws-grand-ytd-amount.

      * actuals fold across pay types into the store/type entry the
           move pm-tran-code                to ws-pk-tran-code.
           perform 450-findpaentry.
           set ws-pa-idx                    to ws-pa-match-sub.
           add pm-ptd-count                 to wv-ptd-actual-count
                                                       (ws-pa-idx).
           add pm-ptd-amount                to wv-ptd-actual-amount
                                                       (ws-pa-idx).
           add pm-ytd-count                 to wv-ytd-actual-count
                                                       (ws-pa-idx).
           add pm-ytd-amount                to wv-ytd-actual-amount
                                                       (ws-pa-idx).

      * this week and period against the same fiscal week and period
      * last year, with the store's comparable flag.
       430-writelyline.
           move 0                           to ws-cur-wtd-amount.
           move 0                           to ws-cur-ptd-amount.
           if pm-fiscal-year = ws-ft-fiscal-year
                if pm-fiscal-period = ws-ft-fiscal-period
                     move pm-ptd-amount     to ws-cur-ptd-amount
                end-if
                if pm-fiscal-week = ws-ft-fiscal-week
                     move pm-wtd-amount     to ws-cur-wtd-amount
                end-if
           end-if.

           move 0                           to ws-ly-wtd-amount.
           move 0                           to ws-ly-ptd-amount.
           move pm-store-num                to ws-lk-store-num.
           move pm-tran-code                to ws-lk-tran-code.
           move pm-pay-type                 to ws-lk-pay-type.
           perform 460-findlyentry.
           if ws-ly-found-flag = ws-yes-flag
                set ws-ly-idx               to ws-ly-match-sub
                move wl-wtd-amount (ws-ly-idx)
                                             to ws-ly-wtd-amount
                move wl-ptd-amount (ws-ly-idx)
                                             to ws-ly-ptd-amount
           end-if.

           move ws-no-flag                  to ws-line-comp-flag.
           if pm-store-num is numeric
              and pm-store-num > 0
                set ws-so-idx               to pm-store-num
                if wo-comp-flag (ws-so-idx) = ws-yes-flag
                     move ws-yes-flag       to ws-line-comp-flag
                end-if
           end-if.

           move ws-cur-wtd-amount           to ws-ly-var-cur.
           move ws-ly-wtd-amount            to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-wtd-var-pct.
           move ws-cur-ptd-amount           to ws-ly-var-cur.
           move ws-ly-ptd-amount            to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-ptd-ly-var-pct.

           move ws-cur-wtd-amount           to ws-ly-wtd-out.
           move ws-ly-wtd-amount            to ws-ly-ly-wtd-out.
           move ws-wtd-var-pct              to ws-ly-wtd-pct-out.
           move ws-cur-ptd-amount           to ws-ly-ptd-out.
           move ws-ly-ptd-amount            to ws-ly-ly-ptd-out.
           move ws-ptd-ly-var-pct           to ws-ly-ptd-pct-out.
           move ws-line-comp-flag           to ws-ly-comp-out.
           write output-line                from ws-ly-detail-line.

           add ws-cur-wtd-amount            to ws-all-wtd-amount.
           add ws-ly-wtd-amount             to ws-all-ly-wtd-amount.
           add ws-cur-ptd-amount            to ws-all-ptd-amount.
           add ws-ly-ptd-amount             to ws-all-ly-ptd-amount.
           if ws-line-comp-flag = ws-yes-flag
                add ws-cur-wtd-amount       to ws-comp-wtd-amount
                add ws-ly-wtd-amount        to ws-comp-ly-wtd-amount
                add ws-cur-ptd-amount       to ws-comp-ptd-amount
                add ws-ly-ptd-amount        to ws-comp-ly-ptd-amount
           end-if.

      * percentage change on last year - nothing last year but sales
      * this year shows the 999.9 sentinel, as the plan page does.
       440-computelyvariance.
           if ws-ly-var-base = 0
                if ws-ly-var-cur = 0
                     move 0                 to ws-ly-var-pct
                else
                     move 999.9             to ws-ly-var-pct
                end-if
           else
                compute ws-ly-var-diff =
                     ws-ly-var-cur - ws-ly-var-base
                compute ws-ly-var-pct rounded =
                     (ws-ly-var-diff * 100) / ws-ly-var-base
                     on size error
                          move 999.9        to ws-ly-var-pct
                end-compute
           end-if.

       500-writetotals.
           write output-line                from ws-blank-line.
           move ws-grand-day-amount         to ws-gt-day-out.
           move ws-grand-ptd-amount         to ws-gt-ptd-out.
           move ws-grand-ytd-amount         to ws-gt-ytd-out.
           write output-line                from ws-grand-line.

           move ws-master-records           to ws-master-records-out.
           write output-line                from ws-record-count-line.

           perform 505-writelytotals.

           perform 510-writeplansection.
           perform 530-writeexceptionpage.

      * all stores, then comparable stores only - the like-for-like
      * figure finance leads with.
       505-writelytotals.
           write output-line                from ws-blank-line.
           move 'All Stores'                to ws-lt-label-out.
           move ws-all-wtd-amount           to ws-lt-wtd-out.
           move ws-all-ly-wtd-amount        to ws-lt-ly-wtd-out.
           move ws-all-wtd-amount           to ws-ly-var-cur.
           move ws-all-ly-wtd-amount        to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-lt-wtd-pct-out.
           move ws-all-ptd-amount           to ws-lt-ptd-out.
           move ws-all-ly-ptd-amount        to ws-lt-ly-ptd-out.
           move ws-all-ptd-amount           to ws-ly-var-cur.
           move ws-all-ly-ptd-amount        to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-lt-ptd-pct-out.
           write output-line                from ws-ly-total-line.

           move 'Comparable Stores'         to ws-lt-label-out.
           move ws-comp-wtd-amount          to ws-lt-wtd-out.
           move ws-comp-ly-wtd-amount       to ws-lt-ly-wtd-out.
           move ws-comp-wtd-amount          to ws-ly-var-cur.
           move ws-comp-ly-wtd-amount       to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-lt-wtd-pct-out.
           move ws-comp-ptd-amount          to ws-lt-ptd-out.
           move ws-comp-ly-ptd-amount       to ws-lt-ly-ptd-out.
           move ws-comp-ptd-amount          to ws-ly-var-cur.
           move ws-comp-ly-ptd-amount       to ws-ly-var-base.
           perform 440-computelyvariance.
           move ws-ly-var-pct               to ws-lt-ptd-pct-out.
           write output-line                from ws-ly-total-line.

      * the plan comparison head office was keying into a
      * spreadsheet - PTD and YTD actual against plan with
      * percentage variance, per store and transaction type.
       510-writeplansection.
           write output-line                from ws-blank-line.

           move wv-store-num (ws-pa-idx)    to ws-pl-store-out.
           move wv-tran-code (ws-pa-idx)    to ws-pl-tran-out.
           move wv-ptd-actual-amount (ws-pa-idx)
                                             to ws-pl-ptd-act-out.
           move wv-ptd-plan-amount (ws-pa-idx)
                                             to ws-pl-ptd-plan-out.
           move ws-ptd-var-pct              to ws-pl-ptd-pct-out.
           move wv-ytd-actual-amount (ws-pa-idx)
                                             to ws-pl-ytd-act-out.
           move wv-ytd-plan-amount (ws-pa-idx)
           perform 517-writeplancountline.

       517-writeplancountline.
           move wv-ptd-actual-count (ws-pa-idx)
                                             to ws-pc-ptd-act-out.
           move wv-ptd-plan-count (ws-pa-idx)
                                             to ws-pc-ptd-plan-out.
           move ws-ptd-cvar-pct             to ws-pc-ptd-pct-out.
           move wv-ytd-actual-count (ws-pa-idx)
                                             to ws-pc-ytd-act-out.
           move wv-ytd-plan-count (ws-pa-idx)
           write output-line                from ws-plan-count-line.

      * off plan when any of the four variances - dollars or counts,
      * PTD or YTD - is outside the tolerance.
       519-checkoffplan.
           if ws-ptd-var-pct > ws-tolerance-pct
              or ws-ptd-var-pct < ws-neg-tolerance-pct
              or ws-ytd-var-pct > ws-tolerance-pct
              or ws-ytd-var-pct < ws-neg-tolerance-pct
              or ws-ptd-cvar-pct > ws-tolerance-pct
              or ws-ptd-cvar-pct < ws-neg-tolerance-pct
              or ws-ytd-cvar-pct > ws-tolerance-pct
              or ws-ytd-cvar-pct < ws-neg-tolerance-pct
                move '*** OFF PLAN ***'     to ws-pl-flag-out
      * with a plan of zero but actual dollars shows the 999.9
      * sentinel so the line stands out instead of dividing by zero.
       518-computevariances.
           if wv-ptd-plan-amount (ws-pa-idx) = 0
                if wv-ptd-actual-amount (ws-pa-idx) = 0
                     move 0                 to ws-ptd-var-pct
                else
                     move 999.9             to ws-ptd-var-pct
                end-if
           else
                compute ws-var-diff =
                     wv-ptd-actual-amount (ws-pa-idx)
                     - wv-ptd-plan-amount (ws-pa-idx)
                compute ws-ptd-var-pct rounded =
                     (ws-var-diff * 100)
                     / wv-ptd-plan-amount (ws-pa-idx)
                     on size error
                          move 999.9        to ws-ptd-var-pct
                end-compute
           end-if.

           end-if.

      * the count variances, under the same zero-plan sentinel rule.
           if wv-ptd-plan-count (ws-pa-idx) = 0
                if wv-ptd-actual-count (ws-pa-idx) = 0
                     move 0                 to ws-ptd-cvar-pct
                else
                     move 999.9             to ws-ptd-cvar-pct
                end-if
           else
                compute ws-cvar-diff =
                     wv-ptd-actual-count (ws-pa-idx)
                     - wv-ptd-plan-count (ws-pa-idx)
                compute ws-ptd-cvar-pct rounded =
                     (ws-cvar-diff * 100)
                     / wv-ptd-plan-count (ws-pa-idx)
                     on size error
                          move 999.9        to ws-ptd-cvar-pct
                end-compute
           end-if.

                                             to ws-pl-store-out
                move wv-tran-code (ws-pa-idx)
                                             to ws-pl-tran-out
                move wv-ptd-actual-amount (ws-pa-idx)
                                             to ws-pl-ptd-act-out
                move wv-ptd-plan-amount (ws-pa-idx)
                                             to ws-pl-ptd-plan-out
                move ws-ptd-var-pct         to ws-pl-ptd-pct-out
                move wv-ytd-actual-amount (ws-pa-idx)
                                             to ws-pl-ytd-act-out
                move wv-ytd-plan-amount (ws-pa-idx)
           close period-master,
                 output-file.

      * day number of the date in ws-date-work.
       790-computedaynum.
           compute ws-day-num =
                (ws-dw-yy * 365) + (ws-dw-mm * 30) + ws-dw-dd.


      * startup gate against the chain run-control file: the
      * predecessor must show complete for this business date, this
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

