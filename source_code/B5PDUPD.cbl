      *End-of-day step that folds the day's figures off A7SPLIT's
      *SLFILE and RETFILE streams into the period accumulation master
      *- one record per store, transaction type and pay type carrying
      *daily, prior-day, WTD, PTD, prior-period and YTD counts and
      *amounts. Classic old-master/new-master update: reads PDMAST,
      *writes the updated generation to PDMASTN. Week, period and
      *year rollovers follow finance's 4-5-4 retail calendar: the
      *fiscal calendar file (FISCCAL) gives the fiscal year, period,
      *week and day for the business date, and each record carries
      *the fiscal year, period and week it was last updated in, so a
      *change in any of them rolls the matching buckets. Every key
      *with activity tonight is also added to the fiscal day history
      *- PDDAYH in, PDDAYHN out, the same generation pattern as the
      *master, carrying this fiscal year and last - which B6PDRPT
      *reads for its same-week and same-period last-year
      *comparisons.
      *
       environment division.
       configuration section.
               assign to PDMASTN
               organization is sequential.

      * fiscal calendar - one record per business date carrying the
      * 4-5-4 fiscal year, period, week and day, maintained by
      * finance a year or more ahead.
           select fiscal-calendar-file
               assign to FISCCAL
               organization is sequential.

      * yesterday's fiscal day history - one record per key per
      * business date with activity, the basis for every same-week
      * and same-period last-year comparison.
           select optional day-history-in
               assign to PDDAYH
               organization is sequential.

      * tonight's fiscal day history - yesterday's carried forward
      * with tonight's activity added.
           select day-history-out
               assign to PDDAYHN
               organization is sequential.

      * generation catalog - one record per PDMASTN ever written,
      * carrying its business date and control counts. The last
      * entry describes the generation this run expects on PDMAST,
      * so a bad rename feeds a loud abend instead of silently
      * corrupting PTD and YTD. Appended with tonight's generation
      * at end of run.
           select optional generation-catalog-file
               assign to PDCATLG
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
       fd period-master-in
           recording mode is F
           data record is period-master-in-record
           record contains 130 characters.

       01 period-master-in-record.
           05 pi-store-num                  pic 99.
           05 pi-day-amount                 pic 9(9)V99.
           05 pi-prior-day-count            pic 9(7).
           05 pi-prior-day-amount           pic 9(9)V99.
           05 pi-ptd-count                  pic 9(7).
           05 pi-ptd-amount                 pic 9(9)V99.
           05 pi-prior-period-count         pic 9(7).
           05 pi-prior-period-amount        pic 9(9)V99.
           05 pi-ytd-count                  pic 9(7).
           05 pi-ytd-amount                 pic 9(9)V99.
      * the fiscal year, period and week of the last update - the
      * rollover keys - and the fiscal week-to-date buckets.
           05 pi-fiscal-year                pic 99.
           05 pi-fiscal-period              pic 99.
           05 pi-fiscal-week                pic 99.
           05 pi-wtd-count                  pic 9(7).
           05 pi-wtd-amount                 pic 9(9)V99.
           05 filler                        pic x(5).

      **********************************************
       fd period-master-out
           recording mode is F
           data record is period-master-out-record
           record contains 130 characters.

       01 period-master-out-record.
           05 po-store-num                  pic 99.
           05 po-day-amount                 pic 9(9)V99.
           05 po-prior-day-count            pic 9(7).
           05 po-prior-day-amount           pic 9(9)V99.
           05 po-ptd-count                  pic 9(7).
           05 po-ptd-amount                 pic 9(9)V99.
           05 po-prior-period-count         pic 9(7).
           05 po-prior-period-amount        pic 9(9)V99.
           05 po-ytd-count                  pic 9(7).
           05 po-ytd-amount                 pic 9(9)V99.
      * the fiscal year, period and week of the last update - the
      * rollover keys - and the fiscal week-to-date buckets.
           05 po-fiscal-year                pic 99.
           05 po-fiscal-period              pic 99.
           05 po-fiscal-week                pic 99.
           05 po-wtd-count                  pic 9(7).
           05 po-wtd-amount                 pic 9(9)V99.
           05 filler                        pic x(5).

      **********************************************

      * the fiscal calendar record - the day of week runs 1 to 7
      * from the first day of the fiscal week.
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

      * one key's activity for one business date, stamped with the
      * date's fiscal position so a later run can pick out any
      * fiscal week or period without the calendar.
       fd day-history-in
           recording mode is F
           data record is day-history-in-record
           record contains 40 characters.

       01 day-history-in-record.
           05 hi-store-num                  pic 99.
           05 hi-tran-code                  pic x.
           05 hi-pay-type                   pic xx.
           05 hi-business-date              pic 9(6).
           05 hi-fiscal-year                pic 99.
           05 hi-fiscal-period              pic 99.
           05 hi-fiscal-week                pic 99.
           05 hi-day-of-week                pic 9.
           05 hi-day-count                  pic 9(7).
           05 hi-day-amount                 pic 9(9)V99.
           05 filler                        pic x(4).

      **********************************************
       fd day-history-out
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
       01 ws-business-date                  pic 9(6)
           value 0.

      * tonight's position on the fiscal calendar - every rollover
      * decision compares a record's stamp against these.
       01 ws-fiscal-today.
           05 ws-ft-fiscal-year             pic 99
                value 0.
           05 ws-ft-fiscal-period           pic 99
                value 0.
           05 ws-ft-fiscal-week             pic 99
                value 0.
           05 ws-ft-day-of-week             pic 9
                value 0.
       01 ws-calendar-eof-flag              pic x
           value 'N'.
       01 ws-calendar-found-flag            pic x
           value 'N'.
       01 ws-history-eof-flag               pic x
           value 'N'.
      * the history keeps this fiscal year and last - enough for
      * every last-year comparison, and no more.
       01 ws-prior-fiscal-year              pic 99
           value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                10 wp-day-amount             pic 9(9)V99.
                10 wp-prior-day-count        pic 9(7).
                10 wp-prior-day-amount       pic 9(9)V99.
                10 wp-ptd-count              pic 9(7).
                10 wp-ptd-amount             pic 9(9)V99.
                10 wp-prior-period-count     pic 9(7).
                10 wp-prior-period-amount    pic 9(9)V99.
                10 wp-ytd-count              pic 9(7).
                10 wp-ytd-amount             pic 9(9)V99.
                10 wp-fiscal-year            pic 99.
                10 wp-fiscal-period          pic 99.
                10 wp-fiscal-week            pic 99.
                10 wp-wtd-count              pic 9(7).
                10 wp-wtd-amount             pic 9(9)V99.
                10 wp-rolled-flag            pic x.
       01 ws-period-count                   pic 9(4)
           value 0.
                value 0.
           05 ws-new-key-count              pic 9(5)
                value 0.
           05 ws-history-write-count        pic 9(5)
                value 0.
           05 ws-history-kept-count         pic 9(7)
                value 0.
           05 ws-history-dropped-count      pic 9(7)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "New Master Recs  = ".
           05 ws-new-count-out              pic zz,zz9.

       01 ws-fiscal-line.
           05 filler                        pic x(14)
                value "Fiscal Year = ".
           05 ws-fl-year-out                pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Period = ".
           05 ws-fl-period-out              pic z9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(7)
                value "Week = ".
           05 ws-fl-week-out                pic z9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(6)
                value "Day = ".
           05 ws-fl-day-out                 pic 9.
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(16)
                value "History Kept  = ".
           05 ws-fl-kept-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Added  = ".
           05 ws-fl-history-out             pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Dropped = ".
           05 ws-fl-dropped-out             pic z,zzz,zz9.

      *
       procedure division.
       000-main.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           move ws-date-line                to ws-business-date.
           perform 110-getfiscalday.
           perform 100-openfiles.
           perform 300-loadoldmaster
                until ws-master-eof-flag = ws-yes-flag.
           perform 410-processretrecords
                until ws-ret-eof-flag = ws-yes-flag.
           perform 490-verifytrailers.
           perform 520-copydayhistory.
           perform 500-writenewmaster
                varying ws-period-idx from 1 by 1
                until ws-period-idx > ws-period-count.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-sl-read-count + ws-ret-read-count.
           perform 9600-markruncomplete.

           goback.
           move bd-business-date            to ws-date-line.
           close business-date-file.

      * the business date's place on the fiscal calendar - a date
      * finance has not calendared cannot be rolled, so it stops
      * here before the master is touched.
       110-getfiscalday.
           open input fiscal-calendar-file.
           perform 115-readcalendar
                until ws-calendar-eof-flag = ws-yes-flag
                   or ws-calendar-found-flag = ws-yes-flag.
           close fiscal-calendar-file.

           if ws-calendar-found-flag = ws-no-flag
                display 'B5PDUPD: BUSINESS DATE ' ws-date-line
                        ' NOT ON FISCAL CALENDAR'
                move 'BUSINESS DATE NOT ON FISCAL CALENDAR'
                                    to ws-log-message
                move 0              to ws-log-position
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
                          move ws-yes-flag   to ws-calendar-found-flag
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

       100-openfiles.
      * the occurs table carries no value clauses - cleared here so
      * the adds start from zero.
                       period-master-in.
           open output period-master-out,
                       output-file.
           open input  day-history-in.
           open output day-history-out.

       300-loadoldmaster.
           read period-master-in
                     move pi-prior-day-amount
                                             to wp-prior-day-amount
                                                       (ws-period-idx)
                     move pi-ptd-count       to wp-ptd-count
                                                       (ws-period-idx)
                     move pi-ptd-amount      to wp-ptd-amount
                                                       (ws-period-idx)
                     move pi-prior-period-count
                                             to wp-prior-period-count
                                                       (ws-period-idx)
                     move pi-prior-period-amount
                                             to wp-prior-period-amount
                                                       (ws-period-idx)
                     move pi-ytd-count       to wp-ytd-count
                                                       (ws-period-idx)
                     move pi-ytd-amount      to wp-ytd-amount
                                                       (ws-period-idx)
      * a stamp that is not numeric rolls every bucket on first
      * touch - the safe reading of a record never fiscally stamped.
                     if pi-fiscal-year is numeric
                        and pi-fiscal-period is numeric
                        and pi-fiscal-week is numeric
                          move pi-fiscal-year
                                             to wp-fiscal-year
                                                       (ws-period-idx)
                          move pi-fiscal-period
                                             to wp-fiscal-period
                                                       (ws-period-idx)
                          move pi-fiscal-week
                                             to wp-fiscal-week
                                                       (ws-period-idx)
                     end-if
                     if pi-wtd-count is numeric
                        and pi-wtd-amount is numeric
                          move pi-wtd-count  to wp-wtd-count
                                                       (ws-period-idx)
                          move pi-wtd-amount to wp-wtd-amount
                                                       (ws-period-idx)
                     end-if
                     add pi-ytd-amount       to ws-old-ytd-amount
           end-read.

      * prove PDMAST is the generation the catalog says was written
      * last - record count, YTD dollar fingerprint and a business
      * date before tonight's. Twice a bad rename fed the wrong
      * generation in and silently corrupted PTD and YTD; now it
      * abends here before a single record folds in.
       330-verifygeneration.
           open input generation-catalog-file.
                                                       (ws-period-idx)
                add sd-tran-amount          to wp-day-amount
                                                       (ws-period-idx)
                add 1                       to wp-wtd-count
                                                       (ws-period-idx)
                add sd-tran-amount          to wp-wtd-amount
                                                       (ws-period-idx)
                add 1                       to wp-ptd-count
                                                       (ws-period-idx)
                add sd-tran-amount          to wp-ptd-amount
                                                       (ws-period-idx)
                add 1                       to wp-ytd-count
                                                       (ws-period-idx)
                                                       (ws-period-idx)
                add rd-tran-amount          to wp-day-amount
                                                       (ws-period-idx)
                add 1                       to wp-wtd-count
                                                       (ws-period-idx)
                add rd-tran-amount          to wp-wtd-amount
                                                       (ws-period-idx)
                add 1                       to wp-ptd-count
                                                       (ws-period-idx)
                add rd-tran-amount          to wp-ptd-amount
                                                       (ws-period-idx)
                add 1                       to wp-ytd-count
                                                       (ws-period-idx)
      * 440-rollentry leaves its zeros alone.
                     move ws-business-date  to wp-last-update-date
                                                       (ws-period-idx)
                     perform 445-stampfiscal
                     move ws-yes-flag       to wp-rolled-flag
                                                       (ws-period-idx)
                else
           end-if.

      * first touch of an old-master entry tonight: yesterday's day
      * figures become prior-day, a fiscal week change restarts WTD,
      * a fiscal period change moves PTD to prior-period and
      * restarts it, a fiscal year change restarts YTD, and the day
      * bucket restarts for tonight's adds.
       440-rollentry.
           set ws-period-idx                to ws-period-match-idx.
           if wp-rolled-flag (ws-period-idx) not = ws-yes-flag
                move 0                      to wp-day-amount
                                                       (ws-period-idx)

                if wp-fiscal-period (ws-period-idx) not =
                   ws-ft-fiscal-period
                   or wp-fiscal-year (ws-period-idx) not =
                   ws-ft-fiscal-year
                     move wp-ptd-count (ws-period-idx)
                                             to wp-prior-period-count
                                                       (ws-period-idx)
                     move wp-ptd-amount (ws-period-idx)
                                             to wp-prior-period-amount
                                                       (ws-period-idx)
                     move 0                 to wp-ptd-count
                                                       (ws-period-idx)
                     move 0                 to wp-ptd-amount
                                                       (ws-period-idx)
                end-if
                if wp-fiscal-week (ws-period-idx) not =
                   ws-ft-fiscal-week
                   or wp-fiscal-year (ws-period-idx) not =
                   ws-ft-fiscal-year
                     move 0                 to wp-wtd-count
                                                       (ws-period-idx)
                     move 0                 to wp-wtd-amount
                                                       (ws-period-idx)
                end-if
                if wp-fiscal-year (ws-period-idx) not =
                   ws-ft-fiscal-year
                     move 0                 to wp-ytd-count
                                                       (ws-period-idx)
                     move 0                 to wp-ytd-amount

                move ws-business-date       to wp-last-update-date
                                                       (ws-period-idx)
                perform 445-stampfiscal
                move ws-yes-flag            to wp-rolled-flag
                                                       (ws-period-idx)
           end-if.

       445-stampfiscal.
           move ws-ft-fiscal-year           to wp-fiscal-year
                                                       (ws-period-idx).
           move ws-ft-fiscal-period         to wp-fiscal-period
                                                       (ws-period-idx).
           move ws-ft-fiscal-week           to wp-fiscal-week
                                                       (ws-period-idx).

      * the period master is cumulative - a truncated or doctored
      * input stream must never fold into it, so both trailers are
      * proved before a single new-generation record writes.
                                             to po-prior-day-count.
           move wp-prior-day-amount (ws-period-idx)
                                             to po-prior-day-amount.
           move wp-ptd-count (ws-period-idx) to po-ptd-count.
           move wp-ptd-amount (ws-period-idx)
                                             to po-ptd-amount.
           move wp-prior-period-count (ws-period-idx)
                                             to po-prior-period-count.
           move wp-prior-period-amount (ws-period-idx)
                                             to po-prior-period-amount.
           move wp-ytd-count (ws-period-idx) to po-ytd-count.
           move wp-ytd-amount (ws-period-idx)
                                             to po-ytd-amount.
           move wp-fiscal-year (ws-period-idx)
                                             to po-fiscal-year.
           move wp-fiscal-period (ws-period-idx)
                                             to po-fiscal-period.
           move wp-fiscal-week (ws-period-idx)
                                             to po-fiscal-week.
           move wp-wtd-count (ws-period-idx) to po-wtd-count.
           move wp-wtd-amount (ws-period-idx)
                                             to po-wtd-amount.
           move spaces                      to
                               period-master-out-record (126:5).
           write period-master-out-record.
           add 1                            to ws-new-master-count.
           add po-ytd-amount                to ws-new-ytd-amount.

      * tonight's activity for the key onto the fiscal day history.
           if po-day-count > 0
                perform 510-writedayhistory
           end-if.

       510-writedayhistory.
           move spaces                      to day-history-record.
           move po-store-num                to dh-store-num.
           move po-tran-code                to dh-tran-code.
           move po-pay-type                 to dh-pay-type.
           move ws-business-date            to dh-business-date.
           move ws-ft-fiscal-year           to dh-fiscal-year.
           move ws-ft-fiscal-period         to dh-fiscal-period.
           move ws-ft-fiscal-week           to dh-fiscal-week.
           move ws-ft-day-of-week           to dh-day-of-week.
           move po-day-count                to dh-day-count.
           move po-day-amount               to dh-day-amount.
           write day-history-record.
           add 1                            to ws-history-write-count.

      * yesterday's history forward ahead of tonight's adds. Records
      * dated tonight or later are left behind - a failed earlier
      * run's adds, which tonight's replace - as is anything older
      * than last fiscal year.
       520-copydayhistory.
           read day-history-in
                at end move ws-yes-flag     to ws-history-eof-flag.
           perform 525-copyhistoryrecord
                until ws-history-eof-flag = ws-yes-flag.

       525-copyhistoryrecord.
           if hi-business-date < ws-business-date
              and (hi-fiscal-year = ws-ft-fiscal-year
                   or hi-fiscal-year = ws-prior-fiscal-year)
                write day-history-record    from day-history-in-record
                add 1                       to ws-history-kept-count
           else
                add 1                       to ws-history-dropped-count
           end-if.
           read day-history-in
                at end move ws-yes-flag     to ws-history-eof-flag.

       550-writetotals.
           move ws-business-date            to ws-heading-date-out.
           write output-line                from ws-headings-1.
           move ws-new-master-count         to ws-new-count-out.
           write output-line                from ws-totals-line.

           move ws-ft-fiscal-year           to ws-fl-year-out.
           move ws-ft-fiscal-period         to ws-fl-period-out.
           move ws-ft-fiscal-week           to ws-fl-week-out.
           move ws-ft-day-of-week           to ws-fl-day-out.
           move ws-history-write-count      to ws-fl-history-out.
           move ws-history-kept-count       to ws-fl-kept-out.
           move ws-history-dropped-count    to ws-fl-dropped-out.
           write output-line                from ws-fiscal-line.

       600-closefiles.
           close sl-file,
                 ret-file,
                 period-master-in,
                 period-master-out,
                 day-history-in,
                 day-history-out,
                 output-file.


           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

