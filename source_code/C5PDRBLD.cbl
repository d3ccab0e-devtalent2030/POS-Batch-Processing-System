      *day's H/detail/T block intact); the rebuild replays them day
      *by day through the same rollover rules B5PDUPD applies, so
      *the generation written here is the one the nightly updates
      *would have produced - week, period and year rolling on the
      *fiscal calendar (FISCCAL) exactly as they do nightly - and the
      *fiscal day history is rebuilt alongside it on PDDAYHN for
      *B6PDRPT's last-year comparisons. The result is cataloged on
      *PDCATLG so the next B5PDUPD run verifies against it. This
      *utility runs outside the nightly chain and deliberately does
      *not gate on the run-control file - it exists for the nights
      *the chain is already broken.
      *
       environment division.
       configuration section.
               assign to PDMASTN
               organization is sequential.

      * fiscal calendar - the same file B5PDUPD rolls on; every
      * replayed day must be on it.
           select fiscal-calendar-file
               assign to FISCCAL
               organization is sequential.

      * the rebuilt fiscal day history - one record per key per
      * replayed day with activity, the layout B5PDUPD carries.
           select day-history-out
               assign to PDDAYHN
               organization is sequential.

      * generation catalog - the rebuilt generation is appended so
      * the next B5PDUPD run verifies its PDMAST against it.
           select optional generation-catalog-file
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
           05 po-fiscal-year                pic 99.
           05 po-fiscal-period              pic 99.
           05 po-fiscal-week                pic 99.
           05 po-wtd-count                  pic 9(7).
           05 po-wtd-amount                 pic 9(9)V99.
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

      * off this date, exactly as B5PDUPD keys off the SLFILE header.
       01 ws-current-date                   pic 9(6)
           value 0.
       01 ws-prev-block-date                pic 9(6)
           value 0.

      * the replayed day's place on the fiscal calendar.
       01 ws-fiscal-today.
           05 ws-ft-fiscal-year             pic 99
                value 0.
           05 ws-ft-fiscal-period           pic 99
                value 0.
           05 ws-ft-fiscal-week             pic 99
                value 0.
           05 ws-ft-day-of-week             pic 9
                value 0.

      * the fiscal calendar held in storage - the replay looks up
      * every day block's date.
       01 ws-calendar-table.
           05 ws-calendar-entry             occurs 3000 times
                                             indexed by ws-cal-idx.
                10 wc-business-date          pic 9(6).
                10 wc-fiscal-year            pic 99.
                10 wc-fiscal-period          pic 99.
                10 wc-fiscal-week            pic 99.
                10 wc-day-of-week            pic 9.
       01 ws-calendar-count                 pic 9(4)
           value 0.
       01 ws-calendar-search-sub            pic 9(4)
           value 0.
       01 ws-calendar-eof-flag              pic x
           value 'N'.
       01 ws-calendar-found-flag            pic x
           value 'N'.

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
           05 ws-new-ytd-amount             pic 9(11)V99
                value 0.
           05 ws-history-write-count        pic 9(7)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
           05 filler                        pic x(11)
                value "YTD $    = ".
           05 ws-cat-ytd-out                pic $ZZ,ZZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(19)
                value "Day History Recs = ".
           05 ws-cat-history-out            pic z,zzz,zz9.

      *
       procedure division.
           open input  sl-hist-file,
                       ret-hist-file.
           open output period-master-out,
                       day-history-out,
                       output-file.

           open input fiscal-calendar-file.
           perform 110-loadcalendar
                until ws-calendar-eof-flag = ws-yes-flag.
           close fiscal-calendar-file.

       110-loadcalendar.
           read fiscal-calendar-file
                at end
                     move ws-yes-flag        to ws-calendar-eof-flag
                not at end
                     add 1                   to ws-calendar-count
                     if ws-calendar-count > 3000
                          display
                             'C5PDRBLD: CALENDAR TABLE EXCEEDS 3000'
                          move 'CALENDAR TABLE EXCEEDS 3000'
                                              to ws-log-message
                          move ws-calendar-count
                                              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-cal-idx          to ws-calendar-count
                     move fc-business-date   to wc-business-date
                                                          (ws-cal-idx)
                     move fc-fiscal-year     to wc-fiscal-year
                                                          (ws-cal-idx)
                     move fc-fiscal-period   to wc-fiscal-period
                                                          (ws-cal-idx)
                     move fc-fiscal-week     to wc-fiscal-week
                                                          (ws-cal-idx)
                     move fc-day-of-week     to wc-day-of-week
                                                          (ws-cal-idx)
           end-read.

       300-initialreads.
           read sl-hist-file
                at end move ws-yes-flag     to ws-sl-eof-flag.
           perform 420-processretblock.
           move ws-current-date             to ws-prev-block-date.

      * the day's activity per key onto the rebuilt fiscal history -
      * only entries touched on the replayed day carry its figures.
           perform 470-writedayhistory
                varying ws-clear-sub from 1 by 1
                until ws-clear-sub > ws-period-count.

       405-clearrolledflag.
           set ws-period-idx                to ws-clear-sub.
           move ws-no-flag                  to wp-rolled-flag
                perform 9100-logfatal
           end-if.
           move sh-business-date            to ws-current-date.
           perform 415-getfiscalday.

           move 0                           to ws-block-read-count.
           move 0                           to ws-block-read-amount.
           read sl-hist-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * the replayed day's fiscal position - a day finance never
      * calendared cannot be rolled, so the rebuild stops.
       415-getfiscalday.
           move ws-no-flag                  to ws-calendar-found-flag.
           perform 417-checkcalendarentry
                varying ws-calendar-search-sub from 1 by 1
                until ws-calendar-search-sub > ws-calendar-count
                   or ws-calendar-found-flag = ws-yes-flag.
           if ws-calendar-found-flag = ws-no-flag
                display 'C5PDRBLD: ' ws-current-date
                        ' NOT ON FISCAL CALENDAR'
                move 'REPLAYED DATE NOT ON FISCAL CALENDAR'
                                    to ws-log-message
                move ws-sl-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       417-checkcalendarentry.
           set ws-cal-idx                   to ws-calendar-search-sub.
           if wc-business-date (ws-cal-idx) = ws-current-date
                move ws-yes-flag            to ws-calendar-found-flag
                move wc-fiscal-year (ws-cal-idx)
                                             to ws-ft-fiscal-year
                move wc-fiscal-period (ws-cal-idx)
                                             to ws-ft-fiscal-period
                move wc-fiscal-week (ws-cal-idx)
                                             to ws-ft-fiscal-week
                move wc-day-of-week (ws-cal-idx)
                                             to ws-ft-day-of-week
           end-if.

      * the RET block for the same day - voids and exchange return
      * legs fold into 'R', the same netting B5PDUPD applies.
       420-processretblock.
                                                       (ws-period-idx).
           add ws-lk-tran-amount            to wp-day-amount
                                                       (ws-period-idx).
           add 1                            to wp-wtd-count
                                                       (ws-period-idx).
           add ws-lk-tran-amount            to wp-wtd-amount
                                                       (ws-period-idx).
           add 1                            to wp-ptd-count
                                                       (ws-period-idx).
           add ws-lk-tran-amount            to wp-ptd-amount
                                                       (ws-period-idx).
           add 1                            to wp-ytd-count
                                                       (ws-period-idx).
      * 440-rollentry leaves its zeros alone.
                     move ws-current-date   to wp-last-update-date
                                                       (ws-period-idx)
                     perform 445-stampfiscal
                     move ws-yes-flag       to wp-rolled-flag
                                                       (ws-period-idx)
                else
           end-if.

      * first touch of an entry each replayed day: the prior day's
      * figures become prior-day, a fiscal week change restarts WTD,
      * a fiscal period change moves PTD to prior-period and
      * restarts it, a fiscal year change restarts YTD - byte for
      * byte the rules B5PDUPD applies nightly.
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

                move ws-current-date        to wp-last-update-date
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

       470-writedayhistory.
           set ws-period-idx                to ws-clear-sub.
           if wp-last-update-date (ws-period-idx) = ws-current-date
              and wp-day-count (ws-period-idx) > 0
                move spaces                 to day-history-record
                move wp-store-num (ws-period-idx)
                                             to dh-store-num
                move wp-tran-code (ws-period-idx)
                                             to dh-tran-code
                move wp-pay-type (ws-period-idx)
                                             to dh-pay-type
                move ws-current-date        to dh-business-date
                move ws-ft-fiscal-year      to dh-fiscal-year
                move ws-ft-fiscal-period    to dh-fiscal-period
                move ws-ft-fiscal-week      to dh-fiscal-week
                move ws-ft-day-of-week      to dh-day-of-week
                move wp-day-count (ws-period-idx)
                                             to dh-day-count
                move wp-day-amount (ws-period-idx)
                                             to dh-day-amount
                write day-history-record
                add 1                       to ws-history-write-count
           end-if.

      * every table entry writes to the rebuilt generation - a key
      * with no activity on the last replayed day still rolls first,
      * the same way B5PDUPD writes its generation.
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

           move ws-current-date             to ws-cat-date-out.
           move ws-new-ytd-amount           to ws-cat-ytd-out.
           move ws-history-write-count      to ws-cat-history-out.
           write output-line                from ws-catalog-line.

      * a rebuild is always worth the morning operator's eye.
           close sl-hist-file,
                 ret-hist-file,
                 period-master-out,
                 day-history-out,
                 output-file.

      * one structured event on the shared operations log. The file
