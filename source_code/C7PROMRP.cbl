       identification division.
       program-id. C7PROMRP.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: C7 Promotion Results Report.
      *For every promotion on the price-event master that is running
      *on the business date, or ended within the last week, shows the
      *units and dollars the promoted SKUs (or department) sold today
      *off SLFILE and over the promotion to date off the retained
      *SLFILE streams, against the pre-promotion run rate for the
      *same SKUs at the same stores over the four weeks before the
      *promotion started - so merchandising sees the lift a
      *promotion bought, not just what it sold.
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

      * the merchandising price-event master - the same one C6PRCAPL
      * applies and C2PRCEXC prices sales against.
           select optional price-event-file
               assign to PRCEVT
               organization is sequential.

      * the sales/lease stream A7SPLIT wrote, H/T stamped
           select sl-file
               assign to SLFILE
               organization is sequential.

      * the retained sales/lease streams, every day's H/detail/T
      * block back to back in date order - the same concatenation
      * C5PDRBLD rebuilds from.
           select optional sl-hist-file
               assign to SLHIST
               organization is sequential.

      * the enriched sku/product master - the department a
      * department-wide promotion is matched against.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * store master, read whole at start of run for the region a
      * regional promotion is matched against.
           select store-master
               assign to STOREMAS
               organization is indexed
               access mode is sequential
               record key is sm-store-num
               file status is ws-store-master-status.

      * promotion results report
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

      * one price event - the same layout C6PRCAPL applies and
      * C2PRCEXC prices against.
       fd price-event-file
           recording mode is F
           data record is price-event-record
           record contains 80 characters.

       01 price-event-record.
           05 pe-event-id                   pic x(6).
           05 pe-event-type                 pic x.
                88 pe-price-change
                    value 'P'.
                88 pe-promotion
                    value 'M'.
           05 pe-scope-type                 pic x.
                88 pe-sku-scope
                    value 'S'.
                88 pe-dept-scope
                    value 'D'.
           05 pe-scope-key                  pic x(15).
           05 pe-location-type              pic x.
                88 pe-chain-location
                    value 'C'.
                88 pe-store-location
                    value 'S'.
                88 pe-region-location
                    value 'R'.
           05 pe-location-key               pic xx.
           05 pe-location-store redefines pe-location-key
                                            pic 99.
           05 pe-start-date                 pic 9(6).
           05 pe-end-date                   pic 9(6).
           05 pe-price-method               pic x.
                88 pe-fixed-method
                    value 'F'.
                88 pe-percent-method
                    value 'P'.
           05 pe-event-price                pic 9(5)V99.
           05 pe-percent-off                pic 99V99.
           05 pe-event-desc                 pic x(20).
           05 pe-user-id                    pic x(8).
           05 filler                        pic xx.

      **********************************************
       fd sl-file
           recording mode is F
           data record is sl-detail-record
           record contains 36 characters.

      * three layouts share the FD - the record type in byte one says
      * which applies: 'H' header, 'T' trailer, else a detail record.
       01 sl-header-record.
           05 sh-record-type                pic x.
           05 sh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 sl-detail-record.
           05 sd-tran-code                  pic x.
           05 sd-tran-amount                pic 9(5)V99.
           05 sd-pay-type                   pic xx.
           05 sd-store-num                  pic 99.
           05 sd-invoice-num                pic x(9).
           05 sd-sku-code                   pic x(15).

       01 sl-trailer-record.
           05 st-record-type                pic x.
           05 st-record-count               pic 9(7).
           05 st-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************

      * the retained streams carry the same three layouts.
       fd sl-hist-file
           recording mode is F
           data record is lh-detail-record
           record contains 36 characters.

       01 lh-header-record.
           05 lh-record-type                pic x.
           05 lh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 lh-detail-record.
           05 ld-tran-code                  pic x.
           05 ld-tran-amount                pic 9(5)V99.
           05 ld-pay-type                   pic xx.
           05 ld-store-num                  pic 99.
           05 ld-invoice-num                pic x(9).
           05 ld-sku-code                   pic x(15).

       01 lh-trailer-record.
           05 lt-record-type                pic x.
           05 lt-record-count               pic 9(7).
           05 lt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd sku-master
           recording mode is F
           data record is sku-master-record
           record contains 52 characters.

       01 sku-master-record.
           05 km-sku-code                   pic x(15).
           05 km-sku-status                 pic x.
                88 km-sku-active
                    value 'A'.
           05 km-sku-desc                   pic x(20).
           05 km-dept-code                  pic x(3).
           05 km-unit-price                 pic 9(5)V99.
           05 km-vendor-code                pic x(6).

      **********************************************
       fd store-master
           recording mode is F
           data record is store-master-record
           record contains 8 characters.

       01 store-master-record.
           05 sm-store-num                  pic 99.
           05 sm-store-status               pic x.
           05 sm-region-code                pic xx.
           05 sm-district-code              pic x(3).

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
                value 'A7SPLIT '.
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

       01 ws-sl-eof-flag                    pic x
           value 'N'.
       01 ws-hist-eof-flag                  pic x
           value 'N'.
       01 ws-price-event-eof-flag           pic x
           value 'N'.
       01 ws-store-master-eof-flag          pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-sku-found-flag                 pic x
           value 'N'.
       01 ws-promo-match-flag               pic x
           value 'N'.
       01 ws-block-done-flag                pic x
           value 'N'.
       01 ws-block-skip-flag                pic x
           value 'N'.

       01 ws-sku-master-status              pic xx.
       01 ws-store-master-status            pic xx.

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

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

      * how far back the report reaches - a promotion stays on the
      * report for a week after it ends, and its baseline is the
      * four weeks before it started.
       01 ws-report-windows.
           05 ws-ended-days                 pic 9(3)
                value 7.
           05 ws-baseline-days              pic 9(3)
                value 28.

      * day-number work fields for the windows above - yy*365 +
      * mm*30 + dd is close enough for a reporting window and keeps
      * the arithmetic in plain verbs, the same as A9RET's policy
      * window.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-block-day-num              pic 9(7).

      * the day block whose details are being applied, and its
      * day number.
       01 ws-block-date                     pic 9(6)
           value 0.
       01 ws-prev-block-date                pic 9(6)
           value 0.

      * the sale in hand - set from whichever stream it was read off
      * before 450-applysale is performed.
       01 ws-sale-work.
           05 ws-sw-tran-code               pic x.
           05 ws-sw-tran-amount             pic 9(5)V99.
           05 ws-sw-store-num               pic 99.
           05 ws-sw-store-key redefines ws-sw-store-num
                                            pic xx.
           05 ws-sw-sku-code                pic x(15).

      * per-block controls proved against each retained trailer -
      * a truncated block must never fold into the figures.
       01 ws-block-controls.
           05 ws-block-read-count           pic 9(7)
                value 0.
           05 ws-block-read-amount          pic 9(9)V99
                value 0.

      * the promotions on the report, loaded once from the
      * price-event master - only events that pass the same edits
      * C6PRCAPL applies are reported.
       01 ws-promo-table.
           05 ws-promo-entry                occurs 500 times
                                             indexed by ws-promo-idx.
                10 wp-event-id               pic x(6).
                10 wp-event-desc             pic x(20).
                10 wp-scope-type             pic x.
                10 wp-scope-key              pic x(15).
                10 wp-location-type          pic x.
                10 wp-location-key           pic xx.
                10 wp-start-date             pic 9(6).
                10 wp-end-date               pic 9(6).
                10 wp-start-day-num          pic 9(7).
                10 wp-end-day-num            pic 9(7).
                10 wp-base-day-num           pic 9(7).
                10 wp-today-units            pic 9(7).
                10 wp-today-amount           pic 9(9)V99.
                10 wp-todate-units           pic 9(7).
                10 wp-todate-amount          pic 9(9)V99.
                10 wp-base-units             pic 9(7).
                10 wp-base-amount            pic 9(9)V99.
                10 wp-promo-days             pic 9(3).
                10 wp-base-days              pic 9(3).
       01 ws-promo-count                    pic 9(3)
           value 0.
       01 ws-promo-search-sub               pic 9(3)
           value 0.

      * region code by store number, loaded from the store master at
      * start of run - a store missing from the master matches no
      * regional promotion.
       01 ws-store-region-table.
           05 ws-store-region-entry         occurs 99 times
                                             indexed by ws-srt-idx.
                10 wr-region-code            pic xx.

      * SKU departments cached on first sight, so the master is read
      * once per SKU, not once per record - the same way B4SKUMV
      * caches descriptions.
       01 ws-sku-table.
           05 ws-sku-entry                  occurs 2000 times
                                             indexed by ws-sku-idx.
                10 wm-sku-code               pic x(15).
                10 wm-dept-code              pic x(3).
       01 ws-sku-count                      pic 9(4)
           value 0.
       01 ws-sku-search-sub                 pic 9(4)
           value 0.
       01 ws-sku-match-sub                  pic 9(4)
           value 0.

      * run-rate work fields - units and dollars per trading day
      * over the promotion and over its baseline, and the lift.
       01 ws-rate-work.
           05 ws-promo-unit-rate            pic 9(7)V9.
           05 ws-base-unit-rate             pic 9(7)V9.
           05 ws-promo-amount-rate          pic 9(9)V99.
           05 ws-base-amount-rate           pic 9(9)V99.
           05 ws-lift-pct                   pic s9(5)V9.

       01 ws-counters.
           05 ws-sl-read-total              pic 9(7)
                value 0.
           05 ws-hist-read-total            pic 9(7)
                value 0.
           05 ws-hist-blocks-total          pic 9(5)
                value 0.
           05 ws-promo-active-total         pic 9(5)
                value 0.
           05 ws-promo-ended-total          pic 9(5)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(36)
                value "Promotion Results Report For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(73)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, C7".

       01 ws-headings-2.
           05 filler                        pic x(6)
                value "Event ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(20)
                value "Description".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "Start  End   ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Status".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Today ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(11)
                value "Today $    ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "To Date".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "To Date $    ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(8)
                value "Units/Dy".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(8)
                value "Base/Dy ".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Lift % ".

       01 ws-promo-detail-line.
           05 ws-pd-event-out               pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-desc-out                pic x(20).
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-start-out               pic 9(6).
           05 filler                        pic x
                value spaces.
           05 ws-pd-end-out                 pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-status-out              pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-today-units-out         pic zz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-today-amount-out        pic $zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-todate-units-out        pic zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-todate-amount-out       pic $z,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-unit-rate-out           pic zz,zz9.9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-base-rate-out           pic zz,zz9.9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pd-lift-out                pic x(7).

      * the dollar run rates under each promotion line, and the
      * trading days each rate was taken over.
       01 ws-promo-rate-line.
           05 filler                        pic x(8)
                value spaces.
           05 filler                        pic x(16)
                value "Promo $/Day   = ".
           05 ws-pr-promo-rate-out          pic $zzz,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(16)
                value "Baseline $/Day= ".
           05 ws-pr-base-rate-out           pic $zzz,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(13)
                value "Promo Days = ".
           05 ws-pr-promo-days-out          pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(13)
                value "Base Days  = ".
           05 ws-pr-base-days-out           pic zz9.

       01 ws-lift-edit-out                  pic -zzz9.9.

       01 ws-totals-line.
           05 filler                        pic x(20)
                value "Promotions Active = ".
           05 ws-active-out                 pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Recently Ended    = ".
           05 ws-ended-out                  pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(14)
                value "SL Recs     = ".
           05 ws-sl-read-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(14)
                value "History Days= ".
           05 ws-hist-blocks-out            pic zz,zz9.

       01 ws-none-line.
           05 filler                        pic x(60)
                value "No promotions running or recently ended.".

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 300-initialreadhist.
           perform 400-processhistblock
                until ws-hist-eof-flag = ws-yes-flag.
           perform 310-initialreadsl.
           perform 420-processslrecords
                until ws-sl-eof-flag = ws-yes-flag.
           perform 500-writereport.
           perform 600-closefiles.

           move ws-sl-read-total            to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'C7PROMRP: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'C7PROMRP: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-sl-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-promo-table,
                      ws-store-region-table,
                      ws-sku-table.

           move ws-date-line                to ws-date-work.
           perform 760-computedaynum.
           move ws-day-num                  to ws-run-day-num.

           perform 700-loadstoremaster.
           perform 720-loadpromotions.

           open input  sl-file,
                       sl-hist-file,
                       sku-master.
           open output output-file.

       300-initialreadhist.
           read sl-hist-file
                at end move ws-yes-flag     to ws-hist-eof-flag.

       310-initialreadsl.
           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * one retained day block: the header sets the day and must move
      * forward, details apply, and the trailer proves the block
      * whole. Tonight's date and anything after it comes off SLFILE,
      * never the retained streams, so a stream retained after a
      * rerun cannot count a day twice.
       400-processhistblock.
           if lh-record-type not = 'H'
                display 'C7PROMRP: SLHIST BLOCK MISSING HEADER'
                move 'SLHIST BLOCK MISSING HEADER'
                                    to ws-log-message
                move ws-hist-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if lh-business-date <= ws-prev-block-date
                display 'C7PROMRP: SLHIST BLOCKS OUT OF DATE ORDER'
                move 'SLHIST BLOCKS OUT OF DATE ORDER'
                                    to ws-log-message
                move ws-hist-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move lh-business-date            to ws-block-date.
           move lh-business-date            to ws-prev-block-date.

           if ws-block-date >= ws-date-line
                move ws-yes-flag            to ws-block-skip-flag
           else
                move ws-no-flag             to ws-block-skip-flag
                add 1                       to ws-hist-blocks-total
                perform 440-startday
           end-if.

           move 0                           to ws-block-read-count.
           move 0                           to ws-block-read-amount.
           move ws-no-flag                  to ws-block-done-flag.
           read sl-hist-file
                at end move ws-yes-flag     to ws-hist-eof-flag.
           perform 410-processhistdetail
                until ws-block-done-flag = ws-yes-flag
                   or ws-hist-eof-flag = ws-yes-flag.
           if ws-block-done-flag = ws-no-flag
                display 'C7PROMRP: SLHIST BLOCK MISSING TRAILER'
                move 'SLHIST BLOCK MISSING TRAILER - TRUNCATED'
                                    to ws-log-message
                move ws-hist-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       410-processhistdetail.
           if lt-record-type = 'T'
                if lt-record-count not = ws-block-read-count
                   or lt-amount-total not = ws-block-read-amount
                     display 'C7PROMRP: SLHIST TRAILER MISMATCH FOR '
                                             ws-block-date
                     move 'SLHIST BLOCK TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-hist-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-yes-flag            to ws-block-done-flag
           else
                add 1                       to ws-block-read-count
                add ld-tran-amount          to ws-block-read-amount
                add 1                       to ws-hist-read-total
                if ws-block-skip-flag = ws-no-flag
                     move ld-tran-code      to ws-sw-tran-code
                     move ld-tran-amount    to ws-sw-tran-amount
                     move ld-store-num      to ws-sw-store-num
                     move ld-sku-code       to ws-sw-sku-code
                     perform 450-applysale
                end-if
           end-if.

           read sl-hist-file
                at end move ws-yes-flag     to ws-hist-eof-flag.

      * tonight's stream - the header must carry the business date,
      * and every detail counts toward both today and to-date.
       420-processslrecords.
           if sh-record-type = 'H'
                if sh-business-date not = ws-date-line
                     display 'C7PROMRP: SLFILE HEADER DATE '
                             sh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'SLFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move sh-business-date       to ws-block-date
                perform 440-startday
           else
           if st-record-type = 'T'
                continue
           else
                add 1                       to ws-sl-read-total
                move sd-tran-code           to ws-sw-tran-code
                move sd-tran-amount         to ws-sw-tran-amount
                move sd-store-num           to ws-sw-store-num
                move sd-sku-code            to ws-sw-sku-code
                perform 450-applysale
           end-if
           end-if.

           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * a new trading day - each promotion counts it as a promotion
      * day or a baseline day when the date falls in that window, so
      * the run rates are per day the chain actually traded.
       440-startday.
           move ws-block-date               to ws-date-work.
           perform 760-computedaynum.
           move ws-day-num                  to ws-block-day-num.
           perform 445-countpromoday
                varying ws-promo-search-sub from 1 by 1
                until ws-promo-search-sub > ws-promo-count.

       445-countpromoday.
           set ws-promo-idx                 to ws-promo-search-sub.
           if ws-block-date >= wp-start-date (ws-promo-idx)
              and ws-block-date <= wp-end-date (ws-promo-idx)
                add 1                       to wp-promo-days
                                                       (ws-promo-idx)
           else
           if ws-block-day-num >= wp-base-day-num (ws-promo-idx)
              and ws-block-date < wp-start-date (ws-promo-idx)
                add 1                       to wp-base-days
                                                       (ws-promo-idx)
           end-if
           end-if.

      * merchandise sales only - S, N, basket item lines and the sale
      * leg of an exchange. Lease (L) transactions price off the
      * lease terms, not the shelf price a promotion moves.
       450-applysale.
           if ws-sw-tran-code = 'S' or ws-sw-tran-code = 'N'
              or ws-sw-tran-code = 'B' or ws-sw-tran-code = 'E'
                perform 460-findsku
                perform 470-checkpromoentry
                     varying ws-promo-search-sub from 1 by 1
                     until ws-promo-search-sub > ws-promo-count
           end-if.

      * find (or add) this SKU's cached entry - a new entry reads
      * the master once for its department.
       460-findsku.
           move ws-no-flag                  to ws-sku-found-flag.
           move 0                           to ws-sku-match-sub.

           perform 462-checkskuentry
                varying ws-sku-search-sub from 1 by 1
                until ws-sku-search-sub > ws-sku-count
                   or ws-sku-found-flag = ws-yes-flag.

           if ws-sku-found-flag = ws-no-flag
                if ws-sku-count >= 2000
                     display 'C7PROMRP: SKU TABLE EXCEEDS 2000'
                     move 'SKU TABLE EXCEEDS 2000'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-sku-count
                move ws-sku-count           to ws-sku-match-sub
                set ws-sku-idx              to ws-sku-count
                move ws-sw-sku-code         to wm-sku-code
                                                       (ws-sku-idx)
                perform 465-lookupskumaster
           end-if.
           set ws-sku-idx                   to ws-sku-match-sub.

       462-checkskuentry.
           set ws-sku-idx                   to ws-sku-search-sub.
           if wm-sku-code (ws-sku-idx) = ws-sw-sku-code
                move ws-yes-flag            to ws-sku-found-flag
                move ws-sku-search-sub      to ws-sku-match-sub
           end-if.

       465-lookupskumaster.
           move ws-sw-sku-code              to km-sku-code.
           read sku-master
                invalid key
                     move spaces            to wm-dept-code
                                                       (ws-sku-idx)
                not invalid key
                     move km-dept-code      to wm-dept-code
                                                       (ws-sku-idx)
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the report cannot be trusted without it.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'C7PROMRP: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-sl-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * does this promotion cover the sale - SKU or department, at
      * this store or its region - and if so, which window does the
      * day fall in.
       470-checkpromoentry.
           set ws-promo-idx                 to ws-promo-search-sub.
           move ws-no-flag                  to ws-promo-match-flag.

           if wp-scope-type (ws-promo-idx) = 'S'
              and wp-scope-key (ws-promo-idx) = ws-sw-sku-code
                move ws-yes-flag            to ws-promo-match-flag
           end-if.
           if wp-scope-type (ws-promo-idx) = 'D'
              and wp-scope-key (ws-promo-idx) (1:3) =
                   wm-dept-code (ws-sku-idx)
              and wm-dept-code (ws-sku-idx) not = spaces
                move ws-yes-flag            to ws-promo-match-flag
           end-if.

           if ws-promo-match-flag = ws-yes-flag
                if wp-location-type (ws-promo-idx) = 'S'
                   and wp-location-key (ws-promo-idx) not =
                        ws-sw-store-key
                     move ws-no-flag        to ws-promo-match-flag
                end-if
                if wp-location-type (ws-promo-idx) = 'R'
                     if ws-sw-store-num < 1 or ws-sw-store-num > 99
                          move ws-no-flag   to ws-promo-match-flag
                     else
                          if wp-location-key (ws-promo-idx) not =
                               wr-region-code (ws-sw-store-num)
                               move ws-no-flag
                                             to ws-promo-match-flag
                          end-if
                     end-if
                end-if
           end-if.

           if ws-promo-match-flag = ws-yes-flag
                perform 475-accumulatesale
           end-if.

       475-accumulatesale.
           if ws-block-date >= wp-start-date (ws-promo-idx)
              and ws-block-date <= wp-end-date (ws-promo-idx)
                add 1                       to wp-todate-units
                                                       (ws-promo-idx)
                add ws-sw-tran-amount       to wp-todate-amount
                                                       (ws-promo-idx)
                if ws-block-date = ws-date-line
                     add 1                  to wp-today-units
                                                       (ws-promo-idx)
                     add ws-sw-tran-amount  to wp-today-amount
                                                       (ws-promo-idx)
                end-if
           else
           if ws-block-day-num >= wp-base-day-num (ws-promo-idx)
              and ws-block-date < wp-start-date (ws-promo-idx)
                add 1                       to wp-base-units
                                                       (ws-promo-idx)
                add ws-sw-tran-amount       to wp-base-amount
                                                       (ws-promo-idx)
           end-if
           end-if.

       500-writereport.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

           if ws-promo-count = 0
                write output-line           from ws-none-line
           end-if.

           perform 510-writepromoline
                varying ws-promo-idx from 1 by 1
                until ws-promo-idx > ws-promo-count.

           write output-line                from ws-blank-line.
           move ws-promo-active-total       to ws-active-out.
           move ws-promo-ended-total        to ws-ended-out.
           move ws-sl-read-total            to ws-sl-read-out.
           move ws-hist-blocks-total        to ws-hist-blocks-out.
           write output-line                from ws-totals-line.

      * a promotion with no baseline days on the retained streams
      * cannot show a lift - worth a warning, since it usually means
      * SLHIST was not concatenated far enough back.
       510-writepromoline.
           move wp-event-id (ws-promo-idx)  to ws-pd-event-out.
           move wp-event-desc (ws-promo-idx)
                                             to ws-pd-desc-out.
           move wp-start-date (ws-promo-idx)
                                             to ws-pd-start-out.
           move wp-end-date (ws-promo-idx)  to ws-pd-end-out.
           if wp-end-date (ws-promo-idx) >= ws-date-line
                move 'ACTIVE'               to ws-pd-status-out
                add 1                       to ws-promo-active-total
           else
                move 'ENDED '               to ws-pd-status-out
                add 1                       to ws-promo-ended-total
           end-if.
           move wp-today-units (ws-promo-idx)
                                             to ws-pd-today-units-out.
           move wp-today-amount (ws-promo-idx)
                                             to ws-pd-today-amount-out.
           move wp-todate-units (ws-promo-idx)
                                             to ws-pd-todate-units-out.
           move wp-todate-amount (ws-promo-idx)
                                             to ws-pd-todate-amount-out.

           move 0                           to ws-promo-unit-rate.
           move 0                           to ws-promo-amount-rate.
           if wp-promo-days (ws-promo-idx) > 0
                compute ws-promo-unit-rate rounded =
                     wp-todate-units (ws-promo-idx) /
                     wp-promo-days (ws-promo-idx)
                compute ws-promo-amount-rate rounded =
                     wp-todate-amount (ws-promo-idx) /
                     wp-promo-days (ws-promo-idx)
           end-if.

           move 0                           to ws-base-unit-rate.
           move 0                           to ws-base-amount-rate.
           if wp-base-days (ws-promo-idx) > 0
                compute ws-base-unit-rate rounded =
                     wp-base-units (ws-promo-idx) /
                     wp-base-days (ws-promo-idx)
                compute ws-base-amount-rate rounded =
                     wp-base-amount (ws-promo-idx) /
                     wp-base-days (ws-promo-idx)
           end-if.

           move ws-promo-unit-rate          to ws-pd-unit-rate-out.
           move ws-base-unit-rate           to ws-pd-base-rate-out.
           if ws-base-unit-rate > 0
                compute ws-lift-pct rounded =
                     (ws-promo-unit-rate - ws-base-unit-rate) * 100
                     / ws-base-unit-rate
                move ws-lift-pct            to ws-lift-edit-out
                move ws-lift-edit-out       to ws-pd-lift-out
           else
                move 'NO BASE'              to ws-pd-lift-out
           end-if.
           write output-line                from ws-promo-detail-line.

           move ws-promo-amount-rate        to ws-pr-promo-rate-out.
           move ws-base-amount-rate         to ws-pr-base-rate-out.
           move wp-promo-days (ws-promo-idx)
                                             to ws-pr-promo-days-out.
           move wp-base-days (ws-promo-idx) to ws-pr-base-days-out.
           write output-line                from ws-promo-rate-line.

           if wp-base-days (ws-promo-idx) = 0
                move 'NO BASELINE DAYS ON SLHIST FOR PROMOTION'
                                             to ws-log-message
                set ws-log-position         to ws-promo-idx
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close sl-file,
                 sl-hist-file,
                 sku-master,
                 output-file.

      * region code for every store, loaded once - a store missing
      * from the master is left blank and matches no regional
      * promotion.
       700-loadstoremaster.
           open input store-master.
           if ws-store-master-status <> '00'
                display 'C7PROMRP: STORE-MASTER OPEN ERROR, STATUS = '
                                             ws-store-master-status
                move 'STORE-MASTER OPEN ERROR'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.
           perform 710-readstoremaster
                until ws-store-master-eof-flag = ws-yes-flag.
           close store-master.

       710-readstoremaster.
           read store-master
                at end
                     move ws-yes-flag        to
                                             ws-store-master-eof-flag
                not at end
                     if sm-store-num >= 1 and sm-store-num <= 99
                          move sm-region-code
                                             to wr-region-code
                                                       (sm-store-num)
                     end-if
           end-read.

      * anything other than a clean read or end-of-file on the store
      * master is an I/O failure - fatal, since a regional promotion
      * could not be matched without it.
           if ws-store-master-status <> '00'
              and ws-store-master-status <> '10'
                display 'C7PROMRP: STORE-MASTER I/O ERROR, STATUS = '
                                             ws-store-master-status
                move 'STORE-MASTER I/O ERROR'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

      * the promotions on tonight's report - running today, or ended
      * within the last week. No price-event master on file simply
      * means an empty report.
       720-loadpromotions.
           open input price-event-file.
           perform 730-readpriceevent
                until ws-price-event-eof-flag = ws-yes-flag.
           close price-event-file.

       730-readpriceevent.
           read price-event-file
                at end
                     move ws-yes-flag        to ws-price-event-eof-flag
                not at end
                     perform 740-checkpromotion
           end-read.

      * the same edits C6PRCAPL applies - an event it rejects is
      * never reported here.
       740-checkpromotion.
           if pe-promotion
              and pe-event-id not = spaces
              and pe-scope-key not = spaces
              and pe-start-date is numeric
              and pe-end-date is numeric
              and pe-start-date <= ws-date-line
              and pe-end-date >= pe-start-date
              and (pe-sku-scope or pe-dept-scope)
              and (pe-chain-location
                or (pe-store-location
                    and pe-location-store is numeric
                    and pe-location-store not = 0)
                or (pe-region-location
                    and pe-location-key not = spaces))
              and ((pe-fixed-method and pe-sku-scope
                    and pe-event-price is numeric
                    and pe-event-price > 0)
                or (pe-percent-method
                    and pe-percent-off is numeric
                    and pe-percent-off > 0))
                move pe-end-date            to ws-date-work
                perform 760-computedaynum
                if ws-day-num + ws-ended-days >= ws-run-day-num
                     perform 750-addpromotion
                end-if
           end-if.

       750-addpromotion.
           if ws-promo-count >= 500
                display 'C7PROMRP: PROMOTION TABLE EXCEEDS 500'
                move 'PROMOTION TABLE EXCEEDS 500'
                                    to ws-log-message
                move ws-promo-count to ws-log-position
                perform 9100-logfatal
           end-if.
           add 1                            to ws-promo-count.
           set ws-promo-idx                 to ws-promo-count.
           move pe-event-id                 to wp-event-id
                                                       (ws-promo-idx).
           move pe-event-desc               to wp-event-desc
                                                       (ws-promo-idx).
           move pe-scope-type               to wp-scope-type
                                                       (ws-promo-idx).
           move pe-scope-key                to wp-scope-key
                                                       (ws-promo-idx).
           move pe-location-type            to wp-location-type
                                                       (ws-promo-idx).
           move pe-location-key             to wp-location-key
                                                       (ws-promo-idx).
           move pe-start-date               to wp-start-date
                                                       (ws-promo-idx).
           move pe-end-date                 to wp-end-date
                                                       (ws-promo-idx).
           move ws-day-num                  to wp-end-day-num
                                                       (ws-promo-idx).
           move pe-start-date               to ws-date-work.
           perform 760-computedaynum.
           move ws-day-num                  to wp-start-day-num
                                                       (ws-promo-idx).
           if ws-day-num > ws-baseline-days
                compute wp-base-day-num (ws-promo-idx) =
                     ws-day-num - ws-baseline-days
           else
                move 0                      to wp-base-day-num
                                                       (ws-promo-idx)
           end-if.

      * day number of the date in ws-date-work.
       760-computedaynum.
           compute ws-day-num =
                (ws-dw-yy * 365) + (ws-dw-mm * 30) + ws-dw-dd.


      * startup gate against the chain run-control file: the
      * predecessor must show complete for this business date, this
      * step must not already show complete for it, and this step
      * must not have completed a later date - then the started
      * record is stamped, so a crashed run leaves its mark.
       9500-checkruncontrol.
           move 'N'                         to ws-runctl-eof-flag.
           move 'N'                         to ws-pred-complete-flag.
           open input run-control-file.
           perform 9510-readruncontrol
                until ws-runctl-eof-flag = 'Y'.
           close run-control-file.

           if ws-predecessor-id not = spaces
              and ws-pred-complete-flag not = 'Y'
                display 'C7PROMRP: PREDECESSOR A7SPLIT NOT COMPLETE'
                move 'PREDECESSOR STEP NOT COMPLETE ON RUNCTL'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

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
           if rc-program-id = 'C7PROMRP'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'C7PROMRP: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'C7PROMRP: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'C7PROMRP'                 to rc-program-id.
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
           move 'C7PROMRP'                   to el-program-id.
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
       end program C7PROMRP.
