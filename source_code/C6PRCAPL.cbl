       identification division.
       program-id. C6PRCAPL.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: C6 Price Event Apply And Promotion Calendar.
      *Reads the merchandising price-event master - future-dated
      *regular price changes, and promotions with a start and end
      *date, a SKU or department scope and a chain, store or region
      *scope - and brings each SKU on SKUMAS to the latest regular
      *price change in effect on the business date, with a before/
      *after audit line per change the way A4MAINT prints its
      *maintenance trail. Only changes dated after the last night
      *this step completed are applied, so a change dated on a night
      *the chain did not run is caught up on the next run, and a
      *price keyed since through A4MAINT is not put back.
      *Promotions never touch km-unit-price; they are listed here as
      *they start and end so the stores know what is on tonight, and
      *C2PRCEXC and C7PROMRP read them off the same master. Price
      *changes no longer have to be held back and fed through
      *MNTTRAN on the right night.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the whole chain runs for the date
      * operations supply here, so a prior day can be rerun after
      * midnight without the reports being stamped with the wrong
      * date.
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

      * the merchandising price-event master - one record per
      * regular price change or promotion, maintained ahead of time
      * by merchandising the way finance maintains GLMAP.
           select optional price-event-file
               assign to PRCEVT
               organization is sequential.

      * sku/product master - a price change reads then rewrites.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * price event apply report
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

      * one price event. A regular price change ('P') is SKU scope,
      * chain-wide, a fixed price, effective from its start date on.
      * A promotion ('M') runs start date through end date inclusive
      * against one SKU or a whole department, chain-wide, at one
      * store or across one region, at a fixed price or a percentage
      * off the regular price - a department promotion is always a
      * percentage, since one price cannot fit every SKU in it.
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
                value 'A6EDIT  '.
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
           05 ws-last-applied-date          pic 9(6)
                value 0.

       01 ws-eof-flag                       pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-reject-flag                    pic x
           value 'N'.

       01 ws-sku-master-status              pic xx.

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

      * the reason an event failed its edit - printed on the reject
      * line.
       01 ws-reject-reason                  pic x(40)
           value spaces.

       01 ws-before-unit-price              pic 9(5)V99.

      * the latest price change in effect on the business date for
      * each SKU that has one - found or added by linear search the
      * same way A6CORR matches its correction table, and applied
      * once the whole master has been read.
       01 ws-price-change-table.
           05 ws-price-change-entry         occurs 2000 times
                                             indexed by ws-pc-idx.
                10 wp-sku-code               pic x(15).
                10 wp-start-date             pic 9(6).
                10 wp-event-id               pic x(6).
                10 wp-user-id                pic x(8).
                10 wp-event-desc             pic x(20).
                10 wp-event-price            pic 9(5)V99.
       01 ws-price-change-count             pic 9(4)
           value 0.
       01 ws-pc-search-sub                  pic 9(4)
           value 0.
       01 ws-pc-match-sub                   pic 9(4)
           value 0.
       01 ws-pc-found-flag                  pic x
           value 'N'.

      * edited views of a unit price for the audit line's
      * alphanumeric before/after columns.
       01 ws-audit-price-out                pic zzzz9.99.

      * sized for the full projected event volume so nothing wraps
      * past its picture.
       01 ws-counters.
           05 ws-events-read-total          pic 9(7)
                value 0.
           05 ws-price-applied-total        pic 9(7)
                value 0.
           05 ws-price-future-total         pic 9(7)
                value 0.
           05 ws-price-catchup-total        pic 9(7)
                value 0.
           05 ws-price-earlier-total        pic 9(7)
                value 0.
           05 ws-price-superseded-total     pic 9(7)
                value 0.
           05 ws-promo-active-total         pic 9(7)
                value 0.
           05 ws-promo-start-total          pic 9(7)
                value 0.
           05 ws-promo-end-total            pic 9(7)
                value 0.
           05 ws-rejected-total             pic 9(7)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(38)
                value "Price Event Apply Run For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(71)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, C6".

       01 ws-headings-2.
           05 filler                        pic x(6)
                value "Event ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(4)
                value "Type".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(8)
                value "User    ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(15)
                value "Scope Key      ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Description".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(40)
                value "Disposition".

       01 ws-event-detail-line.
           05 ws-ed-event-out               pic x(6).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ed-type-out                pic x(4).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ed-user-out                pic x(8).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ed-key-out                 pic x(15).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ed-desc-out                pic x(20).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ed-disp-out                pic x(50).

      * the before/after trail for an applied price change - the
      * same shape as A4MAINT's audit line.
       01 ws-audit-detail-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(6)
                value "Field ".
           05 ws-ad-field-out               pic x(14).
           05 filler                        pic x(8)
                value " Before ".
           05 ws-ad-before-out              pic x(20).
           05 filler                        pic x(7)
                value " After ".
           05 ws-ad-after-out               pic x(20).

      * the promotion's window and price terms under its start/end
      * line.
       01 ws-promo-terms-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(6)
                value "From  ".
           05 ws-pt-start-out               pic 9(6).
           05 filler                        pic x(4)
                value " To ".
           05 ws-pt-end-out                 pic 9(6).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pt-where-out               pic x(14).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pt-terms-out               pic x(20).

       01 ws-pt-price-out                   pic $zz,zz9.99.
       01 ws-pt-percent-out                 pic z9.99.

       01 ws-totals-line-1.
           05 filler                        pic x(20)
                value "Events Read       = ".
           05 ws-read-out                   pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Prices Applied    = ".
           05 ws-applied-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Prices Future     = ".
           05 ws-future-out                 pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(11)
                value "Rejected = ".
           05 ws-rejected-out               pic z,zzz,zz9.

       01 ws-totals-line-2.
           05 filler                        pic x(20)
                value "Promotions Active = ".
           05 ws-active-out                 pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Starting Today    = ".
           05 ws-start-out                  pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Ending Today      = ".
           05 ws-end-out                    pic z,zzz,zz9.

       01 ws-totals-line-3.
           05 filler                        pic x(20)
                value "Caught Up         = ".
           05 ws-catchup-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Applied Earlier   = ".
           05 ws-earlier-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Superseded        = ".
           05 ws-superseded-out             pic z,zzz,zz9.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.
           perform 300-initialread.
           perform 400-processevents
                until ws-eof-flag = ws-yes-flag.
           perform 430-applypricechange
                varying ws-pc-search-sub from 1 by 1
                until ws-pc-search-sub > ws-price-change-count.
           perform 550-writetotals.
           perform 600-closefiles.

           move ws-events-read-total        to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run applies the price changes due on the date it is run for.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'C6PRCAPL: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-events-read-total
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'C6PRCAPL: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-events-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs table carries no value clauses - cleared here so
      * the search starts from a clean slate.
           initialize ws-price-change-table.

           open input  price-event-file.
           open i-o    sku-master.
           if ws-sku-master-status <> '00'
                display 'C6PRCAPL: SKU-MASTER OPEN ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move ws-events-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           open output output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

       300-initialread.
           read price-event-file
                at end move ws-yes-flag     to ws-eof-flag.

       400-processevents.
           add 1                            to ws-events-read-total.
           perform 410-editevent.

           if ws-reject-flag = ws-yes-flag
                perform 480-writereject
           else
                if pe-price-change
                     perform 420-processpricechange
                else
                     perform 450-processpromotion
                end-if
           end-if.

           read price-event-file
                at end move ws-yes-flag     to ws-eof-flag.

      * every event is edited every night, so a bad one stays on
      * the report until merchandising corrects or removes it - the
      * same edits C2PRCEXC and C7PROMRP apply when they load the
      * master, so a rejected event never prices a sale.
       410-editevent.
           move ws-no-flag                  to ws-reject-flag.
           move spaces                      to ws-reject-reason.

           if pe-event-id = spaces
                move 'EVENT ID MISSING'     to ws-reject-reason
           else
           if not pe-price-change and not pe-promotion
                move 'EVENT TYPE NOT P OR M' to ws-reject-reason
           else
           if pe-start-date is not numeric
              or pe-start-date = 0
                move 'START DATE NOT NUMERIC'
                                             to ws-reject-reason
           else
           if pe-scope-key = spaces
                move 'SCOPE KEY MISSING'    to ws-reject-reason
           else
           if pe-price-change
                perform 412-editpricechange
           else
                perform 415-editpromotion
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason not = spaces
                move ws-yes-flag            to ws-reject-flag
           end-if.

      * a regular price change moves km-unit-price itself, and the
      * master carries one price for the whole chain.
       412-editpricechange.
           if not pe-sku-scope
                move 'PRICE CHANGE MUST BE SKU SCOPE'
                                             to ws-reject-reason
           else
           if not pe-chain-location
                move 'PRICE CHANGE MUST BE CHAIN-WIDE'
                                             to ws-reject-reason
           else
           if not pe-fixed-method
                move 'PRICE CHANGE MUST BE A FIXED PRICE'
                                             to ws-reject-reason
           else
           if pe-event-price is not numeric
              or pe-event-price = 0
                move 'PRICE NOT NUMERIC OR ZERO'
                                             to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

       415-editpromotion.
           if pe-end-date is not numeric
              or pe-end-date < pe-start-date
                move 'END DATE MISSING OR BEFORE START'
                                             to ws-reject-reason
           else
           if not pe-sku-scope and not pe-dept-scope
                move 'SCOPE NOT S OR D'      to ws-reject-reason
           else
           if not pe-chain-location and not pe-store-location
              and not pe-region-location
                move 'LOCATION NOT C, S OR R'
                                             to ws-reject-reason
           else
           if pe-store-location
              and (pe-location-store is not numeric
                or pe-location-store = 0)
                move 'STORE NUMBER NOT NUMERIC'
                                             to ws-reject-reason
           else
           if pe-region-location
              and pe-location-key = spaces
                move 'REGION CODE MISSING'  to ws-reject-reason
           else
           if pe-dept-scope and not pe-percent-method
                move 'DEPT PROMOTION MUST BE PERCENT OFF'
                                             to ws-reject-reason
           else
           if pe-fixed-method
                if pe-event-price is not numeric
                   or pe-event-price = 0
                     move 'PRICE NOT NUMERIC OR ZERO'
                                             to ws-reject-reason
                end-if
           else
           if pe-percent-method
                if pe-percent-off is not numeric
                   or pe-percent-off = 0
                     move 'PERCENT OFF NOT NUMERIC OR ZERO'
                                             to ws-reject-reason
                end-if
           else
                move 'PRICE METHOD NOT F OR P'
                                             to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      * a change is due when it is dated after the last night this
      * step completed and on or before the business date - not
      * only one dated exactly on it, since the run-control gate
      * does not make the chain run every calendar date, and a
      * change due on a night it did not run (a closed day, a
      * skipped DATEPARM) must still land. One dated on or before
      * that night was applied then, and the price may have been
      * rekeyed through A4MAINT since - it is left alone. Of the
      * changes due for a SKU the latest wins and the earlier are
      * superseded; later ones wait for their night.
       420-processpricechange.
           if pe-start-date > ws-date-line
                add 1                       to ws-price-future-total
           else
           if pe-start-date not > ws-last-applied-date
                add 1                       to ws-price-earlier-total
           else
                perform 425-findpricechange
                if ws-pc-found-flag = ws-no-flag
                     if ws-price-change-count >= 2000
                          display 'C6PRCAPL: PRICE CHANGE TABLE '
                                  'EXCEEDS 2000'
                          move 'PRICE CHANGE TABLE EXCEEDS 2000'
                                             to ws-log-message
                          move ws-events-read-total
                                             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     add 1                  to ws-price-change-count
                     set ws-pc-idx          to ws-price-change-count
                     perform 428-takepricechange
                else
                     add 1                  to
                                             ws-price-superseded-total
                     set ws-pc-idx          to ws-pc-match-sub
                     if pe-start-date >= wp-start-date (ws-pc-idx)
                          perform 428-takepricechange
                     end-if
                end-if
           end-if
           end-if.

       425-findpricechange.
           move ws-no-flag                  to ws-pc-found-flag.
           move 0                           to ws-pc-match-sub.
           perform 426-checkpricechange
                varying ws-pc-search-sub from 1 by 1
                until ws-pc-search-sub > ws-price-change-count
                   or ws-pc-found-flag = ws-yes-flag.

       426-checkpricechange.
           set ws-pc-idx                    to ws-pc-search-sub.
           if wp-sku-code (ws-pc-idx) = pe-scope-key
                move ws-yes-flag            to ws-pc-found-flag
                move ws-pc-search-sub       to ws-pc-match-sub
           end-if.

       428-takepricechange.
           move pe-scope-key                to wp-sku-code (ws-pc-idx).
           move pe-start-date               to wp-start-date
                                                       (ws-pc-idx).
           move pe-event-id                 to wp-event-id (ws-pc-idx).
           move pe-user-id                  to wp-user-id (ws-pc-idx).
           move pe-event-desc               to wp-event-desc
                                                       (ws-pc-idx).
           move pe-event-price              to wp-event-price
                                                       (ws-pc-idx).

      * each SKU with a change due is brought to it, whether the
      * change is dated tonight or is being caught up from a night
      * the chain did not run.
       430-applypricechange.
           set ws-pc-idx                    to ws-pc-search-sub.
           move spaces                      to ws-reject-reason.
           move wp-sku-code (ws-pc-idx)     to km-sku-code.
           read sku-master
                invalid key
                     move 'SKU NOT ON MASTER'
                                             to ws-reject-reason
           end-read.
           perform 810-checkskuio.

           if ws-reject-reason not = spaces
                add 1                       to ws-rejected-total
                perform 435-setpricedetailline
                move 'REJECTED - '          to ws-ed-disp-out
                move ws-reject-reason       to ws-ed-disp-out (12:39)
                write output-line           from ws-event-detail-line
                move 'PRICE EVENT REJECTED - SEE APPLY REPORT'
                                             to ws-log-message
                move ws-pc-search-sub       to ws-log-position
                perform 9200-logwarning
           else
                move km-unit-price          to ws-before-unit-price
                move wp-event-price (ws-pc-idx)
                                             to km-unit-price
                rewrite sku-master-record
                perform 810-checkskuio
                add 1                       to ws-price-applied-total

                perform 435-setpricedetailline
                if wp-start-date (ws-pc-idx) = ws-date-line
                     move 'APPLIED - EFFECTIVE TODAY'
                                             to ws-ed-disp-out
                else
                     add 1                  to ws-price-catchup-total
                     move 'APPLIED - CAUGHT UP, EFFECTIVE'
                                             to ws-ed-disp-out
                     move wp-start-date (ws-pc-idx)
                                             to ws-ed-disp-out (32:6)
                end-if
                write output-line           from ws-event-detail-line

                move 'Unit Price'           to ws-ad-field-out
                move ws-before-unit-price   to ws-audit-price-out
                move ws-audit-price-out     to ws-ad-before-out
                move km-unit-price          to ws-audit-price-out
                move ws-audit-price-out     to ws-ad-after-out
                write output-line           from ws-audit-detail-line
           end-if.

       435-setpricedetailline.
           move spaces                      to ws-ed-disp-out.
           move wp-event-id (ws-pc-idx)     to ws-ed-event-out.
           move 'Prc '                      to ws-ed-type-out.
           move wp-user-id (ws-pc-idx)      to ws-ed-user-out.
           move wp-sku-code (ws-pc-idx)     to ws-ed-key-out.
           move wp-event-desc (ws-pc-idx)   to ws-ed-desc-out.

      * a promotion is only listed on the nights it starts or ends -
      * the active count covers the nights in between.
       450-processpromotion.
           if pe-start-date <= ws-date-line
              and pe-end-date >= ws-date-line
                add 1                       to ws-promo-active-total
           end-if.

           if pe-start-date = ws-date-line
                add 1                       to ws-promo-start-total
                perform 470-setdetailline
                move 'PROMOTION STARTS TODAY'
                                             to ws-ed-disp-out
                write output-line           from ws-event-detail-line
                perform 460-writepromoterms
           end-if.

           if pe-end-date = ws-date-line
                add 1                       to ws-promo-end-total
                perform 470-setdetailline
                move 'PROMOTION ENDS AFTER TODAY'
                                             to ws-ed-disp-out
                write output-line           from ws-event-detail-line
                perform 460-writepromoterms
           end-if.

       460-writepromoterms.
           move pe-start-date               to ws-pt-start-out.
           move pe-end-date                 to ws-pt-end-out.
           move spaces                      to ws-pt-where-out.
           if pe-chain-location
                move 'Chain-Wide'           to ws-pt-where-out
           else
           if pe-store-location
                move 'Store'                to ws-pt-where-out
                move pe-location-key        to ws-pt-where-out (7:2)
           else
                move 'Region'               to ws-pt-where-out
                move pe-location-key        to ws-pt-where-out (8:2)
           end-if
           end-if.
           move spaces                      to ws-pt-terms-out.
           if pe-fixed-method
                move pe-event-price         to ws-pt-price-out
                move 'At'                   to ws-pt-terms-out
                move ws-pt-price-out        to ws-pt-terms-out (4:10)
           else
                move pe-percent-off         to ws-pt-percent-out
                move ws-pt-percent-out      to ws-pt-terms-out
                move '% Off'                to ws-pt-terms-out (7:5)
           end-if.
           write output-line                from ws-promo-terms-line.

       470-setdetailline.
           move pe-event-id                 to ws-ed-event-out.
           if pe-price-change
                move 'Prc '                 to ws-ed-type-out
           else
                move 'Prom'                 to ws-ed-type-out
           end-if.
           move pe-user-id                  to ws-ed-user-out.
           move pe-scope-key                to ws-ed-key-out.
           if pe-dept-scope
                move spaces                 to ws-ed-key-out
                move 'Dept'                 to ws-ed-key-out (1:4)
                move pe-scope-key (1:3)     to ws-ed-key-out (6:3)
           end-if.
           move pe-event-desc               to ws-ed-desc-out.

       480-writereject.
           add 1                            to ws-rejected-total.
           perform 470-setdetailline.
           move spaces                      to ws-ed-disp-out.
           move 'REJECTED - '               to ws-ed-disp-out.
           move ws-reject-reason            to ws-ed-disp-out (12:39).
           write output-line                from ws-event-detail-line.

           move 'PRICE EVENT REJECTED - SEE APPLY REPORT'
                                             to ws-log-message.
           move ws-events-read-total        to ws-log-position.
           perform 9200-logwarning.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the master cannot be left half-priced.
       810-checkskuio.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'C6PRCAPL: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-events-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       550-writetotals.
           write output-line                from ws-blank-line.
           move ws-events-read-total        to ws-read-out.
           move ws-price-applied-total      to ws-applied-out.
           move ws-price-future-total       to ws-future-out.
           move ws-rejected-total           to ws-rejected-out.
           write output-line                from ws-totals-line-1.

           move ws-promo-active-total       to ws-active-out.
           move ws-promo-start-total        to ws-start-out.
           move ws-promo-end-total          to ws-end-out.
           write output-line                from ws-totals-line-2.

           move ws-price-catchup-total      to ws-catchup-out.
           move ws-price-earlier-total      to ws-earlier-out.
           move ws-price-superseded-total   to ws-superseded-out.
           write output-line                from ws-totals-line-3.

           if ws-price-catchup-total > 0
                move 'PRICE CHANGES CAUGHT UP FROM AN EARLIER DATE'
                                             to ws-log-message
                move ws-price-catchup-total to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close price-event-file,
                 sku-master,
                 output-file.


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
                display 'C6PRCAPL: PREDECESSOR A6EDIT NOT COMPLETE'
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
      * double run - which here would apply tonight's price changes
      * a second time over the audit trail; a completed record for
      * a later date means the chain has moved past tonight's
      * DATEPARM - both stop here, before a single price moves. The
      * latest earlier date completed is kept - every change dated
      * on or before it has already been applied.
       9520-checkruncontrolrec.
           if rc-program-id = 'C6PRCAPL'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'C6PRCAPL: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'C6PRCAPL: BUSINESS DATE OUT OF SEQUENCE'
                     move 'BUSINESS DATE OUT OF SEQUENCE ON RUNCTL'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date < ws-date-line
                   and rc-business-date > ws-last-applied-date
                     move rc-business-date  to ws-last-applied-date
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
           move 'C6PRCAPL'                 to rc-program-id.
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
           move 'C6PRCAPL'                   to el-program-id.
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
       end program C6PRCAPL.
