       identification division.
       program-id. C8REPLEN.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: C8 Store Replenishment Suggestion.
      *Works each store/SKU's selling rate off the last four weeks of
      *retained SLFILE streams and tonight's SLFILE, and compares the
      *on-hand position C1INVUPD has just brought up to date, plus
      *the receipts the warehouse has released and not yet delivered,
      *against the SKU's reorder point and order-up-to level. Every
      *key at or under its reorder point gets a suggested order -
      *written to the order extract grouped by store and department
      *and printed the same way - and every key whose stock will not
      *last to its next delivery at the current rate is listed,
      *tightest cover first, so the buyers are not finding the empty
      *shelves on the store walk.
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

      * per-SKU reorder point, order-up-to level and delivery lead
      * time - maintained by the buyers, a data change, not a
      * recompile.
           select reorder-param-file
               assign to REORDPRM
               organization is sequential.

      * open receipts - quantities the warehouse has released to a
      * store and that are not yet keyed on RCVFILE, with the date
      * each is due in.
           select optional open-receipts-file
               assign to OPENRCV
               organization is sequential.

      * on-hand inventory master, read through in store/SKU order.
           select onhand-master
               assign to ONHAND
               organization is indexed
               access mode is sequential
               record key is oh-inv-key
               file status is ws-onhand-master-status.

      * the enriched sku/product master - the department each
      * suggestion is grouped under.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * store master, read whole at start of run - a closed store is
      * not replenished.
           select store-master
               assign to STOREMAS
               organization is indexed
               access mode is sequential
               record key is sm-store-num
               file status is ws-store-master-status.

      * suggested-order extract for the buying system
           select order-extract-file
               assign to SUGORDR
               organization is sequential.

      * sort work file for the two report passes
           select sort-file
               assign to SORTWK.

      * replenishment report
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

      * one record per SKU - a SKU with no parameters is not
      * replenished by this run.
       fd reorder-param-file
           recording mode is F
           data record is reorder-param-record
           record contains 30 characters.

       01 reorder-param-record.
           05 rp-sku-code                   pic x(15).
           05 rp-reorder-point              pic 9(5).
           05 rp-order-up-to                pic 9(5).
           05 rp-lead-days                  pic 9(3).
           05 filler                        pic xx.

      **********************************************

      * the same shape as the RCVFILE receiving feed, with the date
      * the shipment is due in place of the date received.
       fd open-receipts-file
           recording mode is F
           data record is open-receipts-record
           record contains 30 characters.

       01 open-receipts-record.
           05 or-store-num                  pic 99.
           05 or-sku-code                   pic x(15).
           05 or-quantity                   pic 9(5).
           05 or-due-date                   pic 9(6).
           05 filler                        pic xx.

      **********************************************
       fd onhand-master
           recording mode is F
           data record is onhand-master-record
           record contains 32 characters.

       01 onhand-master-record.
           05 oh-inv-key.
                10 oh-store-num              pic 99.
                10 oh-sku-code               pic x(15).
           05 oh-on-hand-qty                pic s9(7).
           05 oh-last-update-date           pic 9(6).
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
       fd store-master
           recording mode is F
           data record is store-master-record
           record contains 8 characters.

       01 store-master-record.
           05 sm-store-num                  pic 99.
           05 sm-store-status               pic x.
                88 sm-store-open
                    value 'O'.
                88 sm-store-closed
                    value 'C'.
           05 sm-region-code                pic xx.
           05 sm-district-code              pic x(3).

      **********************************************

      * one suggested order per store/SKU, in store / department /
      * SKU order.
       fd order-extract-file
           recording mode is F
           data record is order-extract-record
           record contains 40 characters.

       01 order-extract-record.
           05 so-business-date              pic 9(6).
           05 so-store-num                  pic 99.
           05 so-dept-code                  pic x(3).
           05 so-sku-code                   pic x(15).
           05 so-order-qty                  pic 9(5).
           05 so-available-qty              pic s9(7).
           05 filler                        pic xx.

      **********************************************
       sd sort-file
           data record is sort-record
           record contains 70 characters.

       01 sort-record.
           05 ss-store-num                  pic 99.
           05 ss-dept-code                  pic x(3).
           05 ss-sku-code                   pic x(15).
           05 ss-on-hand-qty                pic s9(7).
           05 ss-on-order-qty               pic 9(7).
           05 ss-daily-rate                 pic 9(5)V99.
           05 ss-reorder-point              pic 9(5).
           05 ss-order-up-to                pic 9(5).
           05 ss-suggest-qty                pic 9(7).
           05 ss-cover-days                 pic 9(5)V9.
           05 ss-delivery-days              pic 9(3).
           05 filler                        pic x(3).

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
                value 'C1INVUPD'.
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
       01 ws-param-eof-flag                 pic x
           value 'N'.
       01 ws-receipts-eof-flag              pic x
           value 'N'.
       01 ws-onhand-eof-flag                pic x
           value 'N'.
       01 ws-store-master-eof-flag          pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-entry-found-flag               pic x
           value 'N'.
       01 ws-block-done-flag                pic x
           value 'N'.
       01 ws-block-skip-flag                pic x
           value 'N'.
       01 ws-first-record-flag              pic x
           value 'Y'.
       01 ws-key-selected-flag              pic x
           value 'N'.

      * which of the two report passes the input procedure is
      * feeding - 'O' suggested orders, 'S' stock-out risks.
       01 ws-pass-flag                      pic x
           value 'O'.

       01 ws-onhand-master-status           pic xx.
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

      * how many days back the selling rate is taken over.
       01 ws-rate-window-days               pic 9(3)
           value 28.

      * day-number work fields - yy*365 + mm*30 + dd is close enough
      * for a rate window and a days-to-delivery count, and keeps
      * the arithmetic in plain verbs, the same as A9RET's policy
      * window.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-window-day-num             pic 9(7).

       01 ws-prev-block-date                pic 9(6)
           value 0.

      * per-block controls proved against each retained trailer -
      * a truncated block must never fold into the rate.
       01 ws-block-controls.
           05 ws-block-read-count           pic 9(7)
                value 0.
           05 ws-block-read-amount          pic 9(9)V99
                value 0.

      * the sale being counted - set from whichever stream it was
      * read off before 450-countsale is performed.
       01 ws-lookup-key.
           05 ws-lk-store-num               pic 99.
           05 ws-lk-sku-code                pic x(15).

      * units sold per store/SKU over the rate window - every SLFILE
      * detail is one unit, the same way C1INVUPD takes one unit off
      * on-hand per record.
       01 ws-sales-table.
           05 ws-sales-entry                occurs 8000 times
                                             indexed by ws-sales-idx.
                10 wv-store-num              pic 99.
                10 wv-sku-code               pic x(15).
                10 wv-units-sold             pic 9(7).
       01 ws-sales-count                    pic 9(4)
           value 0.
       01 ws-sales-search-sub               pic 9(4)
           value 0.
       01 ws-sales-match-sub                pic 9(4)
           value 0.

      * reorder parameters by SKU, loaded once.
       01 ws-param-table.
           05 ws-param-entry                occurs 4000 times
                                             indexed by ws-param-idx.
                10 wq-sku-code               pic x(15).
                10 wq-reorder-point          pic 9(5).
                10 wq-order-up-to            pic 9(5).
                10 wq-lead-days              pic 9(3).
       01 ws-param-count                    pic 9(4)
           value 0.
       01 ws-param-search-sub               pic 9(4)
           value 0.
       01 ws-param-match-sub                pic 9(4)
           value 0.

      * open receipts by store/SKU, summed, with the earliest due
      * date - that shipment is the next delivery.
       01 ws-receipts-table.
           05 ws-receipts-entry             occurs 4000 times
                                             indexed by ws-rcpt-idx.
                10 wo-store-num              pic 99.
                10 wo-sku-code               pic x(15).
                10 wo-open-qty               pic 9(7).
                10 wo-due-date               pic 9(6).
       01 ws-receipts-count                 pic 9(4)
           value 0.
       01 ws-rcpt-search-sub                pic 9(4)
           value 0.
       01 ws-rcpt-match-sub                 pic 9(4)
           value 0.

      * open/closed status by store number, loaded from the store
      * master at start of run.
       01 ws-store-status-table.
           05 ws-store-status-entry         occurs 99 times
                                             indexed by ws-sst-idx.
                10 wt-store-status           pic x.

      * the store/SKU being evaluated off the on-hand master.
       01 ws-key-work.
           05 ws-kw-dept-code               pic x(3).
           05 ws-kw-on-order-qty            pic 9(7).
           05 ws-kw-due-date                pic 9(6).
           05 ws-kw-units-sold              pic 9(7).
           05 ws-kw-daily-rate              pic 9(5)V99.
           05 ws-kw-available-qty           pic s9(7).
           05 ws-kw-suggest-qty             pic s9(7).
           05 ws-kw-delivery-days           pic s9(5).
           05 ws-kw-projected-qty           pic s9(7)V99.
           05 ws-kw-cover-days              pic 9(5)V9.

      * store / department control break on the order pass.
       01 ws-previous-key.
           05 ws-prev-store-num             pic 99.
           05 ws-prev-dept-code             pic x(3).

       01 ws-break-totals.
           05 ws-dept-suggest-units         pic 9(7)
                value 0.
           05 ws-dept-sku-count             pic 9(5)
                value 0.
           05 ws-store-suggest-units        pic 9(7)
                value 0.
           05 ws-store-sku-count            pic 9(5)
                value 0.

      * sized for the full projected chain-wide volume so nothing
      * wraps past its picture.
       01 ws-counters.
           05 ws-sl-read-total              pic 9(7)
                value 0.
           05 ws-hist-read-total            pic 9(7)
                value 0.
           05 ws-rate-days-total            pic 9(3)
                value 0.
           05 ws-onhand-read-total          pic 9(7)
                value 0.
           05 ws-no-param-total             pic 9(7)
                value 0.
           05 ws-closed-store-total         pic 9(7)
                value 0.
           05 ws-suggest-total              pic 9(7)
                value 0.
           05 ws-suggest-units-total        pic 9(9)
                value 0.
           05 ws-stockout-total             pic 9(7)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Store Replenishment Suggestion For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, C8".

       01 ws-rate-line.
           05 filler                        pic x(26)
                value "Selling Rate Trading Days=".
           05 ws-rate-days-out              pic zz9.

       01 ws-order-heading.
           05 filler                        pic x(60)
                value "Suggested Orders By Store And Department".

       01 ws-order-headings-2.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(4)
                value "Dept".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(15)
                value "SKU Code".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "  On Hand".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value " On Order".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "Units/Day".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Reorder".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "  Up To".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "  Suggest".

       01 ws-order-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-od-store-out               pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-dept-out                pic x(3).
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-sku-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-od-onhand-out              pic -zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-onorder-out             pic zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-rate-out                pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-od-reorder-out             pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-upto-out                pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-od-suggest-out             pic z,zzz,zz9.

       01 ws-dept-total-line.
           05 filler                        pic x(7)
                value spaces.
           05 filler                        pic x(5)
                value "Dept ".
           05 ws-dt-dept-out                pic x(3).
           05 filler                        pic x(7)
                value " SKUs =".
           05 ws-dt-count-out               pic zz,zz9.
           05 filler                        pic x(53)
                value spaces.
           05 ws-dt-units-out               pic z,zzz,zz9.

       01 ws-store-total-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Store ".
           05 ws-sto-store-out              pic 99.
           05 filler                        pic x(12)
                value " Total SKUs=".
           05 ws-sto-count-out              pic zz,zz9.
           05 filler                        pic x(53)
                value spaces.
           05 ws-sto-units-out              pic z,zzz,zz9.

       01 ws-stockout-heading.
           05 filler                        pic x(60)
                value "Projected To Stock Out Before Next Delivery".

       01 ws-stockout-headings-2.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(15)
                value "SKU Code".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(4)
                value "Dept".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "  On Hand".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "Units/Day".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Days Cover".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "Next Delivery".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value " On Order".

       01 ws-stockout-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-store-out               pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-sku-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-dept-out                pic x(3).
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-onhand-out              pic -zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-rate-out                pic zz,zz9.99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-sd-cover-out               pic zzzz9.9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-sd-delivery-out            pic zz9.
           05 filler                        pic x(5)
                value " Days".
           05 filler                        pic x(4)
                value spaces.
           05 ws-sd-onorder-out             pic zzz,zz9.

       01 ws-totals-line-1.
           05 filler                        pic x(20)
                value "On-Hand Keys Read = ".
           05 ws-onhand-read-out            pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "No Reorder Params = ".
           05 ws-no-param-out               pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Closed Store Keys = ".
           05 ws-closed-out                 pic z,zzz,zz9.

       01 ws-totals-line-2.
           05 filler                        pic x(20)
                value "Orders Suggested  = ".
           05 ws-suggest-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Units Suggested   = ".
           05 ws-suggest-units-out          pic zzz,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Stock-Out Risks   = ".
           05 ws-stockout-out               pic z,zzz,zz9.

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
           perform 200-writeheadings.

      * pass one: store / department / SKU order, for the order
      * extract and the suggested-order listing.
           write output-line                from ws-order-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-order-headings-2.
           write output-line                from ws-blank-line.
           move 'O'                         to ws-pass-flag.
           sort sort-file
                ascending key ss-store-num
                              ss-dept-code
                              ss-sku-code
                input procedure is 500-releasekeys
                output procedure is 540-writeorders.

      * pass two: store order, tightest cover first, for the
      * stock-out list.
           write output-line                from ws-blank-line.
           write output-line                from ws-stockout-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-stockout-headings-2.
           write output-line                from ws-blank-line.
           move 'S'                         to ws-pass-flag.
           sort sort-file
                ascending key ss-store-num
                              ss-cover-days
                              ss-sku-code
                input procedure is 500-releasekeys
                output procedure is 580-writestockouts.

           perform 590-writetotals.
           perform 600-closefiles.

           move ws-onhand-read-total        to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'C8REPLEN: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'C8REPLEN: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-sales-table,
                      ws-param-table,
                      ws-receipts-table,
                      ws-store-status-table.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.
           if ws-run-day-num > ws-rate-window-days
                compute ws-window-day-num =
                     ws-run-day-num - ws-rate-window-days
           else
                move 0                      to ws-window-day-num
           end-if.

           perform 700-loadstoremaster.
           perform 720-loadreorderparams.
           perform 740-loadopenreceipts.

           open input  sl-file,
                       sl-hist-file,
                       sku-master.
           open output order-extract-file,
                       output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           move ws-rate-days-total          to ws-rate-days-out.
           write output-line                from ws-rate-line.
           write output-line                from ws-blank-line.

       300-initialreadhist.
           read sl-hist-file
                at end move ws-yes-flag     to ws-hist-eof-flag.

       310-initialreadsl.
           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * one retained day block: the header sets the day and must move
      * forward, details inside the rate window count, and the
      * trailer proves the block whole. Tonight's date comes off
      * SLFILE, never the retained streams.
       400-processhistblock.
           if lh-record-type not = 'H'
                display 'C8REPLEN: SLHIST BLOCK MISSING HEADER'
                move 'SLHIST BLOCK MISSING HEADER'
                                    to ws-log-message
                move ws-hist-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if lh-business-date <= ws-prev-block-date
                display 'C8REPLEN: SLHIST BLOCKS OUT OF DATE ORDER'
                move 'SLHIST BLOCKS OUT OF DATE ORDER'
                                    to ws-log-message
                move ws-hist-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move lh-business-date            to ws-prev-block-date.

           move lh-business-date            to ws-date-work.
           perform 790-computedaynum.
           if lh-business-date >= ws-date-line
              or ws-day-num <= ws-window-day-num
                move ws-yes-flag            to ws-block-skip-flag
           else
                move ws-no-flag             to ws-block-skip-flag
                add 1                       to ws-rate-days-total
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
                display 'C8REPLEN: SLHIST BLOCK MISSING TRAILER'
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
                     display 'C8REPLEN: SLHIST TRAILER MISMATCH FOR '
                                             ws-prev-block-date
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
                     move ld-store-num      to ws-lk-store-num
                     move ld-sku-code       to ws-lk-sku-code
                     perform 450-countsale
                end-if
           end-if.

           read sl-hist-file
                at end move ws-yes-flag     to ws-hist-eof-flag.

      * tonight's stream - the header must carry the business date.
       420-processslrecords.
           if sh-record-type = 'H'
                if sh-business-date not = ws-date-line
                     display 'C8REPLEN: SLFILE HEADER DATE '
                             sh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'SLFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-rate-days-total
           else
           if st-record-type = 'T'
                continue
           else
                add 1                       to ws-sl-read-total
                move sd-store-num           to ws-lk-store-num
                move sd-sku-code            to ws-lk-sku-code
                perform 450-countsale
           end-if
           end-if.

           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * one unit sold against its store/SKU - find (or add) the
      * entry by linear search, the same way C1INVUPD matches its
      * exception table.
       450-countsale.
           perform 460-findsalesentry.
           if ws-entry-found-flag = ws-no-flag
                if ws-sales-count >= 8000
                     display 'C8REPLEN: SALES TABLE EXCEEDS 8000'
                     move 'SALES TABLE EXCEEDS 8000'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-sales-count
                move ws-sales-count         to ws-sales-match-sub
                set ws-sales-idx            to ws-sales-count
                move ws-lk-store-num        to wv-store-num
                                                       (ws-sales-idx)
                move ws-lk-sku-code         to wv-sku-code
                                                       (ws-sales-idx)
                move 0                      to wv-units-sold
                                                       (ws-sales-idx)
           end-if.
           set ws-sales-idx                 to ws-sales-match-sub.
           add 1                            to wv-units-sold
                                                       (ws-sales-idx).

       460-findsalesentry.
           move ws-no-flag                  to ws-entry-found-flag.
           move 0                           to ws-sales-match-sub.
           perform 465-checksalesentry
                varying ws-sales-search-sub from 1 by 1
                until ws-sales-search-sub > ws-sales-count
                   or ws-entry-found-flag = ws-yes-flag.

       465-checksalesentry.
           set ws-sales-idx                 to ws-sales-search-sub.
           if wv-store-num (ws-sales-idx) = ws-lk-store-num
              and wv-sku-code (ws-sales-idx) = ws-lk-sku-code
                move ws-yes-flag            to ws-entry-found-flag
                move ws-sales-search-sub    to ws-sales-match-sub
           end-if.

      * both passes read the on-hand master through from the top -
      * the same evaluation, releasing only what the pass reports.
       500-releasekeys.
           move ws-no-flag                  to ws-onhand-eof-flag.
           open input onhand-master.
           if ws-onhand-master-status <> '00'
                display 'C8REPLEN: ONHAND OPEN ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           perform 505-readandrelease
                until ws-onhand-eof-flag = ws-yes-flag.
           close onhand-master.

       505-readandrelease.
           read onhand-master
                at end
                     move ws-yes-flag        to ws-onhand-eof-flag
                not at end
                     perform 510-evaluatekey
           end-read.
           if ws-onhand-master-status <> '00'
              and ws-onhand-master-status <> '10'
                display 'C8REPLEN: ONHAND I/O ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * one store/SKU off the on-hand master: a closed store or a SKU
      * with no reorder parameters is counted past; otherwise the
      * rate, the position and the next delivery are worked and the
      * key is released when this pass reports it. The skip counts
      * are taken on the order pass only, so they are not doubled.
       510-evaluatekey.
           if ws-pass-flag = 'O'
                add 1                       to ws-onhand-read-total
           end-if.
           move ws-no-flag                  to ws-key-selected-flag.

           if oh-store-num < 1 or oh-store-num > 99
              or wt-store-status (oh-store-num) = 'C'
                if ws-pass-flag = 'O'
                     add 1                  to ws-closed-store-total
                end-if
           else
                perform 520-findparams
                if ws-entry-found-flag = ws-no-flag
                     if ws-pass-flag = 'O'
                          add 1             to ws-no-param-total
                     end-if
                else
                     perform 530-workposition
                end-if
           end-if.

           if ws-key-selected-flag = ws-yes-flag
                perform 515-lookupdept
                move oh-store-num           to ss-store-num
                move ws-kw-dept-code        to ss-dept-code
                move oh-sku-code            to ss-sku-code
                move oh-on-hand-qty         to ss-on-hand-qty
                move ws-kw-on-order-qty     to ss-on-order-qty
                move ws-kw-daily-rate       to ss-daily-rate
                set ws-param-idx            to ws-param-match-sub
                move wq-reorder-point (ws-param-idx)
                                             to ss-reorder-point
                move wq-order-up-to (ws-param-idx)
                                             to ss-order-up-to
                if ws-kw-suggest-qty > 0
                     move ws-kw-suggest-qty to ss-suggest-qty
                else
                     move 0                 to ss-suggest-qty
                end-if
                move ws-kw-cover-days       to ss-cover-days
                if ws-kw-delivery-days > 0
                     move ws-kw-delivery-days
                                             to ss-delivery-days
                else
                     move 0                 to ss-delivery-days
                end-if
                release sort-record
           end-if.

       515-lookupdept.
           move oh-sku-code                 to km-sku-code.
           read sku-master
                invalid key
                     move '???'             to ws-kw-dept-code
                not invalid key
                     move km-dept-code      to ws-kw-dept-code
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the extract cannot be trusted without it.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'C8REPLEN: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       520-findparams.
           move ws-no-flag                  to ws-entry-found-flag.
           move 0                           to ws-param-match-sub.
           perform 525-checkparamentry
                varying ws-param-search-sub from 1 by 1
                until ws-param-search-sub > ws-param-count
                   or ws-entry-found-flag = ws-yes-flag.

       525-checkparamentry.
           set ws-param-idx                 to ws-param-search-sub.
           if wq-sku-code (ws-param-idx) = oh-sku-code
                move ws-yes-flag            to ws-entry-found-flag
                move ws-param-search-sub    to ws-param-match-sub
           end-if.

      * the store/SKU position: units sold per trading day over the
      * window, on-hand plus open receipts against the reorder
      * point, and on-hand alone against the days to the next
      * delivery - the earliest open receipt's due date, or the
      * SKU's lead time when nothing is on the way.
       530-workposition.
           set ws-param-idx                 to ws-param-match-sub.

           move oh-store-num                to ws-lk-store-num.
           move oh-sku-code                 to ws-lk-sku-code.
           perform 460-findsalesentry.
           if ws-entry-found-flag = ws-yes-flag
                set ws-sales-idx            to ws-sales-match-sub
                move wv-units-sold (ws-sales-idx)
                                             to ws-kw-units-sold
           else
                move 0                      to ws-kw-units-sold
           end-if.
           move 0                           to ws-kw-daily-rate.
           if ws-rate-days-total > 0
                compute ws-kw-daily-rate rounded =
                     ws-kw-units-sold / ws-rate-days-total
           end-if.

           perform 535-findreceipts.
           if ws-entry-found-flag = ws-yes-flag
                set ws-rcpt-idx             to ws-rcpt-match-sub
                move wo-open-qty (ws-rcpt-idx)
                                             to ws-kw-on-order-qty
                move wo-due-date (ws-rcpt-idx)
                                             to ws-kw-due-date
           else
                move 0                      to ws-kw-on-order-qty
                move 0                      to ws-kw-due-date
           end-if.

           compute ws-kw-available-qty =
                oh-on-hand-qty + ws-kw-on-order-qty.
           move 0                           to ws-kw-suggest-qty.
           if ws-kw-available-qty <= wq-reorder-point (ws-param-idx)
                compute ws-kw-suggest-qty =
                     wq-order-up-to (ws-param-idx)
                     - ws-kw-available-qty
           end-if.

           if ws-kw-due-date > 0
                move ws-kw-due-date         to ws-date-work
                perform 790-computedaynum
                compute ws-kw-delivery-days =
                     ws-day-num - ws-run-day-num
           else
                move wq-lead-days (ws-param-idx)
                                             to ws-kw-delivery-days
           end-if.
           if ws-kw-delivery-days < 0
                move 0                      to ws-kw-delivery-days
           end-if.

           move 0                           to ws-kw-cover-days.
           if ws-kw-daily-rate > 0 and oh-on-hand-qty > 0
                compute ws-kw-cover-days rounded =
                     oh-on-hand-qty / ws-kw-daily-rate
           end-if.
           compute ws-kw-projected-qty =
                oh-on-hand-qty
                - (ws-kw-daily-rate * ws-kw-delivery-days).

           if ws-pass-flag = 'O'
                if ws-kw-suggest-qty > 0
                     move ws-yes-flag       to ws-key-selected-flag
                end-if
           else
                if ws-kw-daily-rate > 0
                   and ws-kw-projected-qty < 0
                     move ws-yes-flag       to ws-key-selected-flag
                end-if
           end-if.

       535-findreceipts.
           move ws-no-flag                  to ws-entry-found-flag.
           move 0                           to ws-rcpt-match-sub.
           perform 537-checkreceiptentry
                varying ws-rcpt-search-sub from 1 by 1
                until ws-rcpt-search-sub > ws-receipts-count
                   or ws-entry-found-flag = ws-yes-flag.

       537-checkreceiptentry.
           set ws-rcpt-idx                  to ws-rcpt-search-sub.
           if wo-store-num (ws-rcpt-idx) = ws-lk-store-num
              and wo-sku-code (ws-rcpt-idx) = ws-lk-sku-code
                move ws-yes-flag            to ws-entry-found-flag
                move ws-rcpt-search-sub     to ws-rcpt-match-sub
           end-if.

      * the order pass - one extract record and one report line per
      * suggestion, with department and store subtotals at each
      * break.
       540-writeorders.
           move ws-yes-flag                 to ws-first-record-flag.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 545-returnorder
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-record-flag = ws-no-flag
                perform 570-writedepttotal
                perform 575-writestoretotal
           end-if.

       545-returnorder.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 550-checkorderbreak
                     perform 555-writeorder
                     move ss-store-num       to ws-prev-store-num
                     move ss-dept-code       to ws-prev-dept-code
                     move ws-no-flag         to ws-first-record-flag
           end-return.

       550-checkorderbreak.
           if ws-first-record-flag = ws-no-flag
                if ss-store-num not = ws-prev-store-num
                     perform 570-writedepttotal
                     perform 575-writestoretotal
                else
                if ss-dept-code not = ws-prev-dept-code
                     perform 570-writedepttotal
                end-if
                end-if
           end-if.

       555-writeorder.
           add 1                            to ws-suggest-total.
           add ss-suggest-qty               to ws-suggest-units-total.
           add 1                            to ws-dept-sku-count.
           add ss-suggest-qty               to ws-dept-suggest-units.
           add 1                            to ws-store-sku-count.
           add ss-suggest-qty               to ws-store-suggest-units.

           move spaces                      to order-extract-record.
           move ws-date-line                to so-business-date.
           move ss-store-num                to so-store-num.
           move ss-dept-code                to so-dept-code.
           move ss-sku-code                 to so-sku-code.
           move ss-suggest-qty              to so-order-qty.
           compute so-available-qty =
                ss-on-hand-qty + ss-on-order-qty.
           write order-extract-record.

           move ss-store-num                to ws-od-store-out.
           move ss-dept-code                to ws-od-dept-out.
           move ss-sku-code                 to ws-od-sku-out.
           move ss-on-hand-qty              to ws-od-onhand-out.
           move ss-on-order-qty             to ws-od-onorder-out.
           move ss-daily-rate               to ws-od-rate-out.
           move ss-reorder-point            to ws-od-reorder-out.
           move ss-order-up-to              to ws-od-upto-out.
           move ss-suggest-qty              to ws-od-suggest-out.
           write output-line                from ws-order-detail-line.

       570-writedepttotal.
           move ws-prev-dept-code           to ws-dt-dept-out.
           move ws-dept-sku-count           to ws-dt-count-out.
           move ws-dept-suggest-units       to ws-dt-units-out.
           write output-line                from ws-dept-total-line.
           move 0                           to ws-dept-sku-count.
           move 0                           to ws-dept-suggest-units.

       575-writestoretotal.
           move ws-prev-store-num           to ws-sto-store-out.
           move ws-store-sku-count          to ws-sto-count-out.
           move ws-store-suggest-units      to ws-sto-units-out.
           write output-line                from ws-store-total-line.
           write output-line                from ws-blank-line.
           move 0                           to ws-store-sku-count.
           move 0                           to ws-store-suggest-units.

      * the stock-out pass - store order, tightest cover first.
       580-writestockouts.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 585-returnstockout
                until ws-sort-eof-flag = ws-yes-flag.

       585-returnstockout.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     add 1                   to ws-stockout-total
                     move ss-store-num       to ws-sd-store-out
                     move ss-sku-code        to ws-sd-sku-out
                     move ss-dept-code       to ws-sd-dept-out
                     move ss-on-hand-qty     to ws-sd-onhand-out
                     move ss-daily-rate      to ws-sd-rate-out
                     move ss-cover-days      to ws-sd-cover-out
                     move ss-delivery-days   to ws-sd-delivery-out
                     move ss-on-order-qty    to ws-sd-onorder-out
                     write output-line       from
                                             ws-stockout-detail-line
           end-return.

       590-writetotals.
           write output-line                from ws-blank-line.
           move ws-onhand-read-total        to ws-onhand-read-out.
           move ws-no-param-total           to ws-no-param-out.
           move ws-closed-store-total       to ws-closed-out.
           write output-line                from ws-totals-line-1.
           move ws-suggest-total            to ws-suggest-out.
           move ws-suggest-units-total      to ws-suggest-units-out.
           move ws-stockout-total           to ws-stockout-out.
           write output-line                from ws-totals-line-2.

      * keys about to run dry are the morning's first call for the
      * buyers - the operator hears about them on the log as well.
           if ws-stockout-total > 0
                move 'SKUS PROJECTED TO STOCK OUT BEFORE DELIVERY'
                                             to ws-log-message
                move ws-stockout-total      to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close sl-file,
                 sl-hist-file,
                 sku-master,
                 order-extract-file,
                 output-file.

      * open/closed status for every store, loaded once - a store
      * missing from the master is treated as open, so its stock is
      * still watched.
       700-loadstoremaster.
           open input store-master.
           if ws-store-master-status <> '00'
                display 'C8REPLEN: STORE-MASTER OPEN ERROR, STATUS = '
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
                          move sm-store-status
                                             to wt-store-status
                                                       (sm-store-num)
                     end-if
           end-read.

      * anything other than a clean read or end-of-file on the store
      * master is an I/O failure - fatal, since a closed store could
      * otherwise be sent stock.
           if ws-store-master-status <> '00'
              and ws-store-master-status <> '10'
                display 'C8REPLEN: STORE-MASTER I/O ERROR, STATUS = '
                                             ws-store-master-status
                move 'STORE-MASTER I/O ERROR'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

      * the buyers' reorder parameters - a record that is not
      * numeric, or whose order-up-to level is below its reorder
      * point, is skipped with a warning rather than ordering off
      * nonsense.
       720-loadreorderparams.
           open input reorder-param-file.
           perform 730-readreorderparam
                until ws-param-eof-flag = ws-yes-flag.
           close reorder-param-file.

       730-readreorderparam.
           read reorder-param-file
                at end
                     move ws-yes-flag        to ws-param-eof-flag
                not at end
                     perform 735-addreorderparam
           end-read.

       735-addreorderparam.
           if rp-reorder-point is not numeric
              or rp-order-up-to is not numeric
              or rp-lead-days is not numeric
              or rp-order-up-to < rp-reorder-point
              or rp-sku-code = spaces
                move 'REORDER PARAMETER INVALID - SKIPPED'
                                    to ws-log-message
                move ws-param-count to ws-log-position
                perform 9200-logwarning
           else
                if ws-param-count >= 4000
                     display 'C8REPLEN: PARAMETER TABLE EXCEEDS 4000'
                     move 'PARAMETER TABLE EXCEEDS 4000'
                                         to ws-log-message
                     move ws-param-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-param-count
                set ws-param-idx            to ws-param-count
                move rp-sku-code            to wq-sku-code
                                                       (ws-param-idx)
                move rp-reorder-point       to wq-reorder-point
                                                       (ws-param-idx)
                move rp-order-up-to         to wq-order-up-to
                                                       (ws-param-idx)
                move rp-lead-days           to wq-lead-days
                                                       (ws-param-idx)
           end-if.

      * the open receipts, summed by store/SKU - the earliest due
      * date is kept as the next delivery.
       740-loadopenreceipts.
           open input open-receipts-file.
           perform 750-readopenreceipt
                until ws-receipts-eof-flag = ws-yes-flag.
           close open-receipts-file.

       750-readopenreceipt.
           read open-receipts-file
                at end
                     move ws-yes-flag        to ws-receipts-eof-flag
                not at end
                     perform 755-addopenreceipt
           end-read.

       755-addopenreceipt.
           if or-store-num is not numeric
              or or-quantity is not numeric
              or or-due-date is not numeric
                move 'OPEN RECEIPT NOT NUMERIC - SKIPPED'
                                    to ws-log-message
                move ws-receipts-count
                                    to ws-log-position
                perform 9200-logwarning
           else
                move or-store-num           to ws-lk-store-num
                move or-sku-code            to ws-lk-sku-code
                perform 535-findreceipts
                if ws-entry-found-flag = ws-no-flag
                     if ws-receipts-count >= 4000
                          display
                               'C8REPLEN: RECEIPTS TABLE EXCEEDS 4000'
                          move 'RECEIPTS TABLE EXCEEDS 4000'
                                             to ws-log-message
                          move ws-receipts-count
                                             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     add 1                  to ws-receipts-count
                     move ws-receipts-count to ws-rcpt-match-sub
                     set ws-rcpt-idx        to ws-receipts-count
                     move or-store-num      to wo-store-num
                                                       (ws-rcpt-idx)
                     move or-sku-code       to wo-sku-code
                                                       (ws-rcpt-idx)
                     move 0                 to wo-open-qty
                                                       (ws-rcpt-idx)
                     move or-due-date       to wo-due-date
                                                       (ws-rcpt-idx)
                end-if
                set ws-rcpt-idx             to ws-rcpt-match-sub
                add or-quantity             to wo-open-qty
                                                       (ws-rcpt-idx)
                if or-due-date < wo-due-date (ws-rcpt-idx)
                     move or-due-date       to wo-due-date
                                                       (ws-rcpt-idx)
                end-if
           end-if.

      * day number of the date in ws-date-work.
       790-computedaynum.
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
                display 'C8REPLEN: PREDECESSOR C1INVUPD NOT COMPLETE'
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
           if rc-program-id = 'C8REPLEN'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'C8REPLEN: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'C8REPLEN: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'C8REPLEN'                 to rc-program-id.
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
           move 'C8REPLEN'                   to el-program-id.
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
       end program C8REPLEN.
