      *per-cashier exception counts and dollar shortfall totals
      *ranked worst first, so loss prevention knows who to look at
      *before stocktake finds the sweethearting the hard way.
      *Each sale is proved against the price in effect at its store
      *on the business date - the regular price C6PRCAPL has already
      *brought up to date, or the lowest promotion price off the
      *price-event master running at that store that day - so a
      *promotion ring is not reported as an under-ring. Each store's
      *exception count and shortfall go on to the store-result file
      *for the store scorecard.
      *
       environment division.
       configuration section.
               record key is km-sku-code
               file status is ws-sku-master-status.

      * the merchandising price-event master - the promotions running
      * on the business date are loaded once at start of run.
           select optional price-event-file
               assign to PRCEVT
               organization is sequential.

      * store master, read whole at start of run for the region a
      * regional promotion is matched against.
           select store-master
               assign to STOREMAS
               organization is indexed
               access mode is sequential
               record key is sm-store-num
               file status is ws-store-master-status.

      * operator-set under-ring tolerance - a data change, not a
      * recompile, the same way the tax rate and pay types are.
           select tolerance-param-file
               assign to TOLPARM
               organization is sequential.

      * per-store results for the store manager scorecard (D5SCORE)
      * - extended, since A5POLL starts the day's file.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.

      * price exception report
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
       fd valid-file
       fd sku-master
           recording mode is F
           data record is sku-master-record
           record contains 52 characters.

       01 sku-master-record.
           05 km-sku-code                   pic x(15).
           05 km-sku-desc                   pic x(20).
           05 km-dept-code                  pic x(3).
           05 km-unit-price                 pic 9(5)V99.
           05 km-vendor-code                pic x(6).

      **********************************************

      * one price event - the same layout C6PRCAPL applies and
      * C7PROMRP reports off.
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
       fd tolerance-param-file
           05 tp-tolerance                  pic 9(3)V99.
           05 filler                        pic x(3).

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
      * on, and what the startup scan of RUNCTL found.
       01 ws-runctl-controls.
           05 ws-predecessor-id             pic x(8)
                value 'C6PRCAPL'.
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

       01 ws-eof-flag                       pic x
           value 'N'.
           value 'N'.

       01 ws-sku-master-status              pic xx.
       01 ws-store-master-status            pic xx.
       01 ws-store-master-eof-flag          pic x
           value 'N'.
       01 ws-price-event-eof-flag           pic x
           value 'N'.

       01 ws-date-line                      pic 9(6).
       01 ws-run-date                       pic 9(6).
                                             indexed by ws-sku-idx.
                10 wm-sku-code               pic x(15).
                10 wm-unit-price             pic 9(5)V99.
                10 wm-dept-code              pic x(3).
                10 wm-on-file-flag           pic x.
       01 ws-sku-count                      pic 9(4)
           value 0.
       01 ws-sku-match-sub                  pic 9(4)
           value 0.

      * the promotions running on the business date, loaded once
      * from the price-event master - only events that pass the same
      * edits C6PRCAPL applies ever price a sale.
       01 ws-promo-table.
           05 ws-promo-entry                occurs 500 times
                                             indexed by ws-promo-idx.
                10 wp-event-id               pic x(6).
                10 wp-scope-type             pic x.
                10 wp-scope-key              pic x(15).
                10 wp-location-type          pic x.
                10 wp-location-key           pic xx.
                10 wp-price-method           pic x.
                10 wp-event-price            pic 9(5)V99.
                10 wp-percent-off            pic 99V99.
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
       01 ws-store-sub                      pic 9(3)
           value 0.

      * the price in effect for the sale being proved - the regular
      * price unless a running promotion undercuts it, and the event
      * that set it.
       01 ws-effective-price                pic 9(5)V99.
       01 ws-promo-price-work               pic 9(5)V99.
       01 ws-effective-event-id             pic x(6).
       01 ws-sale-store-key                 pic xx.
       01 ws-promo-match-flag               pic x
           value 'N'.

      * per-cashier exception accumulators - old-terminal records
      * carry spaces in the cashier id and pool under one
      * unattributed entry so the coverage stays visible.
       01 ws-cashier-match-sub              pic 9(3)
           value 0.

      * per-store exception accumulators for the scorecard,
      * subscripted directly by store number.
       01 ws-store-excp-table.
           05 ws-store-excp-entry           occurs 99 times
                                             indexed by ws-sexc-idx.
                10 wse-excp-count            pic 9(5).
                10 wse-shortfall-amount      pic 9(7)V99.

      * ranking work fields - a simple selection of the highest
      * unranked shortfall, once per summary line, the same way
      * B4SKUMV ranks its top movers.
                value 0.
           05 ws-sku-not-on-file-total      pic 9(7)
                value 0.
           05 ws-promo-priced-total         pic 9(7)
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(36)
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Eff. Price".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Shortfall ".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(6)
                value "Promo ".

       01 ws-excp-detail-line.
           05 filler                        pic x(2)
           05 filler                        pic x(3)
                value spaces.
           05 ws-xd-shortfall-out           pic $zz,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-xd-event-out               pic x(6).

       01 ws-summary-heading.
           05 filler                        pic x(60)
                value "SKU Not Found = ".
           05 ws-not-found-out              pic z,zzz,zz9.

       01 ws-promo-totals-line.
           05 filler                        pic x(20)
                value "Promotions Today  = ".
           05 ws-promo-count-out            pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Sales Promo Priced= ".
           05 ws-promo-priced-out           pic z,zzz,zz9.

      *
       procedure division.
       000-main.
           perform 400-processrecords
                until ws-eof-flag = ws-yes-flag.
           perform 500-writesummary.
           perform 560-writestoreresults.
           perform 600-closefiles.

           move ws-records-read-total       to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-sku-table,
                      ws-cashier-table,
                      ws-promo-table,
                      ws-store-region-table,
                      ws-store-excp-table.

           perform 700-loadstoremaster.
           perform 720-loadpromotions.

           open input  valid-file,
                       sku-master,
           if wm-on-file-flag (ws-sku-idx) = ws-no-flag
                add 1                       to ws-sku-not-on-file-total
           else
                perform 470-findeffectiveprice
                compute ws-shortfall-work =
                     ws-effective-price - il-tran-amount
                if ws-shortfall-work > ws-tolerance
                     perform 450-writeexception
                end-if
                                                       (ws-sku-idx)
                     move 0                 to wm-unit-price
                                                       (ws-sku-idx)
                     move spaces            to wm-dept-code
                                                       (ws-sku-idx)
                not invalid key
                     move ws-yes-flag       to wm-on-file-flag
                                                       (ws-sku-idx)
                     move km-unit-price     to wm-unit-price
                                                       (ws-sku-idx)
                     move km-dept-code      to wm-dept-code
                                                       (ws-sku-idx)
           end-read.

      * anything other than found ('00') or not-found ('23') on the
           move il-sku-code                 to ws-xd-sku-out.
           move il-tran-amount              to ws-xd-amount-out.
           set ws-sku-idx                   to ws-sku-match-sub.
           move ws-effective-price          to ws-xd-price-out.
           move ws-shortfall-work           to ws-xd-shortfall-out.
           move ws-effective-event-id       to ws-xd-event-out.
           write output-line                from ws-excp-detail-line.

           perform 460-addcashierexception.

           if il-store-num is numeric
              and il-store-num > 0
                set ws-sexc-idx             to il-store-num
                add 1                       to wse-excp-count
                                                       (ws-sexc-idx)
                add ws-shortfall-work       to wse-shortfall-amount
                                                       (ws-sexc-idx)
           end-if.

      * fold the exception into its cashier's summary entry -
      * old-terminal records pool under the '(OLD)' id so coverage
      * stays visible.
           move ws-shortfall-total          to ws-shortfall-tot-out.
           move ws-sku-not-on-file-total    to ws-not-found-out.
           write output-line                from ws-totals-line.
           move ws-promo-count              to ws-promo-count-out.
           move ws-promo-priced-total       to ws-promo-priced-out.
           write output-line                from ws-promo-totals-line.

           if ws-exception-total > 0
                move 'PRICE EXCEPTIONS ON REPORT'
                                             to ws-rank-best-amount
           end-if.

      * the price in effect for this sale - the regular price off the
      * master, undercut by the lowest running promotion that covers
      * the SKU (or its department) at this store (or its region).
       470-findeffectiveprice.
           set ws-sku-idx                   to ws-sku-match-sub.
           move wm-unit-price (ws-sku-idx)  to ws-effective-price.
           move spaces                      to ws-effective-event-id.
           move il-store-num                to ws-sale-store-key.
           move 0                           to ws-store-sub.
           if il-store-num is numeric
                move il-store-num           to ws-store-sub
           end-if.

           perform 475-checkpromoentry
                varying ws-promo-search-sub from 1 by 1
                until ws-promo-search-sub > ws-promo-count.

           if ws-effective-event-id not = spaces
                add 1                       to ws-promo-priced-total
           end-if.

       475-checkpromoentry.
           set ws-promo-idx                 to ws-promo-search-sub.
           move ws-no-flag                  to ws-promo-match-flag.

           if wp-scope-type (ws-promo-idx) = 'S'
              and wp-scope-key (ws-promo-idx) = il-sku-code
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
                        ws-sale-store-key
                     move ws-no-flag        to ws-promo-match-flag
                end-if
                if wp-location-type (ws-promo-idx) = 'R'
                     if ws-store-sub < 1 or ws-store-sub > 99
                          move ws-no-flag   to ws-promo-match-flag
                     else
                          if wp-location-key (ws-promo-idx) not =
                               wr-region-code (ws-store-sub)
                               move ws-no-flag
                                             to ws-promo-match-flag
                          end-if
                     end-if
                end-if
           end-if.

           if ws-promo-match-flag = ws-yes-flag
                if wp-price-method (ws-promo-idx) = 'F'
                     move wp-event-price (ws-promo-idx)
                                             to ws-promo-price-work
                else
                     compute ws-promo-price-work rounded =
                          wm-unit-price (ws-sku-idx) *
                          (100 - wp-percent-off (ws-promo-idx)) / 100
                end-if
                if ws-promo-price-work < ws-effective-price
                     move ws-promo-price-work
                                             to ws-effective-price
                     move wp-event-id (ws-promo-idx)
                                             to ws-effective-event-id
                end-if
           end-if.

      * each store with an under-ring tonight, for the store
      * scorecard - a store with none has no record behind this
      * step's 'RUN ' record and scores zero.
       560-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'C2PRCEXC'                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 565-writestoreexcp
                varying ws-sexc-idx from 1 by 1
                until ws-sexc-idx > 99.
           close store-result-file.

       565-writestoreexcp.
           if wse-excp-count (ws-sexc-idx) > 0
                move spaces                 to store-result-record
                move 'C2PRCEXC'             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-sexc-idx
                move 'PRCX'                 to sr-result-code
                move wse-excp-count (ws-sexc-idx)
                                             to sr-result-count
                move wse-shortfall-amount (ws-sexc-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.

       600-closefiles.
           close valid-file,
                 sku-master,
                 output-file.


      * region code for every store, loaded once - a store missing
      * from the master is left blank and matches no regional
      * promotion.
       700-loadstoremaster.
           open input store-master.
           if ws-store-master-status <> '00'
                display 'C2PRCEXC: STORE-MASTER OPEN ERROR, STATUS = '
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
                display 'C2PRCEXC: STORE-MASTER I/O ERROR, STATUS = '
                                             ws-store-master-status
                move 'STORE-MASTER I/O ERROR'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

      * the promotions running on the business date - no price-event
      * master on file simply means no promotions tonight.
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

      * the same edits C6PRCAPL applies - an event it rejects never
      * prices a sale here.
       740-checkpromotion.
           if pe-promotion
              and pe-event-id not = spaces
              and pe-scope-key not = spaces
              and pe-start-date is numeric
              and pe-end-date is numeric
              and pe-start-date <= ws-date-line
              and pe-end-date >= ws-date-line
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
                if ws-promo-count >= 500
                     display 'C2PRCEXC: PROMOTION TABLE EXCEEDS 500'
                     move 'PROMOTION TABLE EXCEEDS 500'
                                         to ws-log-message
                     move ws-records-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-promo-count
                set ws-promo-idx            to ws-promo-count
                move pe-event-id            to wp-event-id
                                                       (ws-promo-idx)
                move pe-scope-type          to wp-scope-type
                                                       (ws-promo-idx)
                move pe-scope-key           to wp-scope-key
                                                       (ws-promo-idx)
                move pe-location-type       to wp-location-type
                                                       (ws-promo-idx)
                move pe-location-key        to wp-location-key
                                                       (ws-promo-idx)
                move pe-price-method        to wp-price-method
                                                       (ws-promo-idx)
                move pe-event-price         to wp-event-price
                                                       (ws-promo-idx)
                move pe-percent-off         to wp-percent-off
                                                       (ws-promo-idx)
           end-if.

      * startup gate against the chain run-control file: the
      * predecessor must show complete for this business date, this
      * step must not already show complete for it, and this step

           if ws-predecessor-id not = spaces
              and ws-pred-complete-flag not = 'Y'
                display 'C2PRCEXC: PREDECESSOR C6PRCAPL NOT COMPLETE'
                move 'PREDECESSOR STEP NOT COMPLETE ON RUNCTL'
                                    to ws-log-message
                perform 9100-logfatal
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

