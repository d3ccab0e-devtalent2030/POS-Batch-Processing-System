       identification division.
       program-id. E2COMACC.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E2 Sales Commission Accumulation.
      *Credits each cashier with the day's net sales by department,
      *off the valid file A6EDIT produced, and rolls the day into the
      *pay-period commission accumulator (COMMACC in, COMMACCN out) -
      *one record per pay period, cashier, store and department -
      *which E3COMPAY pays from at the end of the pay period. A sale
      *earns commission at the rate COMMRATE sets for the SKU's
      *department (km-dept-code on the product master) at the store
      *it was rung up in, or at the chain-wide rate for the
      *department where the store has none of its own. The returns
      *and voids a cashier processes come back off their sales at the
      *same rate; a return of merchandise sold in an earlier pay
      *period - one the sales history dates before the period
      *started, or one that has rolled off it altogether - has
      *already been paid on, so it is charged back against this
      *period's earnings instead. Pay periods come off the
      *operator-maintained pay calendar (PAYCAL). The accumulator
      *carries the current and the prior pay period; an older one has
      *been paid and drops off.
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

      * the valid records out of the day's edit run
           select valid-file
               assign to VALIDF
               organization is sequential.

      * the enriched sku/product master - km-dept-code is the
      * department a sale earns commission under.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * sales history master loaded nightly by B2HISTLD - dates the
      * original sale of every return, so a return of an earlier pay
      * period's sale is charged back rather than netted.
           select sales-history
               assign to SALEHIST
               organization is indexed
               access mode is random
               record key is hm-invoice-num
               file status is ws-sales-history-status.

      * operator-maintained pay calendar - one record per pay period
      * with its first and last business dates.
           select pay-calendar-file
               assign to PAYCAL
               organization is sequential.

      * operator-maintained commission rates by department and
      * store.
           select commission-rate-file
               assign to COMMRATE
               organization is sequential.

      * the pay-period accumulator as last night left it.
      * Optional: the first run starts it empty.
           select optional commission-accum-in
               assign to COMMACC
               organization is sequential.

      * tonight's pay-period accumulator.
           select commission-accum-out
               assign to COMMACCN
               organization is sequential.

      * accumulation report
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
       fd valid-file
           recording mode is F
           data record is input-line
           record contains 43 characters.

       01 input-line.
           05 il-tran-code                  pic x.
           05 il-tran-amount                pic 9(5)V99.
           05 il-pay-type                   pic xx.
           05 il-store-num                  pic 99.
           05 il-invoice-num                pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-cashier-id                 pic x(5).
           05 il-register-num               pic 99.

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
       fd sales-history
           recording mode is F
           data record is sales-history-record
           record contains 41 characters.

       01 sales-history-record.
           05 hm-invoice-num                pic x(9).
           05 hm-store-num                  pic 99.
           05 hm-sku-code                   pic x(15).
           05 hm-tran-amount                pic 9(5)V99.
           05 hm-sale-date                  pic 9(6).
           05 hm-pay-type                   pic xx.

      **********************************************

      * one pay period - yy plus the period's number in the year,
      * and its first and last business dates.
       fd pay-calendar-file
           recording mode is F
           data record is pay-calendar-record
           record contains 20 characters.

       01 pay-calendar-record.
           05 pc-pay-period                 pic 9(4).
           05 pc-start-date                 pic 9(6).
           05 pc-end-date                   pic 9(6).
           05 filler                        pic x(4).

      **********************************************

      * one rate per department and store - store 00 is the rate for
      * the department at every store with no rate of its own.
       fd commission-rate-file
           recording mode is F
           data record is commission-rate-record
           record contains 20 characters.

       01 commission-rate-record.
           05 cr-store-num                  pic 99.
           05 cr-dept-code                  pic x(3).
           05 cr-commission-rate            pic 9V9999.
           05 filler                        pic x(10).

      **********************************************

      * one record per pay period, cashier, store and department.
      * Sales, and the returns and voids netted off them, are this
      * period's merchandise; the commission is earned on the net.
      * Chargebacks are returns of earlier periods' sales and the
      * commission they take back.
       fd commission-accum-in
           recording mode is F
           data record is commission-accum-in-record
           record contains 80 characters.

       01 commission-accum-in-record.
           05 ci-pay-period                 pic 9(4).
           05 ci-cashier-id                 pic x(5).
           05 ci-store-num                  pic 99.
           05 ci-dept-code                  pic x(3).
           05 ci-last-update-date           pic 9(6).
           05 ci-sales-amount               pic 9(7)V99.
           05 ci-return-amount              pic 9(7)V99.
           05 ci-void-amount                pic 9(7)V99.
           05 ci-commission-amount          pic s9(7)V99.
           05 ci-chargeback-sales           pic 9(7)V99.
           05 ci-chargeback-amount          pic 9(7)V99.
           05 filler                        pic x(6).

      **********************************************
       fd commission-accum-out
           recording mode is F
           data record is commission-accum-out-record
           record contains 80 characters.

       01 commission-accum-out-record.
           05 co-pay-period                 pic 9(4).
           05 co-cashier-id                 pic x(5).
           05 co-store-num                  pic 99.
           05 co-dept-code                  pic x(3).
           05 co-last-update-date           pic 9(6).
           05 co-sales-amount               pic 9(7)V99.
           05 co-return-amount              pic 9(7)V99.
           05 co-void-amount                pic 9(7)V99.
           05 co-commission-amount          pic s9(7)V99.
           05 co-chargeback-sales           pic 9(7)V99.
           05 co-chargeback-amount          pic 9(7)V99.
           05 filler                        pic x(6).

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
                value 'B2HISTLD'.
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
       01 ws-accum-eof-flag                 pic x
           value 'N'.
       01 ws-paycal-eof-flag                pic x
           value 'N'.
       01 ws-rate-eof-flag                  pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-sku-found-flag                 pic x
           value 'N'.
       01 ws-rate-found-flag                pic x
           value 'N'.
       01 ws-accum-found-flag               pic x
           value 'N'.
       01 ws-norate-found-flag              pic x
           value 'N'.
       01 ws-exchange-leg-flag              pic x
           value 'N'.

       01 ws-sku-master-status              pic xx.
       01 ws-sales-history-status           pic xx.

      * what the record in hand does to its cashier's commission -
      * 'S' a sale, 'R' a return of this period's merchandise, 'C' a
      * chargeback (a return of an earlier period's), 'V' a void, 'X'
      * none (a basket's tender line and a gift card redemption
      * re-state tenders already on the file, and a gift card load
      * sells no merchandise).
       01 ws-record-side                    pic x
           value 'S'.

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

      * the pay calendar, and the pay period the business date falls
      * in together with the one before it.
       01 ws-pay-calendar-table.
           05 ws-pay-calendar-entry         occurs 200 times
                                             indexed by ws-paycal-idx.
                10 wpc-pay-period            pic 9(4).
                10 wpc-start-date            pic 9(6).
                10 wpc-end-date              pic 9(6).
       01 ws-pay-calendar-count             pic 9(3)
           value 0.
       01 ws-pay-period-work.
           05 ws-cur-pay-period             pic 9(4)
                value 0.
           05 ws-cur-start-date             pic 9(6)
                value 0.
           05 ws-cur-end-date               pic 9(6)
                value 0.
           05 ws-prior-pay-period           pic 9(4)
                value 0.
           05 ws-prior-end-date             pic 9(6)
                value 0.

      * commission rates off COMMRATE.
       01 ws-rate-table.
           05 ws-rate-entry                 occurs 500 times
                                             indexed by ws-rate-idx.
                10 wcr-store-num             pic 99.
                10 wcr-dept-code             pic x(3).
                10 wcr-commission-rate       pic 9V9999.
       01 ws-rate-count                     pic 9(3)
           value 0.
       01 ws-rate-search-sub                pic 9(3)
           value 0.
       01 ws-rate-lookup-store              pic 99.
       01 ws-commission-rate                pic 9V9999
           value 0.
       01 ws-commission-work                pic 9(7)V99
           value 0.

      * SKU departments cached on first sight, so the master is read
      * once per SKU, not once per record - the same way B1GLEXT
      * books its revenue. An unknown SKU earns under dept '???'.
       01 ws-sku-dept-table.
           05 ws-sku-dept-entry             occurs 2000 times
                                             indexed by ws-skud-idx.
                10 wsd-sku-code              pic x(15).
                10 wsd-dept-code             pic x(3).
       01 ws-sku-dept-count                 pic 9(4)
           value 0.
       01 ws-sku-search-sub                 pic 9(4)
           value 0.
       01 ws-lookup-sku-code                pic x(15).
       01 ws-dept-code-work                 pic x(3).

      * store and department pairs with no rate at the store or
      * chain-wide - listed so the rate table can be filled in.
       01 ws-norate-table.
           05 ws-norate-entry               occurs 200 times
                                             indexed by ws-norate-idx.
                10 wnr-store-num             pic 99.
                10 wnr-dept-code             pic x(3).
                10 wnr-record-count          pic 9(7).
                10 wnr-amount                pic 9(9)V99.
       01 ws-norate-count                   pic 9(3)
           value 0.
       01 ws-norate-search-sub              pic 9(3)
           value 0.

      * the pay-period accumulator held in storage while tonight's
      * figures fold in - linear search, the same way D3TAXACC
      * matches its filing periods.
       01 ws-accum-table.
           05 ws-accum-entry                occurs 5000 times
                                             indexed by ws-acc-idx.
                10 wa-entry-key.
                     15 wa-pay-period        pic 9(4).
                     15 wa-cashier-id        pic x(5).
                     15 wa-store-num         pic 99.
                     15 wa-dept-code         pic x(3).
                10 wa-last-update-date       pic 9(6).
                10 wa-sales-amount           pic 9(7)V99.
                10 wa-return-amount          pic 9(7)V99.
                10 wa-void-amount            pic 9(7)V99.
                10 wa-commission-amount      pic s9(7)V99.
                10 wa-chargeback-sales       pic 9(7)V99.
                10 wa-chargeback-amount      pic 9(7)V99.
       01 ws-accum-count                    pic 9(4)
           value 0.
       01 ws-accum-search-sub               pic 9(4)
           value 0.
       01 ws-accum-match-sub                pic 9(4)
           value 0.
       01 ws-accum-lookup-key.
           05 ws-ak-pay-period              pic 9(4).
           05 ws-ak-cashier-id              pic x(5).
           05 ws-ak-store-num               pic 99.
           05 ws-ak-dept-code               pic x(3).

       01 ws-counters.
           05 ws-total-records              pic 9(7)
                value 0.
           05 ws-sale-records               pic 9(7)
                value 0.
           05 ws-return-records             pic 9(7)
                value 0.
           05 ws-chargeback-records         pic 9(7)
                value 0.
           05 ws-void-records               pic 9(7)
                value 0.
           05 ws-tender-line-records        pic 9(7)
                value 0.
           05 ws-unattributed-records       pic 9(7)
                value 0.
           05 ws-unknown-sku-records        pic 9(7)
                value 0.
           05 ws-norate-records             pic 9(7)
                value 0.
           05 ws-accum-read-count           pic 9(7)
                value 0.
           05 ws-accum-kept-count           pic 9(7)
                value 0.
           05 ws-accum-dropped-count        pic 9(7)
                value 0.
           05 ws-accum-written-count        pic 9(7)
                value 0.

       01 ws-amount-totals.
           05 ws-tot-sales-amount           pic 9(9)V99
                value 0.
           05 ws-tot-return-amount          pic 9(9)V99
                value 0.
           05 ws-tot-void-amount            pic 9(9)V99
                value 0.
           05 ws-tot-chargeback-sales       pic 9(9)V99
                value 0.
           05 ws-tot-unattributed-amount    pic 9(9)V99
                value 0.
           05 ws-tot-commission-amount      pic s9(9)V99
                value 0.
           05 ws-tot-chargeback-amount      pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(36)
                value "Sales Commission Accumulation For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(73)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E2".

       01 ws-period-line.
           05 filler                        pic x(11)
                value "Pay Period ".
           05 ws-pl-period-out              pic 9(4).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-start-out               pic 9(6).
           05 filler                        pic x(6)
                value " Thru ".
           05 ws-pl-end-out                 pic 9(6).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-closing-out             pic x(40).

       01 ws-norate-heading.
           05 filler                        pic x(50)
                value "Departments With No Commission Rate".

       01 ws-norate-headings-2.
           05 filler                        pic x(7)
                value "Store  ".
           05 filler                        pic x(7)
                value "Dept   ".
           05 filler                        pic x(12)
                value "    Records ".
           05 filler                        pic x(15)
                value "         Amount".

       01 ws-norate-line.
           05 ws-nl-store-out               pic 99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-nl-dept-out                pic x(3).
           05 filler                        pic x(4)
                value spaces.
           05 ws-nl-count-out               pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-nl-amount-out              pic ZZZ,ZZZ,ZZ9.99.

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

       01 ws-amount-line.
           05 ws-al-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-al-amount-out              pic -ZZZ,ZZZ,ZZ9.99.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 150-loadaccumulator
                until ws-accum-eof-flag = ws-yes-flag.
           close commission-accum-in.
           perform 200-writeheadings.

           perform 300-initialread.
           perform 400-processrecords
                until ws-eof-flag = ws-yes-flag.

           perform 500-writeaccumulator
                varying ws-accum-search-sub from 1 by 1
                until ws-accum-search-sub > ws-accum-count.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-total-records + ws-accum-read-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E2COMACC: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E2COMACC: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-pay-calendar-table,
                      ws-rate-table,
                      ws-sku-dept-table,
                      ws-norate-table,
                      ws-accum-table.

           open input  pay-calendar-file.
           perform 110-loadpaycalendar
                until ws-paycal-eof-flag = ws-yes-flag.
           close pay-calendar-file.
           perform 115-findpayperiods
                varying ws-paycal-idx from 1 by 1
                until ws-paycal-idx > ws-pay-calendar-count.

      * a business date on no pay period would credit sales to no
      * one's pay - fatal, the operator extends the calendar.
           if ws-cur-pay-period = 0
                display 'E2COMACC: BUSINESS DATE ON NO PAY PERIOD'
                move 'BUSINESS DATE ON NO PAY PERIOD ON PAYCAL'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open input  commission-rate-file.
           perform 120-loadrates
                until ws-rate-eof-flag = ws-yes-flag.
           close commission-rate-file.

      * an empty rate table would credit every sale at no rate - fatal,
      * the operator loads the rates before the step reruns.
           if ws-rate-count = 0
                display 'E2COMACC: NO COMMISSION RATES ON COMMRATE'
                move 'NO COMMISSION RATES ON COMMRATE'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open input  valid-file,
                       sku-master,
                       sales-history,
                       commission-accum-in.
           open output commission-accum-out,
                       output-file.

      * a dead sales-history master would otherwise only surface at
      * the first return's read - and never at all on a zero-return
      * day, which would end clean against no master.
           if ws-sales-history-status <> '00'
                display 'E2COMACC: SALES-HISTORY OPEN ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY OPEN ERROR'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

       110-loadpaycalendar.
           read pay-calendar-file
                at end
                     move ws-yes-flag        to ws-paycal-eof-flag
                not at end
                     add 1                   to ws-pay-calendar-count
                     if ws-pay-calendar-count > 200
                          display
                             'E2COMACC: PAYCAL EXCEEDS 200 ENTRIES'
                          move 'PAYCAL EXCEEDS 200 ENTRIES'
                                              to ws-log-message
                          move 0              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-paycal-idx       to ws-pay-calendar-count
                     move pc-pay-period      to wpc-pay-period
                                                        (ws-paycal-idx)
                     move pc-start-date      to wpc-start-date
                                                        (ws-paycal-idx)
                     move pc-end-date        to wpc-end-date
                                                        (ws-paycal-idx)
           end-read.

      * the period the business date falls in, and the latest period
      * to end before it - the calendar need not be in order.
       115-findpayperiods.
           if wpc-start-date (ws-paycal-idx) <= ws-date-line
              and wpc-end-date (ws-paycal-idx) >= ws-date-line
                move wpc-pay-period (ws-paycal-idx)
                                             to ws-cur-pay-period
                move wpc-start-date (ws-paycal-idx)
                                             to ws-cur-start-date
                move wpc-end-date (ws-paycal-idx)
                                             to ws-cur-end-date
           else
           if wpc-end-date (ws-paycal-idx) < ws-date-line
              and wpc-end-date (ws-paycal-idx) > ws-prior-end-date
                move wpc-pay-period (ws-paycal-idx)
                                             to ws-prior-pay-period
                move wpc-end-date (ws-paycal-idx)
                                             to ws-prior-end-date
           end-if
           end-if.

       120-loadrates.
           read commission-rate-file
                at end
                     move ws-yes-flag        to ws-rate-eof-flag
                not at end
                     add 1                   to ws-rate-count
                     if ws-rate-count > 500
                          display
                             'E2COMACC: COMMRATE EXCEEDS 500 ENTRIES'
                          move 'COMMRATE EXCEEDS 500 ENTRIES'
                                              to ws-log-message
                          move 0              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-rate-idx         to ws-rate-count
                     move cr-store-num       to wcr-store-num
                                                          (ws-rate-idx)
                     move cr-dept-code       to wcr-dept-code
                                                          (ws-rate-idx)
                     move cr-commission-rate to wcr-commission-rate
                                                          (ws-rate-idx)
           end-read.

      * last night's accumulator - a record already stamped with
      * tonight's date (or later) means this date has been rolled in
      * once; rolling it again would pay the day twice.
       150-loadaccumulator.
           read commission-accum-in
                at end
                     move ws-yes-flag        to ws-accum-eof-flag
                not at end
                     add 1                   to ws-accum-read-count
                     if ci-last-update-date >= ws-date-line
                          display 'E2COMACC: COMMACC ALREADY CARRIES '
                                  ci-last-update-date
                          move 'COMMACC ALREADY CARRIES THIS DATE'
                                              to ws-log-message
                          move ws-accum-read-count
                                              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     if ci-pay-period = ws-cur-pay-period
                        or ci-pay-period = ws-prior-pay-period
                          perform 152-keepaccumrecord
                     else
                          add 1              to ws-accum-dropped-count
                     end-if
           end-read.

       152-keepaccumrecord.
           add 1                            to ws-accum-kept-count.
           move ci-pay-period               to ws-ak-pay-period.
           move ci-cashier-id               to ws-ak-cashier-id.
           move ci-store-num                to ws-ak-store-num.
           move ci-dept-code                to ws-ak-dept-code.
           perform 155-findaccumentry.
           set ws-acc-idx                   to ws-accum-match-sub.
           move ci-last-update-date         to wa-last-update-date
                                                          (ws-acc-idx).
           add ci-sales-amount              to wa-sales-amount
                                                          (ws-acc-idx).
           add ci-return-amount             to wa-return-amount
                                                          (ws-acc-idx).
           add ci-void-amount               to wa-void-amount
                                                          (ws-acc-idx).
           add ci-commission-amount         to wa-commission-amount
                                                          (ws-acc-idx).
           add ci-chargeback-sales          to wa-chargeback-sales
                                                          (ws-acc-idx).
           add ci-chargeback-amount         to wa-chargeback-amount
                                                          (ws-acc-idx).

      * find (or add) the accumulator entry for ws-accum-lookup-key.
       155-findaccumentry.
           move ws-no-flag                  to ws-accum-found-flag.
           move 0                           to ws-accum-match-sub.
           perform 157-checkaccumentry
                varying ws-accum-search-sub from 1 by 1
                until ws-accum-search-sub > ws-accum-count
                   or ws-accum-found-flag = ws-yes-flag.
           if ws-accum-found-flag = ws-no-flag
                if ws-accum-count >= 5000
                     display 'E2COMACC: ACCUMULATOR EXCEEDS 5000'
                     move 'ACCUMULATOR EXCEEDS 5000'
                                         to ws-log-message
                     move ws-total-records
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-accum-count
                move ws-accum-count         to ws-accum-match-sub
                set ws-acc-idx              to ws-accum-count
                move ws-accum-lookup-key    to wa-entry-key
                                                          (ws-acc-idx)
           end-if.

       157-checkaccumentry.
           set ws-acc-idx                   to ws-accum-search-sub.
           if wa-entry-key (ws-acc-idx) = ws-accum-lookup-key
                move ws-yes-flag            to ws-accum-found-flag
                move ws-accum-search-sub    to ws-accum-match-sub
           end-if.

      * department for the SKU in ws-lookup-sku-code - cached on
      * first sight so the master is read once per SKU, not once
      * per record. Leaves the department in ws-dept-code-work; an
      * unknown SKU earns under dept '???'.
       160-findskudept.
           move ws-no-flag                  to ws-sku-found-flag.
           perform 165-checkskudeptentry
                varying ws-sku-search-sub from 1 by 1
                until ws-sku-search-sub > ws-sku-dept-count
                   or ws-sku-found-flag = ws-yes-flag.

           if ws-sku-found-flag = ws-no-flag
                if ws-sku-dept-count >= 2000
                     display 'E2COMACC: SKU DEPT TABLE EXCEEDS 2000'
                     move 'SKU DEPT TABLE EXCEEDS 2000'
                                         to ws-log-message
                     move ws-total-records
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-sku-dept-count
                set ws-skud-idx             to ws-sku-dept-count
                move ws-lookup-sku-code     to wsd-sku-code
                                                       (ws-skud-idx)
                perform 168-lookupskumaster
                move wsd-dept-code (ws-skud-idx)
                                             to ws-dept-code-work
           end-if.

       165-checkskudeptentry.
           set ws-skud-idx                  to ws-sku-search-sub.
           if wsd-sku-code (ws-skud-idx) = ws-lookup-sku-code
                move ws-yes-flag            to ws-sku-found-flag
                move wsd-dept-code (ws-skud-idx)
                                             to ws-dept-code-work
           end-if.

       168-lookupskumaster.
           move ws-lookup-sku-code          to km-sku-code.
           read sku-master
                invalid key
                     move '???'             to wsd-dept-code
                                                       (ws-skud-idx)
                not invalid key
                     move km-dept-code      to wsd-dept-code
                                                       (ws-skud-idx)
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the commission cannot be trusted
      * without it.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'E2COMACC: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-total-records
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * the rate for ws-dept-code-work at the record's store - the
      * store's own rate first, then the chain-wide store 00 rate.
      * Leaves the rate in ws-commission-rate, zero when there is
      * none.
       170-findrate.
           move 0                           to ws-commission-rate.
           move ws-no-flag                  to ws-rate-found-flag.
           move il-store-num                to ws-rate-lookup-store.
           perform 175-checkrateentry
                varying ws-rate-search-sub from 1 by 1
                until ws-rate-search-sub > ws-rate-count
                   or ws-rate-found-flag = ws-yes-flag.
           if ws-rate-found-flag = ws-no-flag
                move 0                      to ws-rate-lookup-store
                perform 175-checkrateentry
                     varying ws-rate-search-sub from 1 by 1
                     until ws-rate-search-sub > ws-rate-count
                        or ws-rate-found-flag = ws-yes-flag
           end-if.

       175-checkrateentry.
           set ws-rate-idx                  to ws-rate-search-sub.
           if wcr-store-num (ws-rate-idx) = ws-rate-lookup-store
              and wcr-dept-code (ws-rate-idx) = ws-dept-code-work
                move ws-yes-flag            to ws-rate-found-flag
                move wcr-commission-rate (ws-rate-idx)
                                             to ws-commission-rate
           end-if.

      * a record whose department has no rate still counts in its
      * cashier's sales; it just earns nothing. Each store and
      * department pair is listed once, with how much went unpaid.
       180-notenorate.
           add 1                            to ws-norate-records.
           move ws-no-flag                  to ws-norate-found-flag.
           perform 185-checknorateentry
                varying ws-norate-search-sub from 1 by 1
                until ws-norate-search-sub > ws-norate-count
                   or ws-norate-found-flag = ws-yes-flag.
           if ws-norate-found-flag = ws-no-flag
              and ws-norate-count < 200
                add 1                       to ws-norate-count
                set ws-norate-idx           to ws-norate-count
                move il-store-num           to wnr-store-num
                                                       (ws-norate-idx)
                move ws-dept-code-work      to wnr-dept-code
                                                       (ws-norate-idx)
                move ws-yes-flag            to ws-norate-found-flag
           end-if.
           if ws-norate-found-flag = ws-yes-flag
                add 1                       to wnr-record-count
                                                       (ws-norate-idx)
                add il-tran-amount          to wnr-amount
                                                       (ws-norate-idx)
           end-if.

       185-checknorateentry.
           set ws-norate-idx                to ws-norate-search-sub.
           if wnr-store-num (ws-norate-idx) = il-store-num
              and wnr-dept-code (ws-norate-idx) = ws-dept-code-work
                move ws-yes-flag            to ws-norate-found-flag
           end-if.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           move ws-cur-pay-period           to ws-pl-period-out.
           move ws-cur-start-date           to ws-pl-start-out.
           move ws-cur-end-date             to ws-pl-end-out.
           if ws-cur-end-date = ws-date-line
                move "Last Night Of The Pay Period"
                                             to ws-pl-closing-out
           else
                move spaces                 to ws-pl-closing-out
           end-if.
           write output-line                from ws-period-line.
           write output-line                from ws-blank-line.

       300-initialread.
           read valid-file
                at end move ws-yes-flag     to ws-eof-flag.

       400-processrecords.
           add 1                            to ws-total-records.
           perform 420-creditrecord.

           read valid-file
                at end move ws-yes-flag     to ws-eof-flag.

      * which way the record moves its cashier's commission. The
      * exchange toggle advances on every 'E' record, attributed or
      * not, so the legs stay in step with the pairs - the return leg
      * nets like a return, the sale leg earns like a sale.
       420-creditrecord.
           if il-tran-code = 'E'
                if ws-exchange-leg-flag = ws-no-flag
                     move ws-yes-flag       to ws-exchange-leg-flag
                     move 'R'               to ws-record-side
                else
                     move ws-no-flag        to ws-exchange-leg-flag
                     move 'S'               to ws-record-side
                end-if
           else
           if il-tran-code = 'R'
                move 'R'                    to ws-record-side
           else
           if il-tran-code = 'V'
                move 'V'                    to ws-record-side
           else
           if il-tran-code = 'P' or il-tran-code = 'D'
              or il-tran-code = 'G'
                move 'X'                    to ws-record-side
           else
                move 'S'                    to ws-record-side
           end-if
           end-if
           end-if
           end-if.

      * only a record that names its cashier can be credited - an
      * old-terminal record carries spaces there and is counted so
      * the coverage shows.
           if ws-record-side = 'X'
                add 1                       to ws-tender-line-records
           else
           if il-cashier-id = spaces
              or il-store-num < 1 or il-store-num > 99
                add 1                       to ws-unattributed-records
                add il-tran-amount          to
                                             ws-tot-unattributed-amount
           else
                if ws-record-side = 'R'
                     perform 430-datereturn
                end-if
                move il-sku-code            to ws-lookup-sku-code
                perform 160-findskudept
                if ws-dept-code-work = '???'
                     add 1                  to ws-unknown-sku-records
                end-if
                perform 170-findrate
                if ws-rate-found-flag = ws-no-flag
                     perform 180-notenorate
                end-if
                compute ws-commission-work rounded =
                     il-tran-amount * ws-commission-rate
                perform 440-postaccumulator
           end-if
           end-if.

      * a return of this period's merchandise nets off the period's
      * sales; one the sales history dates before the period began,
      * or no longer holds at all, was paid on in an earlier period
      * and is charged back.
       430-datereturn.
           move il-invoice-num              to hm-invoice-num.
           read sales-history
                invalid key
                     move 'C'               to ws-record-side
                not invalid key
                     if hm-sale-date < ws-cur-start-date
                          move 'C'          to ws-record-side
                     end-if
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * sales history is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the chargebacks cannot be trusted.
           if ws-sales-history-status <> '00'
              and ws-sales-history-status <> '23'
                display 'E2COMACC: SALES-HISTORY I/O ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-total-records
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       440-postaccumulator.
           move ws-cur-pay-period           to ws-ak-pay-period.
           move il-cashier-id               to ws-ak-cashier-id.
           move il-store-num                to ws-ak-store-num.
           move ws-dept-code-work           to ws-ak-dept-code.
           perform 155-findaccumentry.
           set ws-acc-idx                   to ws-accum-match-sub.
           move ws-date-line                to wa-last-update-date
                                                          (ws-acc-idx).

           if ws-record-side = 'S'
                add 1                       to ws-sale-records
                add il-tran-amount          to ws-tot-sales-amount
                add il-tran-amount          to wa-sales-amount
                                                          (ws-acc-idx)
                add ws-commission-work      to wa-commission-amount
                                                          (ws-acc-idx)
                add ws-commission-work      to ws-tot-commission-amount
           else
           if ws-record-side = 'R'
                add 1                       to ws-return-records
                add il-tran-amount          to ws-tot-return-amount
                add il-tran-amount          to wa-return-amount
                                                          (ws-acc-idx)
                subtract ws-commission-work from wa-commission-amount
                                                          (ws-acc-idx)
                subtract ws-commission-work from
                                             ws-tot-commission-amount
           else
           if ws-record-side = 'V'
                add 1                       to ws-void-records
                add il-tran-amount          to ws-tot-void-amount
                add il-tran-amount          to wa-void-amount
                                                          (ws-acc-idx)
                subtract ws-commission-work from wa-commission-amount
                                                          (ws-acc-idx)
                subtract ws-commission-work from
                                             ws-tot-commission-amount
           else
                add 1                       to ws-chargeback-records
                add il-tran-amount          to ws-tot-chargeback-sales
                add il-tran-amount          to wa-chargeback-sales
                                                          (ws-acc-idx)
                add ws-commission-work      to wa-chargeback-amount
                                                          (ws-acc-idx)
                add ws-commission-work      to ws-tot-chargeback-amount
           end-if
           end-if
           end-if.

       500-writeaccumulator.
           set ws-acc-idx                   to ws-accum-search-sub.
           move spaces                 to commission-accum-out-record.
           move wa-pay-period (ws-acc-idx)  to co-pay-period.
           move wa-cashier-id (ws-acc-idx)  to co-cashier-id.
           move wa-store-num (ws-acc-idx)   to co-store-num.
           move wa-dept-code (ws-acc-idx)   to co-dept-code.
           move wa-last-update-date (ws-acc-idx)
                                             to co-last-update-date.
           move wa-sales-amount (ws-acc-idx)
                                             to co-sales-amount.
           move wa-return-amount (ws-acc-idx)
                                             to co-return-amount.
           move wa-void-amount (ws-acc-idx) to co-void-amount.
           move wa-commission-amount (ws-acc-idx)
                                             to co-commission-amount.
           move wa-chargeback-sales (ws-acc-idx)
                                             to co-chargeback-sales.
           move wa-chargeback-amount (ws-acc-idx)
                                             to co-chargeback-amount.
           write commission-accum-out-record.
           add 1                            to ws-accum-written-count.

       550-writetotals.
           if ws-norate-count > 0
                write output-line           from ws-norate-heading
                write output-line           from ws-blank-line
                write output-line           from ws-norate-headings-2
                perform 555-writenorateline
                     varying ws-norate-idx from 1 by 1
                     until ws-norate-idx > ws-norate-count
                write output-line           from ws-blank-line
           end-if.

           move 'Valid Records Read'        to ws-cl-label-out.
           move ws-total-records            to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Sales Credited'          to ws-cl-label-out.
           move ws-sale-records             to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Returns Netted'          to ws-cl-label-out.
           move ws-return-records           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Voids Netted'            to ws-cl-label-out.
           move ws-void-records             to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Returns Charged Back'    to ws-cl-label-out.
           move ws-chargeback-records       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  No Cashier - Not Credited' to ws-cl-label-out.
           move ws-unattributed-records     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Tender Or Gift Card Lines'
                                             to ws-cl-label-out.
           move ws-tender-line-records      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'SKU Not On Master (Dept ???)'
                                             to ws-cl-label-out.
           move ws-unknown-sku-records      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Credited At No Commission Rate'
                                             to ws-cl-label-out.
           move ws-norate-records           to ws-cl-count-out.
           write output-line                from ws-count-line.
           write output-line                from ws-blank-line.

           move 'Sales Credited'            to ws-al-label-out.
           move ws-tot-sales-amount         to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'Returns Netted'            to ws-al-label-out.
           move ws-tot-return-amount        to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'Voids Netted'              to ws-al-label-out.
           move ws-tot-void-amount          to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'Commission Earned Tonight' to ws-al-label-out.
           move ws-tot-commission-amount    to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'Returns Charged Back'      to ws-al-label-out.
           move ws-tot-chargeback-sales     to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'Commission Charged Back'   to ws-al-label-out.
           move ws-tot-chargeback-amount    to ws-al-amount-out.
           write output-line                from ws-amount-line.
           move 'No Cashier - Not Credited' to ws-al-label-out.
           move ws-tot-unattributed-amount  to ws-al-amount-out.
           write output-line                from ws-amount-line.
           write output-line                from ws-blank-line.

           move 'Accumulator Records Read'  to ws-cl-label-out.
           move ws-accum-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Kept - Current Or Prior Period'
                                             to ws-cl-label-out.
           move ws-accum-kept-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Dropped - Period Paid'   to ws-cl-label-out.
           move ws-accum-dropped-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Accumulator Records Written'
                                             to ws-cl-label-out.
           move ws-accum-written-count      to ws-cl-count-out.
           write output-line                from ws-count-line.

           if ws-norate-count > 0
                move 'SALES CREDITED AT NO COMMISSION RATE'
                                             to ws-log-message
                move ws-norate-records      to ws-log-position
                perform 9200-logwarning
           end-if.

       555-writenorateline.
           move wnr-store-num (ws-norate-idx)
                                             to ws-nl-store-out.
           move wnr-dept-code (ws-norate-idx)
                                             to ws-nl-dept-out.
           move wnr-record-count (ws-norate-idx)
                                             to ws-nl-count-out.
           move wnr-amount (ws-norate-idx)  to ws-nl-amount-out.
           write output-line                from ws-norate-line.

       600-closefiles.
           close valid-file,
                 sku-master,
                 sales-history,
                 commission-accum-out,
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
                display 'E2COMACC: PREDECESSOR B2HISTLD NOT COMPLETE'
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
           if rc-program-id = 'E2COMACC'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'E2COMACC: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'E2COMACC: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'E2COMACC'                 to rc-program-id.
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
           move 'E2COMACC'                   to el-program-id.
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
       end program E2COMACC.
