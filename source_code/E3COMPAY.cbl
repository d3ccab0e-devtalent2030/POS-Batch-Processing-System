       identification division.
       program-id. E3COMPAY.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E3 Commission Payroll Interface And Sign-Off.
      *Pays out the pay period E2COMACC has accumulated (COMMACCN).
      *Each cashier's commissionable sales - sales less the returns
      *and voids they processed - and the commission earned on them,
      *less the commission charged back on returns of earlier
      *periods' merchandise, go to payroll on the interface file
      *(PAYROLL), one record per cashier for the pay period, stamped
      *with a header and a control trailer like the chain's other
      *data streams. The sign-off report gives each store manager
      *their store's cashiers by department, with the store total
      *and a sign-off line, before payroll is released. Run at the
      *end of each pay period, after E2COMACC on the period's last
      *business date on the pay calendar (PAYCAL).
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the last business date of the pay
      * period being paid.
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

      * operator-maintained pay calendar - one record per pay period
      * with its first and last business dates.
           select pay-calendar-file
               assign to PAYCAL
               organization is sequential.

      * the pay-period commission accumulator E2COMACC wrote tonight.
           select commission-accum-file
               assign to COMMACCN
               organization is sequential.

      * cashier master - names for the sign-off report, home store
      * for payroll.
           select cashier-master
               assign to CASHMAS
               organization is indexed
               access mode is random
               record key is cm-cashier-id
               file status is ws-cashier-master-status.

      * sort work file - the period's accumulator in store, cashier
      * and department order.
           select sort-file
               assign to SORTWK.

      * payroll interface - one record per cashier paid.
           select payroll-file
               assign to PAYROLL
               organization is sequential.

      * store manager sign-off report
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

      * one record per pay period, cashier, store and department -
      * laid out by E2COMACC.
       fd commission-accum-file
           recording mode is F
           data record is commission-accum-record
           record contains 80 characters.

       01 commission-accum-record.
           05 ca-pay-period                 pic 9(4).
           05 ca-cashier-id                 pic x(5).
           05 ca-store-num                  pic 99.
           05 ca-dept-code                  pic x(3).
           05 ca-last-update-date           pic 9(6).
           05 ca-sales-amount               pic 9(7)V99.
           05 ca-return-amount              pic 9(7)V99.
           05 ca-void-amount                pic 9(7)V99.
           05 ca-commission-amount          pic s9(7)V99.
           05 ca-chargeback-sales           pic 9(7)V99.
           05 ca-chargeback-amount          pic 9(7)V99.
           05 filler                        pic x(6).

      **********************************************
       fd cashier-master
           recording mode is F
           data record is cashier-master-record
           record contains 30 characters.

       01 cashier-master-record.
           05 cm-cashier-id                 pic x(5).
           05 cm-cashier-name               pic x(20).
           05 cm-home-store                 pic 99.
           05 cm-active-status              pic x.
                88 cm-cashier-active
                    value 'A'.
           05 filler                        pic xx.

      **********************************************
       sd sort-file
           data record is sort-record
           record contains 56 characters.

       01 sort-record.
           05 ss-store-num                  pic 99.
           05 ss-cashier-id                 pic x(5).
           05 ss-dept-code                  pic x(3).
           05 ss-sales-amount               pic 9(7)V99.
           05 ss-return-amount              pic 9(7)V99.
           05 ss-commission-amount          pic s9(7)V99.
           05 ss-chargeback-amount          pic 9(7)V99.
           05 filler                        pic x(10).

      **********************************************

      * the payroll interface - a header carrying the pay period
      * and its dates, one detail record per cashier, and a trailer
      * with the record count and the commission total for payroll
      * to balance to. Every record leads with its type, since a
      * cashier id may begin with any letter. Commission earned is
      * net of chargebacks and may be negative, for payroll to
      * recover; the chargeback is also given on its own.
       fd payroll-file
           recording mode is F
           data record is payroll-detail-record
           record contains 50 characters.

       01 payroll-header-record.
           05 ph-record-type                pic x.
           05 ph-pay-period                 pic 9(4).
           05 ph-start-date                 pic 9(6).
           05 ph-end-date                   pic 9(6).
           05 ph-run-date                   pic 9(6).
           05 filler                        pic x(27).

       01 payroll-detail-record.
           05 pd-record-type                pic x.
           05 pd-cashier-id                 pic x(5).
           05 pd-pay-period                 pic 9(4).
           05 pd-home-store                 pic 99.
           05 pd-commissionable-sales       pic s9(9)V99.
           05 pd-commission-earned          pic s9(7)V99.
           05 pd-chargeback-amount          pic 9(7)V99.
           05 filler                        pic x(9).

       01 payroll-trailer-record.
           05 pt-record-type                pic x.
           05 pt-record-count               pic 9(7).
           05 pt-commission-total           pic s9(9)V99.
           05 filler                        pic x(31).

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
                value 'E2COMACC'.
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

       01 ws-accum-eof-flag                 pic x
           value 'N'.
       01 ws-paycal-eof-flag                pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-first-record-flag              pic x
           value 'Y'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-cashier-found-flag             pic x
           value 'N'.

       01 ws-cashier-master-status          pic xx.

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

      * the pay period ending on the business date.
       01 ws-pay-period-work.
           05 ws-pay-period                 pic 9(4)
                value 0.
           05 ws-period-start-date          pic 9(6)
                value 0.
           05 ws-period-end-date            pic 9(6)
                value 0.

      * one entry per cashier paid - the sort runs store-major, so a
      * cashier who worked more than one store is gathered here for
      * the single payroll record.
       01 ws-cashier-table.
           05 ws-cashier-entry              occurs 2000 times
                                             indexed by ws-cashier-idx.
                10 wpy-cashier-id            pic x(5).
                10 wpy-cashier-name          pic x(20).
                10 wpy-home-store            pic 99.
                10 wpy-net-sales             pic s9(9)V99.
                10 wpy-commission-earned     pic s9(7)V99.
                10 wpy-chargeback-amount     pic 9(7)V99.
       01 ws-cashier-count                  pic 9(4)
           value 0.
       01 ws-cashier-search-sub             pic 9(4)
           value 0.
       01 ws-cashier-match-sub              pic 9(4)
           value 0.

       01 ws-prev-store-num                 pic 99
           value 0.
       01 ws-prev-cashier-id                pic x(5)
           value spaces.
       01 ws-cashier-dept-count             pic 9(3)
           value 0.

      * one department line's figures.
       01 ws-line-work.
           05 ws-net-sales                  pic s9(9)V99.
           05 ws-net-earned                 pic s9(9)V99.

      * cashier, store and chain totals - sales, returns and voids
      * netted, net sales, commission, chargebacks and net earned.
       01 ws-cashier-totals.
           05 ws-xt-sales-amount            pic s9(9)V99.
           05 ws-xt-return-amount           pic s9(9)V99.
           05 ws-xt-net-sales               pic s9(9)V99.
           05 ws-xt-commission-amount       pic s9(9)V99.
           05 ws-xt-chargeback-amount       pic s9(9)V99.
           05 ws-xt-net-earned              pic s9(9)V99.
       01 ws-store-totals.
           05 ws-st-sales-amount            pic s9(9)V99.
           05 ws-st-return-amount           pic s9(9)V99.
           05 ws-st-net-sales               pic s9(9)V99.
           05 ws-st-commission-amount       pic s9(9)V99.
           05 ws-st-chargeback-amount       pic s9(9)V99.
           05 ws-st-net-earned              pic s9(9)V99.
       01 ws-chain-totals.
           05 ws-ct-sales-amount            pic s9(9)V99.
           05 ws-ct-return-amount           pic s9(9)V99.
           05 ws-ct-net-sales               pic s9(9)V99.
           05 ws-ct-commission-amount       pic s9(9)V99.
           05 ws-ct-chargeback-amount       pic s9(9)V99.
           05 ws-ct-net-earned              pic s9(9)V99.

       01 ws-counters.
           05 ws-accum-read-count           pic 9(7)
                value 0.
           05 ws-period-record-count        pic 9(7)
                value 0.
           05 ws-other-period-count         pic 9(7)
                value 0.
           05 ws-store-count                pic 9(5)
                value 0.
           05 ws-payroll-record-count       pic 9(7)
                value 0.
           05 ws-negative-earned-count      pic 9(7)
                value 0.
           05 ws-not-on-master-count        pic 9(7)
                value 0.
       01 ws-payroll-commission-total       pic s9(9)V99
           value 0.

       01 ws-headings-1.
           05 filler                        pic x(34)
                value "Commission Sign-Off For Pay Period".
           05 filler                        pic x
                value space.
           05 ws-heading-period-out         pic 9(4).
           05 filler                        pic x(3)
                value spaces.
           05 ws-heading-start-out          pic 9(6).
           05 filler                        pic x(6)
                value " Thru ".
           05 ws-heading-end-out            pic 9(6).
           05 filler                        pic x(55)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E3".

       01 ws-store-heading.
           05 filler                        pic x(6)
                value "Store ".
           05 ws-sh-store-out               pic 99.

       01 ws-headings-2.
           05 filler                        pic x(8)
                value "Cashier".
           05 filler                        pic x(20)
                value "Cashier Name".
           05 filler                        pic x(5)
                value "Dept".
           05 filler                        pic x(15)
                value "          Sales".
           05 filler                        pic x(15)
                value "  Returns/Voids".
           05 filler                        pic x(15)
                value "      Net Sales".
           05 filler                        pic x(15)
                value "     Commission".
           05 filler                        pic x(15)
                value "   Charged Back".
           05 filler                        pic x(15)
                value "     Net Earned".

       01 ws-detail-line.
           05 ws-dl-cashier-out             pic x(5).
           05 filler                        pic x(3)
                value spaces.
           05 ws-dl-name-out                pic x(20).
           05 ws-dl-dept-out                pic x(3).
           05 filler                        pic x
                value spaces.
           05 ws-dl-sales-out               pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-dl-return-out              pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-dl-net-sales-out           pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-dl-commission-out          pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-dl-chargeback-out          pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-dl-net-earned-out          pic -ZZ,ZZZ,ZZ9.99.

       01 ws-total-line.
           05 ws-tl-label-out               pic x(32).
           05 ws-tl-sales-out               pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-return-out              pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-net-sales-out           pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-commission-out          pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-chargeback-out          pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-net-earned-out          pic -ZZ,ZZZ,ZZ9.99.

       01 ws-cashier-label-work.
           05 filler                        pic x(8)
                value "Cashier ".
           05 ws-clw-cashier-out            pic x(5).
           05 filler                        pic x(19)
                value " Total".

       01 ws-store-label-work.
           05 filler                        pic x(6)
                value "Store ".
           05 ws-slw-store-out              pic 99.
           05 filler                        pic x(24)
                value " Total".

       01 ws-signoff-line.
           05 filler                        pic x(24)
                value "Store Manager Sign-Off: ".
           05 filler                        pic x(30)
                value all "_".
           05 filler                        pic x(9)
                value "   Date: ".
           05 filler                        pic x(10)
                value all "_".

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
           perform 200-writeheadings.

           sort sort-file
                ascending key ss-store-num
                              ss-cashier-id
                              ss-dept-code
                input procedure is 300-releaserecords
                output procedure is 400-reportrecords.

           perform 500-writepayroll.
           perform 550-writetotals.
           perform 600-closefiles.

           move ws-accum-read-count         to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E3COMPAY: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E3COMPAY: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-cashier-table,
                      ws-cashier-totals,
                      ws-store-totals,
                      ws-chain-totals.

           open input  pay-calendar-file.
           perform 110-findpayperiod
                until ws-paycal-eof-flag = ws-yes-flag.
           close pay-calendar-file.

      * a period is paid once, on its last business date - any other
      * date would pay a period still taking sales.
           if ws-pay-period = 0
                display 'E3COMPAY: BUSINESS DATE ENDS NO PAY PERIOD'
                move 'BUSINESS DATE ENDS NO PAY PERIOD ON PAYCAL'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open input  commission-accum-file,
                       cashier-master.
           open output payroll-file,
                       output-file.

       110-findpayperiod.
           read pay-calendar-file
                at end
                     move ws-yes-flag        to ws-paycal-eof-flag
                not at end
                     if pc-end-date = ws-date-line
                          move pc-pay-period to ws-pay-period
                          move pc-start-date to ws-period-start-date
                          move pc-end-date   to ws-period-end-date
                     end-if
           end-read.

       200-writeheadings.
           move ws-pay-period               to ws-heading-period-out.
           move ws-period-start-date        to ws-heading-start-out.
           move ws-period-end-date          to ws-heading-end-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

           move spaces                      to payroll-header-record.
           move 'H'                         to ph-record-type.
           move ws-pay-period               to ph-pay-period.
           move ws-period-start-date        to ph-start-date.
           move ws-period-end-date          to ph-end-date.
           move ws-run-date                 to ph-run-date.
           write payroll-header-record.

      * only the period being paid goes to the sort - the prior
      * period the accumulator still carries was paid last time.
       300-releaserecords.
           perform 310-releaserecord
                until ws-accum-eof-flag = ws-yes-flag.

       310-releaserecord.
           read commission-accum-file
                at end
                     move ws-yes-flag        to ws-accum-eof-flag
                not at end
                     add 1                   to ws-accum-read-count
                     if ca-pay-period = ws-pay-period
                          add 1              to ws-period-record-count
                          move spaces        to sort-record
                          move ca-store-num  to ss-store-num
                          move ca-cashier-id to ss-cashier-id
                          move ca-dept-code  to ss-dept-code
                          move ca-sales-amount
                                             to ss-sales-amount
                          compute ss-return-amount =
                               ca-return-amount + ca-void-amount
                          move ca-commission-amount
                                             to ss-commission-amount
                          move ca-chargeback-amount
                                             to ss-chargeback-amount
                          release sort-record
                     else
                          add 1              to ws-other-period-count
                     end-if
           end-read.

       400-reportrecords.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 410-returnrecord
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-record-flag = ws-no-flag
                perform 425-writecashiertotal
                perform 430-writestoretotal
           end-if.
           perform 435-writechaintotal.

       410-returnrecord.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 420-reportrecord
           end-return.

      * one department line for a cashier at a store - a new store
      * starts its own sign-off section, a new cashier closes off
      * the last one.
       420-reportrecord.
           if ws-first-record-flag = ws-yes-flag
                move ws-no-flag             to ws-first-record-flag
                move ss-store-num           to ws-prev-store-num
                move ss-cashier-id          to ws-prev-cashier-id
                perform 415-writestoreheading
           else
           if ss-store-num not = ws-prev-store-num
                perform 425-writecashiertotal
                perform 430-writestoretotal
                move ss-store-num           to ws-prev-store-num
                move ss-cashier-id          to ws-prev-cashier-id
                perform 415-writestoreheading
           else
           if ss-cashier-id not = ws-prev-cashier-id
                perform 425-writecashiertotal
                move ss-cashier-id          to ws-prev-cashier-id
           end-if
           end-if
           end-if.

           perform 440-findcashier.
           set ws-cashier-idx               to ws-cashier-match-sub.

           compute ws-net-sales = ss-sales-amount - ss-return-amount.
           compute ws-net-earned =
                ss-commission-amount - ss-chargeback-amount.

           if ws-cashier-dept-count = 0
                move ss-cashier-id          to ws-dl-cashier-out
                move wpy-cashier-name (ws-cashier-idx)
                                             to ws-dl-name-out
           else
                move spaces                 to ws-dl-cashier-out,
                                               ws-dl-name-out
           end-if.
           add 1                            to ws-cashier-dept-count.
           move ss-dept-code                to ws-dl-dept-out.
           move ss-sales-amount             to ws-dl-sales-out.
           move ss-return-amount            to ws-dl-return-out.
           move ws-net-sales                to ws-dl-net-sales-out.
           move ss-commission-amount        to ws-dl-commission-out.
           move ss-chargeback-amount        to ws-dl-chargeback-out.
           move ws-net-earned               to ws-dl-net-earned-out.
           write output-line                from ws-detail-line.

           add ss-sales-amount              to ws-xt-sales-amount.
           add ss-return-amount             to ws-xt-return-amount.
           add ws-net-sales                 to ws-xt-net-sales.
           add ss-commission-amount         to ws-xt-commission-amount.
           add ss-chargeback-amount         to ws-xt-chargeback-amount.
           add ws-net-earned                to ws-xt-net-earned.

           add ws-net-sales                 to wpy-net-sales
                                                       (ws-cashier-idx).
           add ws-net-earned                to wpy-commission-earned
                                                       (ws-cashier-idx).
           add ss-chargeback-amount         to wpy-chargeback-amount
                                                       (ws-cashier-idx).

       415-writestoreheading.
           add 1                            to ws-store-count.
           move ss-store-num                to ws-sh-store-out.
           write output-line                from ws-store-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.

      * a cashier with more than one department gets a total line;
      * one department is its own total.
       425-writecashiertotal.
           if ws-cashier-dept-count > 1
                move ws-prev-cashier-id     to ws-clw-cashier-out
                move ws-cashier-label-work  to ws-tl-label-out
                move ws-xt-sales-amount     to ws-tl-sales-out
                move ws-xt-return-amount    to ws-tl-return-out
                move ws-xt-net-sales        to ws-tl-net-sales-out
                move ws-xt-commission-amount
                                             to ws-tl-commission-out
                move ws-xt-chargeback-amount
                                             to ws-tl-chargeback-out
                move ws-xt-net-earned       to ws-tl-net-earned-out
                write output-line           from ws-total-line
           end-if.

           add ws-xt-sales-amount           to ws-st-sales-amount.
           add ws-xt-return-amount          to ws-st-return-amount.
           add ws-xt-net-sales              to ws-st-net-sales.
           add ws-xt-commission-amount      to ws-st-commission-amount.
           add ws-xt-chargeback-amount      to ws-st-chargeback-amount.
           add ws-xt-net-earned             to ws-st-net-earned.
           initialize ws-cashier-totals.
           move 0                           to ws-cashier-dept-count.

      * the store's total, the manager's sign-off line, and the
      * store rolled into the chain total.
       430-writestoretotal.
           move ws-prev-store-num           to ws-slw-store-out.
           move ws-store-label-work         to ws-tl-label-out.
           move ws-st-sales-amount          to ws-tl-sales-out.
           move ws-st-return-amount         to ws-tl-return-out.
           move ws-st-net-sales             to ws-tl-net-sales-out.
           move ws-st-commission-amount     to ws-tl-commission-out.
           move ws-st-chargeback-amount     to ws-tl-chargeback-out.
           move ws-st-net-earned            to ws-tl-net-earned-out.
           write output-line                from ws-blank-line.
           write output-line                from ws-total-line.
           write output-line                from ws-blank-line.
           write output-line                from ws-blank-line.
           write output-line                from ws-signoff-line.
           write output-line                from ws-blank-line.
           write output-line                from ws-blank-line.

           add ws-st-sales-amount           to ws-ct-sales-amount.
           add ws-st-return-amount          to ws-ct-return-amount.
           add ws-st-net-sales              to ws-ct-net-sales.
           add ws-st-commission-amount      to ws-ct-commission-amount.
           add ws-st-chargeback-amount      to ws-ct-chargeback-amount.
           add ws-st-net-earned             to ws-ct-net-earned.
           initialize ws-store-totals.

       435-writechaintotal.
           move "Chain Total"               to ws-tl-label-out.
           move ws-ct-sales-amount          to ws-tl-sales-out.
           move ws-ct-return-amount         to ws-tl-return-out.
           move ws-ct-net-sales             to ws-tl-net-sales-out.
           move ws-ct-commission-amount     to ws-tl-commission-out.
           move ws-ct-chargeback-amount     to ws-tl-chargeback-out.
           move ws-ct-net-earned            to ws-tl-net-earned-out.
           write output-line                from ws-total-line.
           write output-line                from ws-blank-line.

      * find (or add) the payroll entry for ss-cashier-id.
       440-findcashier.
           move ws-no-flag                  to ws-cashier-found-flag.
           move 0                           to ws-cashier-match-sub.

           perform 445-checkcashierentry
                varying ws-cashier-search-sub from 1 by 1
                until ws-cashier-search-sub > ws-cashier-count
                   or ws-cashier-found-flag = ws-yes-flag.

           if ws-cashier-found-flag = ws-no-flag
                if ws-cashier-count < 2000
                     add 1                  to ws-cashier-count
                     move ws-cashier-count  to ws-cashier-match-sub
                     set ws-cashier-idx     to ws-cashier-count
                     move ss-cashier-id     to wpy-cashier-id
                                                       (ws-cashier-idx)
                     perform 442-lookupcashiermaster
                else
                     display 'E3COMPAY: CASHIER TABLE EXCEEDS 2000'
                     move 'CASHIER TABLE EXCEEDS 2000'
                                         to ws-log-message
                     move ws-period-record-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

      * an id that has since dropped off the master is still paid
      * what it earned, just marked so on the sign-off report - its
      * home store goes to payroll as the store it sold in.
       442-lookupcashiermaster.
           move ss-cashier-id               to cm-cashier-id.
           read cashier-master
                invalid key
                     add 1                  to ws-not-on-master-count
                     move '** NOT ON MASTER **'
                                             to wpy-cashier-name
                                                       (ws-cashier-idx)
                     move ss-store-num      to wpy-home-store
                                                       (ws-cashier-idx)
                not invalid key
                     move cm-cashier-name   to wpy-cashier-name
                                                       (ws-cashier-idx)
                     move cm-home-store     to wpy-home-store
                                                       (ws-cashier-idx)
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * cashier master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since payroll cannot be trusted without it.
           if ws-cashier-master-status <> '00'
              and ws-cashier-master-status <> '23'
                display 'E3COMPAY: CASHIER-MASTER I/O ERROR, STATUS = '
                                             ws-cashier-master-status
                move 'CASHIER-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-period-record-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       445-checkcashierentry.
           if wpy-cashier-id (ws-cashier-search-sub) = ss-cashier-id
                move ws-yes-flag            to ws-cashier-found-flag
                move ws-cashier-search-sub  to ws-cashier-match-sub
           end-if.

      * one payroll record per cashier, then the control trailer.
       500-writepayroll.
           perform 510-writepayrollrecord
                varying ws-cashier-idx from 1 by 1
                until ws-cashier-idx > ws-cashier-count.

           move spaces                      to payroll-trailer-record.
           move 'T'                         to pt-record-type.
           move ws-payroll-record-count     to pt-record-count.
           move ws-payroll-commission-total to pt-commission-total.
           write payroll-trailer-record.

       510-writepayrollrecord.
           move spaces                      to payroll-detail-record.
           move 'D'                         to pd-record-type.
           move wpy-cashier-id (ws-cashier-idx)
                                             to pd-cashier-id.
           move ws-pay-period               to pd-pay-period.
           move wpy-home-store (ws-cashier-idx)
                                             to pd-home-store.
           move wpy-net-sales (ws-cashier-idx)
                                             to pd-commissionable-sales.
           move wpy-commission-earned (ws-cashier-idx)
                                             to pd-commission-earned.
           move wpy-chargeback-amount (ws-cashier-idx)
                                             to pd-chargeback-amount.
           write payroll-detail-record.
           add 1                            to ws-payroll-record-count.
           add wpy-commission-earned (ws-cashier-idx)
                                        to ws-payroll-commission-total.
           if wpy-commission-earned (ws-cashier-idx) < 0
                add 1                       to ws-negative-earned-count
           end-if.

       550-writetotals.
           move 'Accumulator Records Read'  to ws-cl-label-out.
           move ws-accum-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  For This Pay Period'     to ws-cl-label-out.
           move ws-period-record-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  For The Prior Pay Period' to ws-cl-label-out.
           move ws-other-period-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Stores Signing Off'        to ws-cl-label-out.
           move ws-store-count              to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Payroll Records Written'   to ws-cl-label-out.
           move ws-payroll-record-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Net Chargeback To Recover'
                                             to ws-cl-label-out.
           move ws-negative-earned-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Not On Cashier Master'   to ws-cl-label-out.
           move ws-not-on-master-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Payroll Commission Total'  to ws-al-label-out.
           move ws-payroll-commission-total to ws-al-amount-out.
           write output-line                from ws-amount-line.

           if ws-negative-earned-count > 0
                move 'CASHIERS OWE BACK NET COMMISSION CHARGEBACKS'
                                             to ws-log-message
                move ws-negative-earned-count
                                             to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-not-on-master-count > 0
                move 'COMMISSION PAID TO CASHIERS NOT ON CASHMAS'
                                             to ws-log-message
                move ws-not-on-master-count to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close commission-accum-file,
                 cashier-master,
                 payroll-file,
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
                display 'E3COMPAY: PREDECESSOR E2COMACC NOT COMPLETE'
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
           if rc-program-id = 'E3COMPAY'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'E3COMPAY: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'E3COMPAY: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'E3COMPAY'                 to rc-program-id.
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
           move 'E3COMPAY'                   to el-program-id.
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
       end program E3COMPAY.
