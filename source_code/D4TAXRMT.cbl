       identification division.
       program-id. D4TAXRMT.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D4 Sales Tax Remittance Report.
      *Reads the filing-period accumulator D3TAXACC leaves (TAXACCN)
      *and reports, per taxing jurisdiction, what is owed to its
      *authority. Section one is the filing period just closed - the
      *figures to remit - and section two the current period to
      *date. Each jurisdiction shows its stores' taxable sales and
      *returns, tax collected and refunded, rejected holds taken
      *back, and the net owing, balanced against the tax-payable
      *postings B1GLEXT made to the GL over the same nights; a
      *jurisdiction that does not balance is flagged and logged so
      *it is run down before the return is filed. Monthly filers
      *close every month, quarterly filers every calendar quarter.
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

      * tonight's filing-period accumulator out of D3TAXACC
           select tax-accum-file
               assign to TAXACCN
               organization is sequential.

      * jurisdiction rates - read here for the name of the authority
      * each jurisdiction remits to.
           select optional jurisdiction-rate-file
               assign to JURRATE
               organization is sequential.

      * sort work file - section, jurisdiction, period, store order
           select sort-file
               assign to SORTWK.

      * remittance report
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

      * the accumulator layout D3TAXACC writes - one record per
      * jurisdiction, store and filing period.
       fd tax-accum-file
           recording mode is F
           data record is tax-accum-record
           record contains 90 characters.

       01 tax-accum-record.
           05 ta-jurisdiction-code          pic x(4).
           05 ta-store-num                  pic 99.
           05 ta-filing-period              pic 9(4).
           05 ta-filing-freq                pic x.
           05 ta-last-update-date           pic 9(6).
           05 ta-taxable-sales              pic 9(9)V99.
           05 ta-sales-tax                  pic 9(7)V99.
           05 ta-taxable-returns            pic 9(9)V99.
           05 ta-return-tax                 pic 9(7)V99.
           05 ta-reversed-tax               pic 9(7)V99.
           05 ta-gl-tax-credit              pic 9(7)V99.
           05 ta-gl-tax-debit               pic 9(7)V99.
           05 filler                        pic x(6).

      **********************************************
       fd jurisdiction-rate-file
           recording mode is F
           data record is jurisdiction-rate-record
           record contains 40 characters.

       01 jurisdiction-rate-record.
           05 jr-jurisdiction-code          pic x(4).
           05 jr-effective-date             pic 9(6).
           05 jr-tax-rate                   pic 9V9999.
           05 jr-authority-name             pic x(20).
           05 jr-filing-freq                pic x.
           05 filler                        pic x(4).

      **********************************************
       sd sort-file
           data record is sort-record
           record contains 80 characters.

       01 sort-record.
           05 ss-section                    pic 9.
           05 ss-jurisdiction-code          pic x(4).
           05 ss-filing-period              pic 9(4).
           05 ss-store-num                  pic 99.
           05 ss-filing-freq                pic x.
           05 ss-taxable-sales              pic 9(9)V99.
           05 ss-sales-tax                  pic 9(7)V99.
           05 ss-taxable-returns            pic 9(9)V99.
           05 ss-return-tax                 pic 9(7)V99.
           05 ss-reversed-tax               pic 9(7)V99.
           05 ss-gl-tax-credit              pic 9(7)V99.
           05 ss-gl-tax-debit               pic 9(7)V99.
           05 filler                        pic x(4).

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
                value 'D3TAXACC'.
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
       01 ws-jurrate-eof-flag               pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-first-record-flag              pic x
           value 'Y'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

       01 ws-date-line                      pic 9(6).
       01 ws-date-split redefines ws-date-line.
           05 ws-ds-yy                      pic 99.
           05 ws-ds-mm                      pic 99.
           05 ws-ds-dd                      pic 99.
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

      * authority names off JURRATE - the row latest in effect for
      * each jurisdiction names it.
       01 ws-authority-table.
           05 ws-authority-entry            occurs 200 times
                                             indexed by ws-auth-idx.
                10 wu-jurisdiction-code      pic x(4).
                10 wu-effective-date         pic 9(6).
                10 wu-authority-name         pic x(20).
       01 ws-authority-count                pic 9(3)
           value 0.
       01 ws-authority-found-date           pic 9(6)
           value 0.
       01 ws-authority-name                 pic x(20)
           value spaces.

      * filing-period work - the period of the business date and the
      * one before it, for the frequency in ws-period-freq; the same
      * rule D3TAXACC files the accumulator by.
       01 ws-period-work.
           05 ws-period-freq                pic x.
           05 ws-cur-period                 pic 9(4).
           05 ws-cur-period-split redefines ws-cur-period.
                10 ws-cp-yy                  pic 99.
                10 ws-cp-pp                  pic 99.
           05 ws-prior-period               pic 9(4).
           05 ws-prior-period-split redefines ws-prior-period.
                10 ws-pp-yy                  pic 99.
                10 ws-pp-pp                  pic 99.

      * the control-break keys of the record just before this one.
       01 ws-prev-section                   pic 9
           value 0.
       01 ws-prev-jurisdiction-code         pic x(4)
           value spaces.
       01 ws-prev-filing-period             pic 9(4)
           value 0.

       01 ws-net-tax                        pic s9(9)V99.
       01 ws-gl-net-tax                     pic s9(9)V99.
       01 ws-difference                     pic s9(9)V99.

      * one set of figures per break level - jurisdiction, section.
       01 ws-jur-totals.
           05 ws-jt-taxable-sales           pic s9(9)V99.
           05 ws-jt-sales-tax               pic s9(9)V99.
           05 ws-jt-taxable-returns         pic s9(9)V99.
           05 ws-jt-return-tax              pic s9(9)V99.
           05 ws-jt-reversed-tax            pic s9(9)V99.
           05 ws-jt-net-tax                 pic s9(9)V99.
           05 ws-jt-gl-net-tax              pic s9(9)V99.
       01 ws-section-totals.
           05 ws-st-taxable-sales           pic s9(9)V99.
           05 ws-st-sales-tax               pic s9(9)V99.
           05 ws-st-taxable-returns         pic s9(9)V99.
           05 ws-st-return-tax              pic s9(9)V99.
           05 ws-st-reversed-tax            pic s9(9)V99.
           05 ws-st-net-tax                 pic s9(9)V99.
           05 ws-st-gl-net-tax              pic s9(9)V99.

       01 ws-counters.
           05 ws-accum-read-count           pic 9(5)
                value 0.
           05 ws-accum-skipped-count        pic 9(5)
                value 0.
           05 ws-jur-printed-count          pic 9(3)
                value 0.
           05 ws-out-of-balance-count       pic 9(3)
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(36)
                value "Sales Tax Remittance Report For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(73)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D4".

       01 ws-section-heading.
           05 ws-sh-title-out               pic x(50).

       01 ws-jur-heading.
           05 filler                        pic x(14)
                value "Jurisdiction: ".
           05 ws-jh-jur-out                 pic x(4).
           05 filler                        pic x(3)
                value spaces.
           05 ws-jh-authority-out           pic x(20).
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(8)
                value "Period: ".
           05 ws-jh-period-out              pic 9(4).
           05 filler                        pic x(2)
                value spaces.
           05 ws-jh-freq-out                pic x(9).

       01 ws-headings-2.
           05 filler                        pic x(6)
                value "  St  ".
           05 filler                        pic x(16)
                value "  Taxable Sales ".
           05 filler                        pic x(15)
                value "    Sales Tax  ".
           05 filler                        pic x(16)
                value " Taxable Return ".
           05 filler                        pic x(15)
                value "   Return Tax  ".
           05 filler                        pic x(14)
                value "Rejected Hold ".
           05 filler                        pic x(15)
                value "   Net Owing   ".
           05 filler                        pic x(15)
                value "  GL Tax Net   ".
           05 filler                        pic x(15)
                value "   Difference  ".

       01 ws-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-label-out               pic x(2).
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-taxable-sales-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-sales-tax-out           pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-taxable-ret-out         pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-return-tax-out          pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-reversed-out            pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-net-tax-out             pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-gl-net-out              pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-dl-difference-out          pic -Z,ZZZ,ZZ9.99.

       01 ws-total-title-line.
           05 ws-tt-title-out               pic x(40).
           05 ws-tt-status-out              pic x(20).

       01 ws-count-line.
           05 ws-cl-label-out               pic x(30).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zz9.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

      * closed period first, then the period to date; within each,
      * jurisdiction, period and store order.
           sort sort-file
                ascending key ss-section
                              ss-jurisdiction-code
                              ss-filing-period
                              ss-store-num
                input procedure is 300-releaserecords
                output procedure is 400-writeremittance.

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
                     display 'D4TAXRMT: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D4TAXRMT: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
           initialize ws-authority-table.
           open output output-file.

           open input jurisdiction-rate-file.
           perform 110-loadauthority
                until ws-jurrate-eof-flag = ws-yes-flag.
           close jurisdiction-rate-file.

       110-loadauthority.
           read jurisdiction-rate-file
                at end
                     move ws-yes-flag        to ws-jurrate-eof-flag
                not at end
                     add 1                   to ws-authority-count
                     if ws-authority-count > 200
                          display
                             'D4TAXRMT: JURRATE EXCEEDS 200 ENTRIES'
                          move 'JURRATE EXCEEDS 200 ENTRIES'
                                              to ws-log-message
                          move 0             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-auth-idx         to ws-authority-count
                     move jr-jurisdiction-code
                                             to wu-jurisdiction-code
                                                          (ws-auth-idx)
                     move jr-effective-date  to wu-effective-date
                                                          (ws-auth-idx)
                     move jr-authority-name  to wu-authority-name
                                                          (ws-auth-idx)
           end-read.

      * the authority for ws-prev-jurisdiction-code - off the row
      * latest in effect; a blank jurisdiction is the chain's own
      * rate, remitted as the chain files it.
       115-findauthority.
           move spaces                      to ws-authority-name.
           move 0                           to ws-authority-found-date.
           if ws-prev-jurisdiction-code = spaces
                move 'CHAIN RATE - NO JUR.' to ws-authority-name
           else
                perform 117-checkauthorityentry
                     varying ws-auth-idx from 1 by 1
                     until ws-auth-idx > ws-authority-count
           end-if.

       117-checkauthorityentry.
           if wu-jurisdiction-code (ws-auth-idx) =
                                       ws-prev-jurisdiction-code
              and wu-effective-date (ws-auth-idx) <= ws-date-line
              and wu-effective-date (ws-auth-idx) >=
                                       ws-authority-found-date
                move wu-authority-name (ws-auth-idx)
                                             to ws-authority-name
                move wu-effective-date (ws-auth-idx)
                                             to ws-authority-found-date
           end-if.

      * the filing period of the business date and the one before
      * it - yy plus the month for a monthly filer, yy plus the
      * quarter for a quarterly one; the year wraps 00 back to 99.
       140-computeperiods.
           move ws-ds-yy                    to ws-cp-yy.
           if ws-period-freq = 'Q'
                compute ws-cp-pp = (ws-ds-mm + 2) / 3
           else
                move ws-ds-mm               to ws-cp-pp
           end-if.
           move ws-cp-yy                    to ws-pp-yy.
           if ws-cp-pp > 1
                compute ws-pp-pp = ws-cp-pp - 1
           else
                if ws-period-freq = 'Q'
                     move 4                 to ws-pp-pp
                else
                     move 12                to ws-pp-pp
                end-if
                if ws-cp-yy = 0
                     move 99                to ws-pp-yy
                else
                     compute ws-pp-yy = ws-cp-yy - 1
                end-if
           end-if.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

       300-releaserecords.
           open input tax-accum-file.
           perform 305-readandrelease
                until ws-accum-eof-flag = ws-yes-flag.
           close tax-accum-file.

      * each record is placed by its own filing frequency - the
      * prior period is closed and due, the current one is to date.
      * Anything else should have dropped off in D3TAXACC.
       305-readandrelease.
           read tax-accum-file
                at end
                     move ws-yes-flag        to ws-accum-eof-flag
                not at end
                     add 1                   to ws-accum-read-count
                     move ta-filing-freq     to ws-period-freq
                     perform 140-computeperiods
                     if ta-filing-period = ws-prior-period
                          move 1             to ss-section
                          perform 310-releaserecord
                     else
                     if ta-filing-period = ws-cur-period
                          move 2             to ss-section
                          perform 310-releaserecord
                     else
                          add 1              to ws-accum-skipped-count
                     end-if
                     end-if
           end-read.

       310-releaserecord.
           move spaces                      to sort-record.
           move ta-jurisdiction-code        to ss-jurisdiction-code.
           move ta-filing-period            to ss-filing-period.
           move ta-store-num                to ss-store-num.
           move ta-filing-freq              to ss-filing-freq.
           move ta-taxable-sales            to ss-taxable-sales.
           move ta-sales-tax                to ss-sales-tax.
           move ta-taxable-returns          to ss-taxable-returns.
           move ta-return-tax               to ss-return-tax.
           move ta-reversed-tax             to ss-reversed-tax.
           move ta-gl-tax-credit            to ss-gl-tax-credit.
           move ta-gl-tax-debit             to ss-gl-tax-debit.
           release sort-record.

       400-writeremittance.
           move ws-yes-flag                 to ws-first-record-flag.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 410-returnrecord
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-record-flag = ws-no-flag
                perform 440-writejurtotal
                perform 450-writesectiontotal
           end-if.

       410-returnrecord.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 420-checkbreak
                     perform 430-writestoreline
                     move ws-no-flag         to ws-first-record-flag
           end-return.

      * a new section closes the jurisdiction and the section before
      * it; a new jurisdiction or period closes the jurisdiction.
       420-checkbreak.
           if ws-first-record-flag = ws-yes-flag
                perform 425-startsection
                perform 427-startjurisdiction
           else
           if ss-section not = ws-prev-section
                perform 440-writejurtotal
                perform 450-writesectiontotal
                perform 425-startsection
                perform 427-startjurisdiction
           else
           if ss-jurisdiction-code not = ws-prev-jurisdiction-code
              or ss-filing-period not = ws-prev-filing-period
                perform 440-writejurtotal
                perform 427-startjurisdiction
           end-if
           end-if
           end-if.

       425-startsection.
           move ss-section                  to ws-prev-section.
           initialize ws-section-totals.
           if ss-section = 1
                move 'CLOSED FILING PERIOD - AMOUNTS TO REMIT'
                                             to ws-sh-title-out
           else
                move 'CURRENT FILING PERIOD - TO DATE, NOT YET DUE'
                                             to ws-sh-title-out
           end-if.
           write output-line                from ws-blank-line.
           write output-line                from ws-section-heading.

       427-startjurisdiction.
           move ss-jurisdiction-code        to
                                        ws-prev-jurisdiction-code.
           move ss-filing-period            to ws-prev-filing-period.
           initialize ws-jur-totals.
           add 1                            to ws-jur-printed-count.
           perform 115-findauthority.
           move ss-jurisdiction-code        to ws-jh-jur-out.
           move ws-authority-name           to ws-jh-authority-out.
           move ss-filing-period            to ws-jh-period-out.
           if ss-filing-freq = 'Q'
                move 'QUARTERLY'            to ws-jh-freq-out
           else
                move 'MONTHLY'              to ws-jh-freq-out
           end-if.
           write output-line                from ws-blank-line.
           write output-line                from ws-jur-heading.
           write output-line                from ws-headings-2.

      * net owing = collected less refunded plus rejected holds
      * coming back; the GL's net is tax-payable credits less debits.
       430-writestoreline.
           compute ws-net-tax = ss-sales-tax - ss-return-tax
                              + ss-reversed-tax.
           compute ws-gl-net-tax = ss-gl-tax-credit - ss-gl-tax-debit.
           compute ws-difference = ws-net-tax - ws-gl-net-tax.

           move ss-store-num                to ws-dl-label-out.
           move ss-taxable-sales            to ws-dl-taxable-sales-out.
           move ss-sales-tax                to ws-dl-sales-tax-out.
           move ss-taxable-returns          to ws-dl-taxable-ret-out.
           move ss-return-tax               to ws-dl-return-tax-out.
           move ss-reversed-tax             to ws-dl-reversed-out.
           move ws-net-tax                  to ws-dl-net-tax-out.
           move ws-gl-net-tax               to ws-dl-gl-net-out.
           move ws-difference               to ws-dl-difference-out.
           write output-line                from ws-detail-line.

           add ss-taxable-sales             to ws-jt-taxable-sales.
           add ss-sales-tax                 to ws-jt-sales-tax.
           add ss-taxable-returns           to ws-jt-taxable-returns.
           add ss-return-tax                to ws-jt-return-tax.
           add ss-reversed-tax              to ws-jt-reversed-tax.
           add ws-net-tax                   to ws-jt-net-tax.
           add ws-gl-net-tax                to ws-jt-gl-net-tax.

      * the jurisdiction's figures are what goes on its return - an
      * out-of-balance jurisdiction is logged so accounting runs the
      * difference down before it is filed.
       440-writejurtotal.
           compute ws-difference = ws-jt-net-tax - ws-jt-gl-net-tax.
           move 'Jurisdiction Total'        to ws-tt-title-out.
           if ws-difference = 0
                move 'BALANCED'             to ws-tt-status-out
           else
                move 'OUT OF BALANCE'       to ws-tt-status-out
                add 1                       to ws-out-of-balance-count
                move 'JURISDICTION TAX OUT OF BALANCE WITH GL'
                                             to ws-log-message
                move ws-jur-printed-count   to ws-log-position
                perform 9200-logwarning
           end-if.
           write output-line                from ws-total-title-line.
           move 'JT'                        to ws-dl-label-out.
           move ws-jt-taxable-sales         to ws-dl-taxable-sales-out.
           move ws-jt-sales-tax             to ws-dl-sales-tax-out.
           move ws-jt-taxable-returns       to ws-dl-taxable-ret-out.
           move ws-jt-return-tax            to ws-dl-return-tax-out.
           move ws-jt-reversed-tax          to ws-dl-reversed-out.
           move ws-jt-net-tax               to ws-dl-net-tax-out.
           move ws-jt-gl-net-tax            to ws-dl-gl-net-out.
           move ws-difference               to ws-dl-difference-out.
           write output-line                from ws-detail-line.

           add ws-jt-taxable-sales          to ws-st-taxable-sales.
           add ws-jt-sales-tax              to ws-st-sales-tax.
           add ws-jt-taxable-returns        to ws-st-taxable-returns.
           add ws-jt-return-tax             to ws-st-return-tax.
           add ws-jt-reversed-tax           to ws-st-reversed-tax.
           add ws-jt-net-tax                to ws-st-net-tax.
           add ws-jt-gl-net-tax             to ws-st-gl-net-tax.

       450-writesectiontotal.
           compute ws-difference = ws-st-net-tax - ws-st-gl-net-tax.
           write output-line                from ws-blank-line.
           if ws-prev-section = 1
                move 'Total To Remit - All Jurisdictions'
                                             to ws-tt-title-out
           else
                move 'Period To Date - All Jurisdictions'
                                             to ws-tt-title-out
           end-if.
           move spaces                      to ws-tt-status-out.
           write output-line                from ws-total-title-line.
           move 'ST'                        to ws-dl-label-out.
           move ws-st-taxable-sales         to ws-dl-taxable-sales-out.
           move ws-st-sales-tax             to ws-dl-sales-tax-out.
           move ws-st-taxable-returns       to ws-dl-taxable-ret-out.
           move ws-st-return-tax            to ws-dl-return-tax-out.
           move ws-st-reversed-tax          to ws-dl-reversed-out.
           move ws-st-net-tax               to ws-dl-net-tax-out.
           move ws-st-gl-net-tax            to ws-dl-gl-net-out.
           move ws-difference               to ws-dl-difference-out.
           write output-line                from ws-detail-line.

       550-writetotals.
           write output-line                from ws-blank-line.
           move 'Accumulator Records Read'  to ws-cl-label-out.
           move ws-accum-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Outside Open Periods'      to ws-cl-label-out.
           move ws-accum-skipped-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Jurisdiction Periods'      to ws-cl-label-out.
           move ws-jur-printed-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Out Of Balance With GL'    to ws-cl-label-out.
           move ws-out-of-balance-count     to ws-cl-count-out.
           write output-line                from ws-count-line.

       600-closefiles.
           close output-file.

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
                display 'D4TAXRMT: PREDECESSOR D3TAXACC NOT COMPLETE'
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
           if rc-program-id = 'D4TAXRMT'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D4TAXRMT: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D4TAXRMT: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D4TAXRMT'                 to rc-program-id.
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
           move 'D4TAXRMT'                   to el-program-id.
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
       end program D4TAXRMT.
