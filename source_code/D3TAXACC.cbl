       identification division.
       program-id. D3TAXACC.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D3 Sales Tax Accumulation By Jurisdiction.
      *Figures the sales tax collected on the day's SLFILE sales and
      *the tax refunded on the day's RETFILE returns, per store, at
      *the rate of the store's tax jurisdiction (STORJUR/JURRATE),
      *by the same rules B1GLEXT posts them - exchange legs carry no
      *tax, a void backs out the return or sale it cancels, and a
      *return hold the manager rejected comes back in at the rate of
      *the day it was held. The day's figures are balanced store by
      *store against the tax-payable postings on tonight's GL extract
      *and rolled into the filing-period accumulator (TAXACC in,
      *TAXACCN out) - one record per jurisdiction, store and filing
      *period, monthly or quarterly as the jurisdiction files - which
      *D4TAXRMT reports the remittance from. The accumulator carries
      *the current and the prior filing period of each jurisdiction;
      *an older period has been remitted and drops off. A store on
      *no jurisdiction accumulates at the chain-wide TAXRATE rate
      *under a blank jurisdiction.
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

      * the returns stream A7SPLIT wrote, H/T stamped
           select ret-file
               assign to RETFILE
               organization is sequential.

      * tonight's GL extract out of B1GLEXT - the tax-payable
      * postings the day's figures are balanced against.
           select gl-extract-file
               assign to GLEXTR
               organization is sequential.

      * chain-wide date-effective tax rate - the rate for a store
      * assigned to no jurisdiction.
           select tax-rate-file
               assign to TAXRATE
               organization is sequential.

      * store-to-jurisdiction assignment, the same file B1GLEXT
      * rates its tax postings from.
           select optional store-jurisdiction-file
               assign to STORJUR
               organization is sequential.

      * date-effective tax rate per jurisdiction, with the authority
      * the tax is remitted to and how often it files.
           select optional jurisdiction-rate-file
               assign to JURRATE
               organization is sequential.

      * yesterday's pending-refund file out of A9RET and the manager
      * approval feed - a rejected hold's tax comes back in, as
      * B1GLEXT reverses it.
           select optional pending-refund-in-file
               assign to PENDIN
               organization is sequential.

           select optional approval-feed-file
               assign to APPRFEED
               organization is sequential.

      * the filing-period accumulator as last night left it.
      * Optional: the first run starts it empty.
           select optional tax-accum-in
               assign to TAXACC
               organization is sequential.

      * tonight's filing-period accumulator.
           select tax-accum-out
               assign to TAXACCN
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
       fd ret-file
           recording mode is F
           data record is ret-detail-record
           record contains 36 characters.

       01 ret-header-record.
           05 rh-record-type                pic x.
           05 rh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 ret-detail-record.
           05 rd-tran-code                  pic x.
           05 rd-tran-amount                pic 9(5)V99.
           05 rd-pay-type                   pic xx.
           05 rd-store-num                  pic 99.
           05 rd-invoice-num                pic x(9).
           05 rd-sku-code                   pic x(15).

       01 ret-trailer-record.
           05 rt-record-type                pic x.
           05 rt-record-count               pic 9(7).
           05 rt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd gl-extract-file
           recording mode is F
           data record is gl-extract-record
           record contains 50 characters.

       01 gl-extract-record.
           05 ge-business-date              pic 9(6).
           05 ge-store-num                  pic 99.
           05 ge-account-num                pic 9(4).
           05 ge-account-desc               pic x(20).
           05 ge-dr-cr                      pic xx.
           05 ge-amount                     pic 9(8)V99.
           05 filler                        pic x(6).

      **********************************************
       fd tax-rate-file
           recording mode is F
           data record is tax-rate-record
           record contains 11 characters.

       01 tax-rate-record.
           05 tx-effective-date             pic 9(6).
           05 tx-tax-rate                   pic 9V9999.

      **********************************************
       fd store-jurisdiction-file
           recording mode is F
           data record is store-jurisdiction-record
           record contains 10 characters.

       01 store-jurisdiction-record.
           05 sj-store-num                  pic 99.
           05 sj-jurisdiction-code          pic x(4).
           05 filler                        pic x(4).

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

      * the same pending-refund layout A9RET writes and reads.
       fd pending-refund-in-file
           recording mode is F
           data record is pending-refund-in-record
           record contains 80 characters.

       01 pending-refund-in-record.
           05 pr-invoice-num                pic x(9).
           05 pr-store-num                  pic 99.
           05 pr-pay-type                   pic xx.
           05 pr-sku-code                   pic x(15).
           05 pr-tran-amount                pic 9(5)V99.
           05 pr-held-date                  pic 9(6).
           05 pr-flag-text                  pic x(26).
           05 filler                        pic x(13).

      **********************************************
       fd approval-feed-file
           recording mode is F
           data record is approval-feed-record
           record contains 24 characters.

       01 approval-feed-record.
           05 af-invoice-num                pic x(9).
           05 af-action                     pic x.
                88 af-release-action
                    value 'A'.
                88 af-reject-action
                    value 'R'.
           05 af-approver-id                pic x(5).
           05 af-decision-date              pic 9(6).
           05 filler                        pic x(3).

      **********************************************

      * one record per jurisdiction, store and filing period - the
      * period is yy plus the month (monthly filers) or the quarter
      * (quarterly filers). Tax figures are what the streams say was
      * collected and refunded; the GL figures are what B1GLEXT
      * posted to tax payable over the same nights.
       fd tax-accum-in
           recording mode is F
           data record is tax-accum-in-record
           record contains 90 characters.

       01 tax-accum-in-record.
           05 ti-jurisdiction-code          pic x(4).
           05 ti-store-num                  pic 99.
           05 ti-filing-period              pic 9(4).
           05 ti-filing-freq                pic x.
           05 ti-last-update-date           pic 9(6).
           05 ti-taxable-sales              pic 9(9)V99.
           05 ti-sales-tax                  pic 9(7)V99.
           05 ti-taxable-returns            pic 9(9)V99.
           05 ti-return-tax                 pic 9(7)V99.
           05 ti-reversed-tax               pic 9(7)V99.
           05 ti-gl-tax-credit              pic 9(7)V99.
           05 ti-gl-tax-debit               pic 9(7)V99.
           05 filler                        pic x(6).

      **********************************************
       fd tax-accum-out
           recording mode is F
           data record is tax-accum-out-record
           record contains 90 characters.

       01 tax-accum-out-record.
           05 to-jurisdiction-code          pic x(4).
           05 to-store-num                  pic 99.
           05 to-filing-period              pic 9(4).
           05 to-filing-freq                pic x.
           05 to-last-update-date           pic 9(6).
           05 to-taxable-sales              pic 9(9)V99.
           05 to-sales-tax                  pic 9(7)V99.
           05 to-taxable-returns            pic 9(9)V99.
           05 to-return-tax                 pic 9(7)V99.
           05 to-reversed-tax               pic 9(7)V99.
           05 to-gl-tax-credit              pic 9(7)V99.
           05 to-gl-tax-debit               pic 9(7)V99.
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
                value 'B1GLEXT '.
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
       01 ws-ret-eof-flag                   pic x
           value 'N'.
       01 ws-gl-eof-flag                    pic x
           value 'N'.
       01 ws-accum-eof-flag                 pic x
           value 'N'.
       01 ws-tax-rate-eof-flag              pic x
           value 'N'.
       01 ws-storjur-eof-flag               pic x
           value 'N'.
       01 ws-jurrate-eof-flag               pic x
           value 'N'.
       01 ws-pendin-eof-flag                pic x
           value 'N'.
       01 ws-apprfeed-eof-flag              pic x
           value 'N'.
       01 ws-approval-found-flag            pic x
           value 'N'.
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

      * the tax-payable account B1GLEXT posts both tax pairs to.
       01 ws-acct-tax-payable               pic 9(4)
           value 2210.

      * chain-wide date-effective tax rate table - same selection
      * rule as B1GLEXT's 140-selecttaxrate.
       01 ws-tax-rate-table.
           05 ws-tax-rate-entry             occurs 50 times
                                             indexed by ws-tax-idx.
                10 wt-effective-date         pic 9(6).
                10 wt-tax-rate               pic 9V9999.
       01 ws-tax-rate-count                 pic 9(3)
           value 0.
       01 ws-active-tax-rate                pic 9V9999
           value 0.
       01 ws-selected-date                  pic 9(6)
           value 0.

      * jurisdiction rate table, loaded from JURRATE - the rate for
      * a jurisdiction on a date is the latest effective-date not
      * after it.
       01 ws-jur-rate-table.
           05 ws-jur-rate-entry             occurs 200 times
                                             indexed by ws-jrate-idx.
                10 wr-jurisdiction-code      pic x(4).
                10 wr-effective-date         pic 9(6).
                10 wr-tax-rate               pic 9V9999.
                10 wr-authority-name         pic x(20).
                10 wr-filing-freq            pic x.
       01 ws-jur-rate-count                 pic 9(3)
           value 0.
       01 ws-rate-lookup-jur                pic x(4).
       01 ws-rate-lookup-date               pic 9(6).
       01 ws-rate-found-rate                pic 9V9999.
       01 ws-rate-found-date                pic 9(6).
       01 ws-rate-found-sub                 pic 9(3).

      * the distinct jurisdictions - tonight's rate, the filing
      * frequency and the current and prior filing periods. Entry
      * one is the blank jurisdiction of stores assigned to none.
       01 ws-jur-table.
           05 ws-jur-entry                  occurs 50 times
                                             indexed by ws-jur-idx.
                10 wj-jurisdiction-code      pic x(4).
                10 wj-tax-rate               pic 9V9999.
                10 wj-filing-freq            pic x.
                10 wj-current-period         pic 9(4).
                10 wj-prior-period           pic 9(4).
       01 ws-jur-count                      pic 9(3)
           value 0.
       01 ws-jur-search-sub                 pic 9(3)
           value 0.
       01 ws-jur-match-sub                  pic 9(3)
           value 0.
       01 ws-jur-found-flag                 pic x
           value 'N'.

      * filing-period work - the period of the business date and the
      * one before it, for the frequency in ws-period-freq.
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

      * each store's jurisdiction, tonight's rate and the day's
      * figures - subscripted by store number.
       01 ws-store-table.
           05 ws-store-entry                occurs 99 times
                                             indexed by ws-store-idx.
                10 ws-sj-jurisdiction-code   pic x(4).
                10 ws-sj-jur-sub             pic 9(3).
                10 ws-sj-tax-rate            pic 9V9999.
                10 wd-taxable-sales          pic s9(9)V99.
                10 wd-sales-tax              pic s9(7)V99.
                10 wd-taxable-returns        pic s9(9)V99.
                10 wd-return-tax             pic s9(7)V99.
                10 wd-reversed-tax           pic s9(7)V99.
                10 wd-gl-tax-credit          pic 9(7)V99.
                10 wd-gl-tax-debit           pic 9(7)V99.

       01 ws-tax-work                       pic 9(6)V99.
       01 ws-net-tax                        pic s9(9)V99.
       01 ws-gl-net-tax                     pic s9(9)V99.

      * the filing-period accumulator held in storage while tonight's
      * figures fold in - linear search, the same way B5PDUPD matches
      * its period table.
       01 ws-accum-table.
           05 ws-accum-entry                occurs 3000 times
                                             indexed by ws-acc-idx.
                10 wa-entry-key.
                     15 wa-jurisdiction-code pic x(4).
                     15 wa-store-num         pic 99.
                     15 wa-filing-period     pic 9(4).
                10 wa-filing-freq            pic x.
                10 wa-last-update-date       pic 9(6).
                10 wa-taxable-sales          pic s9(9)V99.
                10 wa-sales-tax              pic s9(7)V99.
                10 wa-taxable-returns        pic s9(9)V99.
                10 wa-return-tax             pic s9(7)V99.
                10 wa-reversed-tax           pic s9(7)V99.
                10 wa-gl-tax-credit          pic 9(7)V99.
                10 wa-gl-tax-debit           pic 9(7)V99.
       01 ws-accum-count                    pic 9(4)
           value 0.
       01 ws-accum-search-sub               pic 9(4)
           value 0.
       01 ws-accum-match-sub                pic 9(4)
           value 0.
       01 ws-accum-found-flag               pic x
           value 'N'.
       01 ws-accum-lookup-key.
           05 ws-ak-jurisdiction-code       pic x(4).
           05 ws-ak-store-num               pic 99.
           05 ws-ak-filing-period           pic 9(4).

      * yesterday's holds and the manager's decisions - a rejected
      * hold's tax comes back in as B1GLEXT reverses it.
       01 ws-pending-table.
           05 ws-pending-entry              occurs 2000 times
                                             indexed by ws-pend-idx.
                10 wn-invoice-num            pic x(9).
                10 wn-store-num              pic 99.
                10 wn-tran-amount            pic 9(5)V99.
                10 wn-held-date              pic 9(6).
                10 wn-disposition            pic x.
       01 ws-pending-count                  pic 9(4)
           value 0.
       01 ws-pending-scan-sub               pic 9(4)
           value 0.
       01 ws-held-rate                      pic 9V9999
           value 0.
       01 ws-held-sel-date                  pic 9(6)
           value 0.

      * per-invoice state for the returns stream, netted exactly as
      * B1GLEXT nets it - the same open-addressed hash table, 131071
      * slots (a prime) against a 100000-entry ceiling.
       01 ws-ret-invoice-table.
           05 ws-ret-invoice-entry          occurs 131071 times.
                10 ws-ri-invoice-num         pic x(9).
                10 ws-ri-taxed-flag          pic x.
                10 ws-ri-voided-flag         pic x.
       01 ws-ret-invoice-count              pic 9(7)
           value 0.
       01 ws-invoice-found-flag             pic x
           value 'N'.
       01 ws-slot-found-flag                pic x
           value 'N'.

      * hash work fields - the invoice's letters are A-E by edit
      * rule, weighing 1-5, and the six-digit number rides on top.
       01 ws-hash-work.
           05 ws-hash-invoice.
                10 ws-hi-letter-1            pic x.
                10 ws-hi-letter-2            pic x.
                10 ws-hi-dash                pic x.
                10 ws-hi-number              pic 9(6).
           05 ws-hash-letter-1-weight       pic 9.
           05 ws-hash-letter-2-weight       pic 9.
           05 ws-hash-key                   pic 9(9) comp.
           05 ws-hash-quotient              pic 9(9) comp.
           05 ws-hash-slot                  pic 9(9) comp.
           05 ws-hash-probes                pic 9(9) comp.
           05 ws-probe-sub                  pic 9(9) comp.

       01 ws-counters.
           05 ws-sl-read-count              pic 9(7)
                value 0.
           05 ws-ret-read-count             pic 9(7)
                value 0.
           05 ws-gl-read-count              pic 9(7)
                value 0.
           05 ws-gl-tax-line-count          pic 9(7)
                value 0.
           05 ws-accum-read-count           pic 9(5)
                value 0.
           05 ws-accum-kept-count           pic 9(5)
                value 0.
           05 ws-accum-dropped-count        pic 9(5)
                value 0.
           05 ws-accum-written-count        pic 9(5)
                value 0.
           05 ws-store-line-count           pic 9(3)
                value 0.
           05 ws-store-diff-count           pic 9(3)
                value 0.

       01 ws-amount-totals.
           05 ws-sl-read-amount             pic 9(9)V99
                value 0.
           05 ws-ret-read-amount            pic 9(9)V99
                value 0.
           05 ws-tot-taxable-sales          pic s9(9)V99
                value 0.
           05 ws-tot-sales-tax              pic s9(9)V99
                value 0.
           05 ws-tot-taxable-returns        pic s9(9)V99
                value 0.
           05 ws-tot-return-tax             pic s9(9)V99
                value 0.
           05 ws-tot-reversed-tax           pic s9(9)V99
                value 0.
           05 ws-tot-net-tax                pic s9(9)V99
                value 0.
           05 ws-tot-gl-net-tax             pic s9(9)V99
                value 0.

      * trailer figures captured off the two input streams, proved
      * against what was actually read.
       01 ws-trailer-controls.
           05 ws-sl-trailer-count           pic 9(7)
                value 0.
           05 ws-sl-trailer-amount          pic 9(9)V99
                value 0.
           05 ws-ret-trailer-count          pic 9(7)
                value 0.
           05 ws-ret-trailer-amount         pic 9(9)V99
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(36)
                value "Sales Tax Accumulation Run For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(73)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D3".

       01 ws-headings-2.
           05 filler                        pic x(10)
                value "St  Jur.  ".
           05 filler                        pic x(8)
                value "Rate    ".
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
                value "      Net Tax  ".
           05 filler                        pic x(15)
                value "  GL Tax Net   ".
           05 filler                        pic x(4)
                value "Bal.".

       01 ws-store-line.
           05 ws-sl-store-out               pic 99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-jur-out                 pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-rate-out                pic 9.9999.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-taxable-sales-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-sales-tax-out           pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-taxable-ret-out         pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-return-tax-out          pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-reversed-out            pic Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-net-tax-out             pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-gl-net-out              pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-balance-out             pic x(4).

       01 ws-total-line.
           05 filler                        pic x(16)
                value "Chain Totals    ".
           05 ws-tl-taxable-sales-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-sales-tax-out           pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-taxable-ret-out         pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-return-tax-out          pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-reversed-out            pic Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-net-tax-out             pic -Z,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-gl-net-out              pic -Z,ZZZ,ZZ9.99.

       01 ws-balance-result.
           05 ws-balance-msg                pic x(60).

      * tie-back of what this run read against the record/amount
      * control totals A7SPLIT stamped on each trailer.
       01 ws-tieback-line.
           05 ws-tb-file-out                pic x(8).
           05 filler                        pic x(8)
                value "Read  = ".
           05 ws-tb-read-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Trailer = ".
           05 ws-tb-trailer-out             pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Amount = ".
           05 ws-tb-amount-out              pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Trailer = ".
           05 ws-tb-tramount-out            pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-tb-result-out              pic x(12).

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
           perform 150-loadaccumulator
                until ws-accum-eof-flag = ws-yes-flag.
           close tax-accum-in.
           perform 200-writeheadings.

           perform 300-initialreadsl.
           perform 400-processslrecords
                until ws-sl-eof-flag = ws-yes-flag.
           perform 310-initialreadret.
           perform 410-processretrecords
                until ws-ret-eof-flag = ws-yes-flag.
           perform 420-reverserejectedhold
                varying ws-pending-scan-sub from 1 by 1
                until ws-pending-scan-sub > ws-pending-count.
           perform 430-readglextract
                until ws-gl-eof-flag = ws-yes-flag.

           perform 440-foldstore
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           perform 500-writeaccumulator
                varying ws-accum-search-sub from 1 by 1
                until ws-accum-search-sub > ws-accum-count.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-sl-read-count + ws-ret-read-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D3TAXACC: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D3TAXACC: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-tax-rate-table,
                      ws-jur-rate-table,
                      ws-jur-table,
                      ws-store-table,
                      ws-accum-table,
                      ws-pending-table,
                      ws-ret-invoice-table.

           open input  sl-file,
                       ret-file,
                       gl-extract-file,
                       tax-rate-file,
                       tax-accum-in.
           open output tax-accum-out,
                       output-file.

           perform 110-loadtaxrates
                until ws-tax-rate-eof-flag = ws-yes-flag.
           close tax-rate-file.
           perform 115-selecttaxrate
                varying ws-tax-idx from 1 by 1
                until ws-tax-idx > ws-tax-rate-count.
           if ws-selected-date = 0
                display 'D3TAXACC: NO TAX RATE IN EFFECT FOR '
                                             ws-date-line
                move 'NO TAX RATE IN EFFECT FOR'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

      * the blank jurisdiction of unassigned stores files monthly at
      * the chain-wide rate.
           move 1                           to ws-jur-count.
           set ws-jur-idx                   to 1.
           move spaces                      to wj-jurisdiction-code
                                                          (ws-jur-idx).
           move ws-active-tax-rate          to wj-tax-rate (ws-jur-idx).
           move 'M'                         to wj-filing-freq
                                                          (ws-jur-idx).

           open input jurisdiction-rate-file.
           perform 125-loadjurisdictionrate
                until ws-jurrate-eof-flag = ws-yes-flag.
           close jurisdiction-rate-file.

           open input store-jurisdiction-file.
           perform 120-loadstorejurisdiction
                until ws-storjur-eof-flag = ws-yes-flag.
           close store-jurisdiction-file.

           perform 130-setjurisdiction
                varying ws-jur-search-sub from 1 by 1
                until ws-jur-search-sub > ws-jur-count.
           perform 135-setstorerate
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.

           open input pending-refund-in-file.
           perform 145-loadpending
                until ws-pendin-eof-flag = ws-yes-flag.
           close pending-refund-in-file.

           open input approval-feed-file.
           perform 147-loadapprovals
                until ws-apprfeed-eof-flag = ws-yes-flag.
           close approval-feed-file.

       110-loadtaxrates.
           read tax-rate-file
                at end
                     move ws-yes-flag        to ws-tax-rate-eof-flag
                not at end
                     add 1                   to ws-tax-rate-count
                     if ws-tax-rate-count > 50
                          display
                             'D3TAXACC: TAXRATE EXCEEDS 50 ENTRIES'
                          move 'TAXRATE EXCEEDS 50 ENTRIES'
                                              to ws-log-message
                          move 0             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-tax-idx          to ws-tax-rate-count
                     move tx-effective-date  to wt-effective-date
                                                          (ws-tax-idx)
                     move tx-tax-rate        to wt-tax-rate
                                                          (ws-tax-idx)
           end-read.

      * the rate with the latest effective-date not after today.
       115-selecttaxrate.
           if wt-effective-date (ws-tax-idx) <= ws-date-line
              and wt-effective-date (ws-tax-idx) > ws-selected-date
                move wt-tax-rate (ws-tax-idx) to ws-active-tax-rate
                move wt-effective-date (ws-tax-idx)
                                               to ws-selected-date
           end-if.

      * one store's jurisdiction - its code joins the jurisdiction
      * list even when JURRATE has never heard of it, so the missing
      * rate is caught below rather than passed over.
       120-loadstorejurisdiction.
           read store-jurisdiction-file
                at end
                     move ws-yes-flag        to ws-storjur-eof-flag
                not at end
                     if sj-store-num is numeric
                        and sj-store-num >= 1
                          set ws-store-idx   to sj-store-num
                          move sj-jurisdiction-code
                                             to ws-sj-jurisdiction-code
                                                         (ws-store-idx)
                          move sj-jurisdiction-code
                                             to ws-rate-lookup-jur
                          perform 127-findjurisdiction
                     end-if
           end-read.

       125-loadjurisdictionrate.
           read jurisdiction-rate-file
                at end
                     move ws-yes-flag        to ws-jurrate-eof-flag
                not at end
                     add 1                   to ws-jur-rate-count
                     if ws-jur-rate-count > 200
                          display
                             'D3TAXACC: JURRATE EXCEEDS 200 ENTRIES'
                          move 'JURRATE EXCEEDS 200 ENTRIES'
                                              to ws-log-message
                          move 0             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-jrate-idx        to ws-jur-rate-count
                     move jr-jurisdiction-code
                                             to wr-jurisdiction-code
                                                          (ws-jrate-idx)
                     move jr-effective-date  to wr-effective-date
                                                          (ws-jrate-idx)
                     move jr-tax-rate        to wr-tax-rate
                                                          (ws-jrate-idx)
                     move jr-authority-name  to wr-authority-name
                                                          (ws-jrate-idx)
                     move jr-filing-freq     to wr-filing-freq
                                                          (ws-jrate-idx)
                     move jr-jurisdiction-code
                                             to ws-rate-lookup-jur
                     perform 127-findjurisdiction
           end-read.

      * find (or add) the jurisdiction in ws-rate-lookup-jur on the
      * distinct list; leaves its entry in ws-jur-match-sub.
       127-findjurisdiction.
           move ws-no-flag                  to ws-jur-found-flag.
           move 0                           to ws-jur-match-sub.
           perform 128-checkjurisdiction
                varying ws-jur-search-sub from 1 by 1
                until ws-jur-search-sub > ws-jur-count
                   or ws-jur-found-flag = ws-yes-flag.
           if ws-jur-found-flag = ws-no-flag
                if ws-jur-count >= 50
                     display 'D3TAXACC: JURISDICTIONS EXCEED 50'
                     move 'JURISDICTIONS EXCEED 50'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-jur-count
                move ws-jur-count           to ws-jur-match-sub
                set ws-jur-idx              to ws-jur-count
                move ws-rate-lookup-jur     to wj-jurisdiction-code
                                                          (ws-jur-idx)
           end-if.

       128-checkjurisdiction.
           set ws-jur-idx                   to ws-jur-search-sub.
           if wj-jurisdiction-code (ws-jur-idx) = ws-rate-lookup-jur
                move ws-yes-flag            to ws-jur-found-flag
                move ws-jur-search-sub      to ws-jur-match-sub
           end-if.

      * each named jurisdiction takes tonight's rate and filing
      * frequency off its JURRATE row in effect; one with no row in
      * effect cannot be taxed and is fatal, as in B1GLEXT. Then its
      * current and prior filing periods.
       130-setjurisdiction.
           set ws-jur-idx                   to ws-jur-search-sub.
           if wj-jurisdiction-code (ws-jur-idx) not = spaces
                move wj-jurisdiction-code (ws-jur-idx)
                                             to ws-rate-lookup-jur
                move ws-date-line           to ws-rate-lookup-date
                perform 131-findjurrate
                if ws-rate-found-date = 0
                     display 'D3TAXACC: NO RATE IN EFFECT FOR '
                             'JURISDICTION ' ws-rate-lookup-jur
                     move 'NO JURISDICTION TAX RATE IN EFFECT'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-rate-found-rate     to wj-tax-rate (ws-jur-idx)
                set ws-jrate-idx            to ws-rate-found-sub
                if wr-filing-freq (ws-jrate-idx) = 'Q'
                     move 'Q'               to wj-filing-freq
                                                          (ws-jur-idx)
                else
                     move 'M'               to wj-filing-freq
                                                          (ws-jur-idx)
                end-if
           end-if.
           move wj-filing-freq (ws-jur-idx) to ws-period-freq.
           perform 140-computeperiods.
           move ws-cur-period               to wj-current-period
                                                          (ws-jur-idx).
           move ws-prior-period             to wj-prior-period
                                                          (ws-jur-idx).

      * the rate for ws-rate-lookup-jur in effect on
      * ws-rate-lookup-date - found date stays zero when none is.
       131-findjurrate.
           move 0                           to ws-rate-found-rate.
           move 0                           to ws-rate-found-date.
           move 0                           to ws-rate-found-sub.
           perform 132-checkjurrateentry
                varying ws-jrate-idx from 1 by 1
                until ws-jrate-idx > ws-jur-rate-count.

       132-checkjurrateentry.
           if wr-jurisdiction-code (ws-jrate-idx) = ws-rate-lookup-jur
              and wr-effective-date (ws-jrate-idx) <=
                                              ws-rate-lookup-date
              and wr-effective-date (ws-jrate-idx) > ws-rate-found-date
                move wr-tax-rate (ws-jrate-idx)
                                             to ws-rate-found-rate
                move wr-effective-date (ws-jrate-idx)
                                             to ws-rate-found-date
                set ws-rate-found-sub       to ws-jrate-idx
           end-if.

      * each store carries its jurisdiction's entry and rate.
       135-setstorerate.
           move ws-sj-jurisdiction-code (ws-store-idx)
                                             to ws-rate-lookup-jur.
           perform 127-findjurisdiction.
           move ws-jur-match-sub            to ws-sj-jur-sub
                                                         (ws-store-idx).
           set ws-jur-idx                   to ws-jur-match-sub.
           move wj-tax-rate (ws-jur-idx)    to ws-sj-tax-rate
                                                         (ws-store-idx).

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

       145-loadpending.
           read pending-refund-in-file
                at end
                     move ws-yes-flag        to ws-pendin-eof-flag
                not at end
                     add 1                   to ws-pending-count
                     if ws-pending-count > 2000
                          display
                             'D3TAXACC: PENDING TABLE EXCEEDS 2000'
                          move 'PENDING TABLE EXCEEDS 2000'
                                              to ws-log-message
                          move 0             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-pend-idx         to ws-pending-count
                     move pr-invoice-num     to wn-invoice-num
                                                          (ws-pend-idx)
                     move pr-store-num       to wn-store-num
                                                          (ws-pend-idx)
                     move pr-tran-amount     to wn-tran-amount
                                                          (ws-pend-idx)
                     move pr-held-date       to wn-held-date
                                                          (ws-pend-idx)
                     move spaces             to wn-disposition
                                                          (ws-pend-idx)
           end-read.

       147-loadapprovals.
           read approval-feed-file
                at end
                     move ws-yes-flag        to ws-apprfeed-eof-flag
                not at end
                     move ws-no-flag         to ws-approval-found-flag
                     perform 148-checkpendingentry
                          varying ws-pending-scan-sub from 1 by 1
                          until ws-pending-scan-sub > ws-pending-count
                             or ws-approval-found-flag = ws-yes-flag
           end-read.

       148-checkpendingentry.
           set ws-pend-idx                  to ws-pending-scan-sub.
           if wn-invoice-num (ws-pend-idx) = af-invoice-num
              and wn-disposition (ws-pend-idx) = spaces
                move ws-yes-flag            to ws-approval-found-flag
                if af-release-action
                     move 'A'               to wn-disposition
                                                       (ws-pend-idx)
                end-if
                if af-reject-action
                     move 'R'               to wn-disposition
                                                       (ws-pend-idx)
                end-if
           end-if.

      * last night's accumulator - a record already stamped with
      * tonight's date or later means the input is not last night's
      * generation, and folding tonight in again would double it. A
      * record whose filing period is neither the current nor the
      * prior one for its frequency has been remitted and drops off.
       150-loadaccumulator.
           read tax-accum-in
                at end
                     move ws-yes-flag        to ws-accum-eof-flag
                not at end
                     add 1                   to ws-accum-read-count
                     if ti-last-update-date >= ws-date-line
                          display 'D3TAXACC: TAXACC ALREADY CARRIES '
                                  ti-last-update-date
                          move 'TAXACC ALREADY CARRIES THIS DATE'
                                              to ws-log-message
                          move ws-accum-read-count
                                              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     move ti-filing-freq     to ws-period-freq
                     perform 140-computeperiods
                     if ti-filing-period = ws-cur-period
                        or ti-filing-period = ws-prior-period
                          perform 152-keepaccumrecord
                     else
                          add 1              to ws-accum-dropped-count
                     end-if
           end-read.

       152-keepaccumrecord.
           add 1                            to ws-accum-kept-count.
           move ti-jurisdiction-code        to ws-ak-jurisdiction-code.
           move ti-store-num                to ws-ak-store-num.
           move ti-filing-period            to ws-ak-filing-period.
           perform 155-findaccumentry.
           set ws-acc-idx                   to ws-accum-match-sub.
           move ti-filing-freq              to wa-filing-freq
                                                          (ws-acc-idx).
           move ti-last-update-date         to wa-last-update-date
                                                          (ws-acc-idx).
           add ti-taxable-sales             to wa-taxable-sales
                                                          (ws-acc-idx).
           add ti-sales-tax                 to wa-sales-tax
                                                          (ws-acc-idx).
           add ti-taxable-returns           to wa-taxable-returns
                                                          (ws-acc-idx).
           add ti-return-tax                to wa-return-tax
                                                          (ws-acc-idx).
           add ti-reversed-tax              to wa-reversed-tax
                                                          (ws-acc-idx).
           add ti-gl-tax-credit             to wa-gl-tax-credit
                                                          (ws-acc-idx).
           add ti-gl-tax-debit              to wa-gl-tax-debit
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
                if ws-accum-count >= 3000
                     display 'D3TAXACC: ACCUMULATOR EXCEEDS 3000'
                     move 'ACCUMULATOR EXCEEDS 3000'
                                         to ws-log-message
                     move ws-accum-read-count
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

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

       300-initialreadsl.
           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

       310-initialreadret.
           read ret-file
                at end move ws-yes-flag     to ws-ret-eof-flag.

       400-processslrecords.
           perform 405-accumulatesl.

           read sl-file
                at end move ws-yes-flag     to ws-sl-eof-flag.

      * tax collected on every sale-side record at its store's rate,
      * computed record by record exactly as B1GLEXT posts it -
      * exchange legs carry no tax of their own.
       405-accumulatesl.
           if sh-record-type = 'H'
                if sh-business-date not = ws-date-line
                     display 'D3TAXACC: SLFILE HEADER DATE '
                             sh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'SLFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-sl-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           else
           if st-record-type = 'T'
                move st-record-count        to ws-sl-trailer-count
                move st-amount-total        to ws-sl-trailer-amount
           else
                add 1                       to ws-sl-read-count
                add sd-tran-amount          to ws-sl-read-amount
                if sd-store-num >= 1 and sd-store-num <= 99
                   and sd-tran-code not = 'E'
                     set ws-store-idx       to sd-store-num
                     compute ws-tax-work = sd-tran-amount *
                                      ws-sj-tax-rate (ws-store-idx)
                     add sd-tran-amount     to wd-taxable-sales
                                                         (ws-store-idx)
                     add ws-tax-work        to wd-sales-tax
                                                         (ws-store-idx)
                end-if
           end-if
           end-if.

       410-processretrecords.
           perform 415-accumulateret.

           read ret-file
                at end move ws-yes-flag     to ws-ret-eof-flag.

       415-accumulateret.
           if rh-record-type = 'H'
                if rh-business-date not = ws-date-line
                     display 'D3TAXACC: RETFILE HEADER DATE '
                             rh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'RETFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-ret-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           else
           if rt-record-type = 'T'
                move rt-record-count        to ws-ret-trailer-count
                move rt-amount-total        to ws-ret-trailer-amount
           else
                add 1                       to ws-ret-read-count
                add rd-tran-amount          to ws-ret-read-amount
                if rd-store-num >= 1 and rd-store-num <= 99
                   and (rd-tran-code = 'R' or rd-tran-code = 'V')
                     set ws-store-idx       to rd-store-num
                     perform 417-netreturntax
                end-if
           end-if
           end-if.

      * the netting B1GLEXT applies: an 'R' accrues tax unless its
      * invoice was already voided, and marks the invoice taxed; a
      * first 'V' backs the return's tax out where an 'R' accrued
      * it, or the sale's tax out of the tax collected where none
      * did; a repeat 'V' does nothing. Approval holds accrue like
      * any other return.
       417-netreturntax.
           perform 461-lookupretinvoice.
           if ws-invoice-found-flag = ws-no-flag
                perform 464-storeretinvoice
           end-if.

           compute ws-tax-work = rd-tran-amount *
                                 ws-sj-tax-rate (ws-store-idx).
           if rd-tran-code = 'R'
                if ws-ri-voided-flag (ws-probe-sub) = ws-no-flag
                     add rd-tran-amount     to wd-taxable-returns
                                                         (ws-store-idx)
                     add ws-tax-work        to wd-return-tax
                                                         (ws-store-idx)
                     move ws-yes-flag       to ws-ri-taxed-flag
                                                       (ws-probe-sub)
                end-if
           else
                if ws-ri-voided-flag (ws-probe-sub) = ws-no-flag
                     if ws-ri-taxed-flag (ws-probe-sub) = ws-yes-flag
                          subtract rd-tran-amount
                                             from wd-taxable-returns
                                                         (ws-store-idx)
                          subtract ws-tax-work
                                             from wd-return-tax
                                                         (ws-store-idx)
                     else
                          subtract rd-tran-amount
                                             from wd-taxable-sales
                                                         (ws-store-idx)
                          subtract ws-tax-work
                                             from wd-sales-tax
                                                         (ws-store-idx)
                     end-if
                     move ws-yes-flag       to ws-ri-voided-flag
                                                       (ws-probe-sub)
                end-if
           end-if.

      * a hold the manager rejected was taxed as a return the night
      * it arrived - its tax comes back in at the rate of the held
      * date, the figure B1GLEXT reverses.
       420-reverserejectedhold.
           set ws-pend-idx                  to ws-pending-scan-sub.
           if wn-disposition (ws-pend-idx) = 'R'
              and wn-store-num (ws-pend-idx) >= 1
              and wn-store-num (ws-pend-idx) <= 99
                set ws-store-idx            to wn-store-num
                                                          (ws-pend-idx)
                perform 425-selectheldrate
                compute ws-tax-work = wn-tran-amount (ws-pend-idx) *
                                      ws-held-rate
                add ws-tax-work             to wd-reversed-tax
                                                         (ws-store-idx)
           end-if.

      * the rate in effect on the held date, off the store's
      * jurisdiction where it has one.
       425-selectheldrate.
           move 0                           to ws-held-rate.
           move 0                           to ws-held-sel-date.
           if ws-sj-jurisdiction-code (ws-store-idx) = spaces
                perform 427-checkheldrateentry
                     varying ws-tax-idx from 1 by 1
                     until ws-tax-idx > ws-tax-rate-count
           else
                move ws-sj-jurisdiction-code (ws-store-idx)
                                             to ws-rate-lookup-jur
                move wn-held-date (ws-pend-idx)
                                             to ws-rate-lookup-date
                perform 131-findjurrate
                move ws-rate-found-rate     to ws-held-rate
           end-if.

       427-checkheldrateentry.
           if wt-effective-date (ws-tax-idx) <=
                                       wn-held-date (ws-pend-idx)
              and wt-effective-date (ws-tax-idx) > ws-held-sel-date
                move wt-tax-rate (ws-tax-idx)
                                             to ws-held-rate
                move wt-effective-date (ws-tax-idx)
                                             to ws-held-sel-date
           end-if.

      * tonight's tax-payable postings, credits and debits apart, by
      * the store they were posted for.
       430-readglextract.
           read gl-extract-file
                at end
                     move ws-yes-flag        to ws-gl-eof-flag
                not at end
                     add 1                   to ws-gl-read-count
                     if ge-account-num = ws-acct-tax-payable
                        and ge-store-num >= 1
                        and ge-store-num <= 99
                          add 1              to ws-gl-tax-line-count
                          set ws-store-idx   to ge-store-num
                          if ge-dr-cr = 'CR'
                               add ge-amount to wd-gl-tax-credit
                                                         (ws-store-idx)
                          else
                               add ge-amount to wd-gl-tax-debit
                                                         (ws-store-idx)
                          end-if
                     end-if
           end-read.

      * one report line per store with tax or postings tonight - the
      * figured net tax against what the GL took - and the day folds
      * into the store's accumulator entry for its jurisdiction's
      * current filing period.
       440-foldstore.
           if wd-taxable-sales (ws-store-idx) not = 0
              or wd-taxable-returns (ws-store-idx) not = 0
              or wd-reversed-tax (ws-store-idx) not = 0
              or wd-gl-tax-credit (ws-store-idx) not = 0
              or wd-gl-tax-debit (ws-store-idx) not = 0
                perform 445-writestoreline
                set ws-jur-idx              to ws-sj-jur-sub
                                                         (ws-store-idx)
                move ws-sj-jurisdiction-code (ws-store-idx)
                                             to ws-ak-jurisdiction-code
                set ws-ak-store-num         to ws-store-idx
                move wj-current-period (ws-jur-idx)
                                             to ws-ak-filing-period
                perform 155-findaccumentry
                set ws-acc-idx              to ws-accum-match-sub
                move wj-filing-freq (ws-jur-idx)
                                             to wa-filing-freq
                                                          (ws-acc-idx)
                move ws-date-line           to wa-last-update-date
                                                          (ws-acc-idx)
                add wd-taxable-sales (ws-store-idx)
                                             to wa-taxable-sales
                                                          (ws-acc-idx)
                add wd-sales-tax (ws-store-idx)
                                             to wa-sales-tax
                                                          (ws-acc-idx)
                add wd-taxable-returns (ws-store-idx)
                                             to wa-taxable-returns
                                                          (ws-acc-idx)
                add wd-return-tax (ws-store-idx)
                                             to wa-return-tax
                                                          (ws-acc-idx)
                add wd-reversed-tax (ws-store-idx)
                                             to wa-reversed-tax
                                                          (ws-acc-idx)
                add wd-gl-tax-credit (ws-store-idx)
                                             to wa-gl-tax-credit
                                                          (ws-acc-idx)
                add wd-gl-tax-debit (ws-store-idx)
                                             to wa-gl-tax-debit
                                                          (ws-acc-idx)
           end-if.

      * net tax owed = collected less refunded plus rejected holds
      * coming back; the GL's net is tax-payable credits less debits.
       445-writestoreline.
           add 1                            to ws-store-line-count.
           compute ws-net-tax = wd-sales-tax (ws-store-idx)
                              - wd-return-tax (ws-store-idx)
                              + wd-reversed-tax (ws-store-idx).
           compute ws-gl-net-tax = wd-gl-tax-credit (ws-store-idx)
                                 - wd-gl-tax-debit (ws-store-idx).

           set ws-sl-store-out              to ws-store-idx.
           move ws-sj-jurisdiction-code (ws-store-idx)
                                             to ws-sl-jur-out.
           move ws-sj-tax-rate (ws-store-idx)
                                             to ws-sl-rate-out.
           move wd-taxable-sales (ws-store-idx)
                                             to ws-sl-taxable-sales-out.
           move wd-sales-tax (ws-store-idx) to ws-sl-sales-tax-out.
           move wd-taxable-returns (ws-store-idx)
                                             to ws-sl-taxable-ret-out.
           move wd-return-tax (ws-store-idx)
                                             to ws-sl-return-tax-out.
           move wd-reversed-tax (ws-store-idx)
                                             to ws-sl-reversed-out.
           move ws-net-tax                  to ws-sl-net-tax-out.
           move ws-gl-net-tax               to ws-sl-gl-net-out.
           if ws-net-tax = ws-gl-net-tax
                move 'OK'                   to ws-sl-balance-out
           else
                move '***'                  to ws-sl-balance-out
                add 1                       to ws-store-diff-count
           end-if.
           write output-line                from ws-store-line.

           add wd-taxable-sales (ws-store-idx)
                                             to ws-tot-taxable-sales.
           add wd-sales-tax (ws-store-idx)  to ws-tot-sales-tax.
           add wd-taxable-returns (ws-store-idx)
                                             to ws-tot-taxable-returns.
           add wd-return-tax (ws-store-idx) to ws-tot-return-tax.
           add wd-reversed-tax (ws-store-idx)
                                             to ws-tot-reversed-tax.
           add ws-net-tax                   to ws-tot-net-tax.
           add ws-gl-net-tax                to ws-tot-gl-net-tax.

      * hash lookup - leaves ws-invoice-found-flag set when the
      * invoice is on the table, and ws-probe-sub at the slot where
      * it sits (or at the empty slot where it belongs).
       461-lookupretinvoice.
           perform 462-hashinvoice.
           move ws-no-flag                  to ws-invoice-found-flag.
           move ws-no-flag                  to ws-slot-found-flag.
           move 0                           to ws-hash-probes.
           perform 463-probeslot
                until ws-slot-found-flag = ws-yes-flag.

       462-hashinvoice.
           move rd-invoice-num              to ws-hash-invoice.

           move 0                           to ws-hash-letter-1-weight.
           if ws-hi-letter-1 = 'A'
                move 1                      to ws-hash-letter-1-weight
           else
           if ws-hi-letter-1 = 'B'
                move 2                      to ws-hash-letter-1-weight
           else
           if ws-hi-letter-1 = 'C'
                move 3                      to ws-hash-letter-1-weight
           else
           if ws-hi-letter-1 = 'D'
                move 4                      to ws-hash-letter-1-weight
           else
           if ws-hi-letter-1 = 'E'
                move 5                      to ws-hash-letter-1-weight
           end-if
           end-if
           end-if
           end-if
           end-if.

           move 0                           to ws-hash-letter-2-weight.
           if ws-hi-letter-2 = 'A'
                move 1                      to ws-hash-letter-2-weight
           else
           if ws-hi-letter-2 = 'B'
                move 2                      to ws-hash-letter-2-weight
           else
           if ws-hi-letter-2 = 'C'
                move 3                      to ws-hash-letter-2-weight
           else
           if ws-hi-letter-2 = 'D'
                move 4                      to ws-hash-letter-2-weight
           else
           if ws-hi-letter-2 = 'E'
                move 5                      to ws-hash-letter-2-weight
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-hi-number is numeric
                move ws-hi-number           to ws-hash-key
           else
                move 0                      to ws-hash-key
           end-if.
           compute ws-hash-key = (ws-hash-key * 25)
                + (ws-hash-letter-1-weight * 5)
                + ws-hash-letter-2-weight.
           divide ws-hash-key by 131071
                giving ws-hash-quotient
                remainder ws-hash-slot.

       463-probeslot.
           compute ws-probe-sub = ws-hash-slot + 1.
           if ws-ri-invoice-num (ws-probe-sub) = rd-invoice-num
                move ws-yes-flag            to ws-invoice-found-flag
                move ws-yes-flag            to ws-slot-found-flag
           else
           if ws-ri-invoice-num (ws-probe-sub) = spaces
                move ws-yes-flag            to ws-slot-found-flag
           else
                add 1                       to ws-hash-slot
                if ws-hash-slot >= 131071
                     move 0                 to ws-hash-slot
                end-if
                add 1                       to ws-hash-probes
                if ws-hash-probes > 131071
                     display 'D3TAXACC: RET-INVOICE TABLE FULL'
                     move 'RET-INVOICE TABLE FULL'
                                    to ws-log-message
                     move ws-ret-read-count
                                    to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if
           end-if.

      * the entry ceiling keeps the table under three-quarters full
      * so the probe walks stay short.
       464-storeretinvoice.
           if ws-ret-invoice-count >= 100000
                display 'D3TAXACC: RET-INVOICE TABLE FULL'
                move 'RET-INVOICE TABLE FULL'
                                    to ws-log-message
                move ws-ret-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move rd-invoice-num              to ws-ri-invoice-num
                                                       (ws-probe-sub).
           move ws-no-flag                  to ws-ri-taxed-flag
                                                       (ws-probe-sub).
           move ws-no-flag                  to ws-ri-voided-flag
                                                       (ws-probe-sub).
           add 1                            to ws-ret-invoice-count.

      * the accumulator back out - the kept records, with tonight
      * folded in, in the order they were first met.
       500-writeaccumulator.
           set ws-acc-idx                   to ws-accum-search-sub.
           move spaces                      to tax-accum-out-record.
           move wa-jurisdiction-code (ws-acc-idx)
                                             to to-jurisdiction-code.
           move wa-store-num (ws-acc-idx)   to to-store-num.
           move wa-filing-period (ws-acc-idx)
                                             to to-filing-period.
           move wa-filing-freq (ws-acc-idx) to to-filing-freq.
           move wa-last-update-date (ws-acc-idx)
                                             to to-last-update-date.
           move wa-taxable-sales (ws-acc-idx)
                                             to to-taxable-sales.
           move wa-sales-tax (ws-acc-idx)   to to-sales-tax.
           move wa-taxable-returns (ws-acc-idx)
                                             to to-taxable-returns.
           move wa-return-tax (ws-acc-idx)  to to-return-tax.
           move wa-reversed-tax (ws-acc-idx)
                                             to to-reversed-tax.
           move wa-gl-tax-credit (ws-acc-idx)
                                             to to-gl-tax-credit.
           move wa-gl-tax-debit (ws-acc-idx)
                                             to to-gl-tax-debit.
           write tax-accum-out-record.
           add 1                            to ws-accum-written-count.

       550-writetotals.
           write output-line                from ws-blank-line.
           move ws-tot-taxable-sales        to ws-tl-taxable-sales-out.
           move ws-tot-sales-tax            to ws-tl-sales-tax-out.
           move ws-tot-taxable-returns      to ws-tl-taxable-ret-out.
           move ws-tot-return-tax           to ws-tl-return-tax-out.
           move ws-tot-reversed-tax         to ws-tl-reversed-out.
           move ws-tot-net-tax              to ws-tl-net-tax-out.
           move ws-tot-gl-net-tax           to ws-tl-gl-net-out.
           write output-line                from ws-total-line.
           write output-line                from ws-blank-line.

      * a store out of balance with the GL is a warning, not a stop -
      * the accumulator still carries what the streams say, and the
      * difference is for accounting to run down before filing.
           if ws-store-diff-count = 0
                move 'ALL STORES BALANCE TO GL TAX PAYABLE'
                                             to ws-balance-msg
           else
                move 'STORE TAX DOES NOT BALANCE TO GL - SEE ***'
                                             to ws-balance-msg
                move 'STORE TAX DOES NOT BALANCE TO GL TAX PAYABLE'
                                             to ws-log-message
                move ws-store-diff-count    to ws-log-position
                perform 9200-logwarning
           end-if.
           write output-line                from ws-balance-result.
           write output-line                from ws-blank-line.

           move 'SLFILE'                    to ws-tb-file-out.
           move ws-sl-read-count            to ws-tb-read-out.
           move ws-sl-trailer-count         to ws-tb-trailer-out.
           move ws-sl-read-amount           to ws-tb-amount-out.
           move ws-sl-trailer-amount        to ws-tb-tramount-out.
           if ws-sl-read-count = ws-sl-trailer-count
              and ws-sl-read-amount = ws-sl-trailer-amount
                move 'IN BALANCE'           to ws-tb-result-out
           else
                move 'OUT OF BAL.'          to ws-tb-result-out
           end-if.
           write output-line                from ws-tieback-line.

           move 'RETFILE'                   to ws-tb-file-out.
           move ws-ret-read-count           to ws-tb-read-out.
           move ws-ret-trailer-count        to ws-tb-trailer-out.
           move ws-ret-read-amount          to ws-tb-amount-out.
           move ws-ret-trailer-amount       to ws-tb-tramount-out.
           if ws-ret-read-count = ws-ret-trailer-count
              and ws-ret-read-amount = ws-ret-trailer-amount
                move 'IN BALANCE'           to ws-tb-result-out
           else
                move 'OUT OF BAL.'          to ws-tb-result-out
           end-if.
           write output-line                from ws-tieback-line.
           write output-line                from ws-blank-line.

           move 'GL Tax Payable Lines Read'  to ws-cl-label-out.
           move ws-gl-tax-line-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Accumulator Records Read'  to ws-cl-label-out.
           move ws-accum-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Accumulator Records Kept'  to ws-cl-label-out.
           move ws-accum-kept-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Remitted Periods Dropped'  to ws-cl-label-out.
           move ws-accum-dropped-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Accumulator Records Written' to ws-cl-label-out.
           move ws-accum-written-count      to ws-cl-count-out.
           write output-line                from ws-count-line.

       600-closefiles.
           close sl-file,
                 ret-file,
                 gl-extract-file,
                 tax-accum-out,
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
                display 'D3TAXACC: PREDECESSOR B1GLEXT NOT COMPLETE'
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
           if rc-program-id = 'D3TAXACC'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D3TAXACC: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D3TAXACC: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D3TAXACC'                 to rc-program-id.
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
           move 'D3TAXACC'                   to el-program-id.
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
       end program D3TAXACC.
