       identification division.
       program-id. E5RETDSP.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E5 Return Disposition And Vendor Claim Posting.
      *Takes in the stores' daily disposition feed - for each return
      *invoice and SKU, how many units went back on the shelf
      *(restock), were damaged and written off, or were set aside to
      *go back to the vendor - and proves every line against the
      *day's RETFILE stream: the store, invoice and SKU must have
      *been returned today, and no more units can be disposed of
      *than came back. Every returned unit (R records and exchange
      *return legs - a void moves no merchandise) leaves with one
      *disposition on DISPOSN, in RETFILE order, for C1INVUPD to
      *restock only what the store restocked; a unit the store sent
      *no disposition for is restocked, as it always was, and
      *listed. Write-offs are valued at km-unit-price and each
      *store's total is written as a shrink posting pair in the
      *GLEXTR layout C9CNTREC writes to SHRKGL. Return-to-vendor
      *units are valued the same way and posted as tonight's claim
      *against the vendor on the SKU master, on the vendor claim
      *master E6VCLAIM settles and ages.
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

      * the returns stream A7SPLIT wrote, H/T stamped
           select ret-file
               assign to RETFILE
               organization is sequential.

      * the stores' disposition feed for the day's returns - absent
      * on a night no store sent one, when every return restocks.
           select optional disposition-feed-file
               assign to DISPFEED
               organization is sequential.

      * sku/product master - the unit price a write-off or claim is
      * valued at, and the vendor a claim is raised against.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * vendor claim master - one claim per vendor per business
      * date, kept from tonight until the vendor's credit settles it.
           select vendor-claim-master
               assign to VCLMMAS
               organization is indexed
               access mode is random
               record key is cl-claim-key
               file status is ws-vendor-claim-status.

      * the resolved disposition of every returned unit, H/T stamped,
      * for C1INVUPD (and a D6BKOUT backout) to read alongside
      * RETFILE.
           select disposition-file
               assign to DISPOSN
               organization is sequential.

      * the write-off shrink posting lines, in the journal-entry
      * layout finance already loads off GLEXTR and SHRKGL.
           select writeoff-gl-file
               assign to WOFFGL
               organization is sequential.

      * disposition exception and vendor claim report
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
       fd ret-file
           recording mode is F
           data record is ret-detail-record
           record contains 36 characters.

      * three layouts share the FD - the record type in byte one says
      * which applies: 'H' header, 'T' trailer, else a detail record.
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

      * one line per return invoice and SKU the store disposed of -
      * the disposition code, the units it covers, and the business
      * date of the returns it answers for.
       fd disposition-feed-file
           recording mode is F
           data record is disposition-feed-record
           record contains 40 characters.

       01 disposition-feed-record.
           05 df-store-num                  pic 99.
           05 df-invoice-num                pic x(9).
           05 df-sku-code                   pic x(15).
           05 df-disposition                pic x.
                88 df-restock
                    value 'R'.
                88 df-write-off
                    value 'W'.
                88 df-return-to-vendor
                    value 'V'.
           05 df-quantity                   pic 9(3).
           05 df-return-date                pic 9(6).
           05 filler                        pic x(4).

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

      * one return-to-vendor claim - the vendor and the business date
      * the units were set aside on, what was claimed, and what the
      * vendor has credited against it so far.
       fd vendor-claim-master
           recording mode is F
           data record is vendor-claim-record
           record contains 60 characters.

       01 vendor-claim-record.
           05 cl-claim-key.
                10 cl-vendor-code            pic x(6).
                10 cl-claim-date             pic 9(6).
           05 cl-claim-status               pic x.
                88 cl-claim-open
                    value 'O'.
                88 cl-claim-settled
                    value 'S'.
           05 cl-claim-units                pic 9(5).
           05 cl-claim-amount               pic 9(7)V99.
           05 cl-settled-amount             pic 9(7)V99.
           05 cl-settled-date               pic 9(6).
           05 cl-last-update-date           pic 9(6).
           05 cl-last-credit-date           pic 9(6).
           05 filler                        pic x(6).

      **********************************************
       fd disposition-file
           recording mode is F
           data record is disposition-record
           record contains 40 characters.

      * three layouts share the FD - 'H' header, 'T' trailer, else a
      * detail record, which always opens with a store number.
       01 disposition-header-record.
           05 dh-record-type                pic x.
           05 dh-business-date              pic 9(6).
           05 filler                        pic x(33).

       01 disposition-record.
           05 ds-store-num                  pic 99.
           05 ds-invoice-num                pic x(9).
           05 ds-sku-code                   pic x(15).
           05 ds-tran-code                  pic x.
           05 ds-disposition                pic x.
                88 ds-restock
                    value 'R'.
                88 ds-write-off
                    value 'W'.
                88 ds-return-to-vendor
                    value 'V'.
           05 ds-default-flag               pic x.
           05 ds-vendor-code                pic x(6).
           05 filler                        pic x(5).

       01 disposition-trailer-record.
           05 dt-record-type                pic x.
           05 dt-record-count               pic 9(7).
           05 dt-restock-count              pic 9(7).
           05 dt-write-off-count            pic 9(7).
           05 dt-vendor-count               pic 9(7).
           05 filler                        pic x(11).

      **********************************************

      * the same journal-entry layout B1GLEXT writes to GLEXTR.
       fd writeoff-gl-file
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

       01 ws-ret-eof-flag                   pic x
           value 'N'.
       01 ws-feed-eof-flag                  pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-header-seen-flag               pic x
           value 'N'.
       01 ws-sku-found-flag                 pic x
           value 'N'.
       01 ws-vendor-found-flag              pic x
           value 'N'.
       01 ws-claim-on-file-flag             pic x
           value 'N'.

       01 ws-sku-master-status              pic xx.
       01 ws-vendor-claim-status            pic xx.

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

      * write-off GL accounts - the shrink pair C9CNTREC posts a
      * count loss to: debit shrink expense, credit merchandise
      * inventory.
       01 ws-gl-accounts.
           05 ws-acct-shrink-expense        pic 9(4)
                value 5410.
           05 ws-acct-inventory             pic 9(4)
                value 1310.

       01 ws-reject-reason                  pic x(40)
           value spaces.

      * every returned unit on tonight's RETFILE, in stream order,
      * with the disposition the feed gave it - spaces until one
      * does.
       01 ws-return-unit-table.
           05 ws-return-unit-entry          occurs 5000 times
                                             indexed by ws-unit-idx.
                10 wu-store-num              pic 99.
                10 wu-invoice-num            pic x(9).
                10 wu-sku-code               pic x(15).
                10 wu-tran-code              pic x.
                10 wu-disposition            pic x.
                10 wu-default-flag           pic x.
                10 wu-vendor-code            pic x(6).
       01 ws-return-unit-count              pic 9(5)
           value 0.
       01 ws-unit-search-sub                pic 9(5)
           value 0.

      * units of the feed line in hand still free to dispose of, and
      * still to be given its disposition.
       01 ws-units-available                pic 9(5)
           value 0.
       01 ws-units-to-assign                pic 9(5)
           value 0.

      * tonight's return-to-vendor units and value, by vendor -
      * found by linear search the same way A6CORR matches its
      * correction table.
       01 ws-vendor-table.
           05 ws-vendor-entry               occurs 500 times
                                             indexed by ws-vend-idx.
                10 wv-vendor-code            pic x(6).
                10 wv-claim-units            pic 9(5).
                10 wv-claim-amount           pic 9(7)V99.
       01 ws-vendor-count                   pic 9(3)
           value 0.
       01 ws-vendor-search-sub              pic 9(3)
           value 0.
       01 ws-vendor-match-sub               pic 9(3)
           value 0.

      * tonight's write-offs by store, for the shrink postings.
       01 ws-store-writeoff-table.
           05 ws-store-writeoff-entry       occurs 99 times
                                             indexed by ws-swo-idx.
                10 wsw-units                 pic 9(5).
                10 wsw-amount                pic 9(7)V99.
       01 ws-posting-store-num              pic 99.

       01 ws-line-value-work                pic 9(7)V99.

      * sized for the full projected chain-wide volume so nothing
      * wraps past its picture.
       01 ws-counters.
           05 ws-ret-read-count             pic 9(7)
                value 0.
           05 ws-ret-read-amount            pic 9(9)V99
                value 0.
           05 ws-void-skipped-total         pic 9(7)
                value 0.
           05 ws-feed-read-total            pic 9(7)
                value 0.
           05 ws-feed-accepted-total        pic 9(7)
                value 0.
           05 ws-feed-rejected-total        pic 9(7)
                value 0.
           05 ws-restock-unit-total         pic 9(7)
                value 0.
           05 ws-default-unit-total         pic 9(7)
                value 0.
           05 ws-write-off-unit-total       pic 9(7)
                value 0.
           05 ws-vendor-unit-total          pic 9(7)
                value 0.
           05 ws-disposition-write-count    pic 9(7)
                value 0.
           05 ws-new-claim-total            pic 9(5)
                value 0.
           05 ws-rewritten-claim-total      pic 9(5)
                value 0.
           05 ws-posting-line-count         pic 9(5)
                value 0.

       01 ws-amount-totals.
           05 ws-write-off-value-total      pic 9(9)V99
                value 0.
           05 ws-vendor-value-total         pic 9(9)V99
                value 0.
           05 ws-debit-total                pic 9(9)V99
                value 0.
           05 ws-credit-total               pic 9(9)V99
                value 0.

      * trailer figures off the returns stream - DISPOSN answers for
      * every unit on it, so a truncated stream is fatal.
       01 ws-trailer-controls.
           05 ws-ret-trailer-seen-flag      pic x
                value 'N'.
           05 ws-ret-trailer-count          pic 9(7)
                value 0.
           05 ws-ret-trailer-amount         pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Return Disposition Run For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E5".

       01 ws-reject-heading.
           05 filler                        pic x(60)
                value "Disposition Lines Rejected".

       01 ws-feed-headings-2.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Invoice".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(15)
                value "SKU Code".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(4)
                value "Disp".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(5)
                value "Units".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(40)
                value "Reason".

       01 ws-feed-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-fd-store-out               pic xx.
           05 filler                        pic x(4)
                value spaces.
           05 ws-fd-invoice-out             pic x(9).
           05 filler                        pic x(3)
                value spaces.
           05 ws-fd-sku-out                 pic x(15).
           05 filler                        pic x(4)
                value spaces.
           05 ws-fd-disp-out                pic x.
           05 filler                        pic x(5)
                value spaces.
           05 ws-fd-units-out               pic x(3).
           05 filler                        pic x(5)
                value spaces.
           05 ws-fd-reason-out              pic x(40).

       01 ws-default-heading.
           05 filler                        pic x(60)
                value "Returns With No Disposition - Restocked".

       01 ws-writeoff-heading.
           05 filler                        pic x(60)
                value "Write-Off Shrink Postings".

       01 ws-posting-print-line.
           05 filler                        pic x(7)
                value spaces.
           05 filler                        pic x(10)
                value "GL Store  ".
           05 ws-pp-store-out               pic 99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-pp-account-out             pic 9(4).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pp-desc-out                pic x(20).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pp-dr-cr-out               pic xx.
           05 filler                        pic x(5)
                value spaces.
           05 ws-pp-amount-out              pic $Z,ZZZ,ZZZ.99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-pp-units-out               pic zz,zz9.
           05 filler                        pic x(6)
                value " Units".

       01 ws-claim-heading.
           05 filler                        pic x(60)
                value "Return-To-Vendor Claims Posted".

       01 ws-claim-headings-2.
           05 filler                        pic x(6)
                value "Vendor".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(10)
                value "Claim Date".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(7)
                value "  Units".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "  Claim Amount".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(30)
                value "Claim".

       01 ws-claim-detail-line.
           05 ws-cd-vendor-out              pic x(6).
           05 filler                        pic x(6)
                value spaces.
           05 ws-cd-date-out                pic 9(6).
           05 filler                        pic x(6)
                value spaces.
           05 ws-cd-units-out               pic zz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-cd-amount-out              pic $Z,ZZZ,ZZ9.99.
           05 filler                        pic x(6)
                value spaces.
           05 ws-cd-action-out              pic x(30).

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

       01 ws-value-line.
           05 ws-vl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-vl-count-out               pic zz,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-vl-amount-out              pic $ZZ,ZZZ,ZZZ.99.

       01 ws-balance-line.
           05 filler                        pic x(16)
                value "Total Debits  = ".
           05 ws-debit-total-out            pic $ZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(16)
                value "Total Credits = ".
           05 ws-credit-total-out           pic $ZZ,ZZZ,ZZZ.99.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 310-initialreadret.
           perform 410-processretrecords
                until ws-ret-eof-flag = ws-yes-flag.
           perform 490-verifytrailer.

           perform 320-initialreadfeed.
           perform 420-processfeedrecords
                until ws-feed-eof-flag = ws-yes-flag.

           perform 500-writedispositions.
           perform 520-writewriteoffs.
           perform 540-postclaims.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-ret-read-count + ws-feed-read-total.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E5RETDSP: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E5RETDSP: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-return-unit-table,
                      ws-vendor-table,
                      ws-store-writeoff-table.

           open input  ret-file,
                       disposition-feed-file,
                       sku-master.
           if ws-sku-master-status <> '00'
                display 'E5RETDSP: SKU-MASTER OPEN ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

      * i-o, not output - the claim master carries every claim until
      * it settles. A brand-new master comes back '35' (file not
      * found) on the i-o open - create it and carry on; anything
      * else is fatal.
           open i-o    vendor-claim-master.
           if ws-vendor-claim-status = '35'
                open output vendor-claim-master
                close vendor-claim-master
                open i-o vendor-claim-master
           end-if.
           if ws-vendor-claim-status <> '00'
                display 'E5RETDSP: VENDOR-CLAIM OPEN ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open output disposition-file,
                       writeoff-gl-file,
                       output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-reject-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-feed-headings-2.
           write output-line                from ws-blank-line.

       310-initialreadret.
           read ret-file
                at end move ws-yes-flag     to ws-ret-eof-flag.

       410-processretrecords.
           perform 440-tableretrecord.

           read ret-file
                at end move ws-yes-flag     to ws-ret-eof-flag.

      * R records and exchange return legs each bring one unit back
      * and need a disposition. A void reverses money, not
      * merchandise, so 'V' records are counted past.
       440-tableretrecord.
           if rh-record-type = 'H'
                if rh-business-date not = ws-date-line
                     display 'E5RETDSP: RETFILE HEADER DATE '
                             rh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'RETFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-ret-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-yes-flag            to ws-header-seen-flag
           else
           if rt-record-type = 'T'
                move ws-yes-flag            to
                                             ws-ret-trailer-seen-flag
                move rt-record-count        to ws-ret-trailer-count
                move rt-amount-total        to ws-ret-trailer-amount
           else
                add 1                       to ws-ret-read-count
                add rd-tran-amount          to ws-ret-read-amount

                if rd-tran-code = 'V'
                     add 1                  to ws-void-skipped-total
                else
                     if ws-return-unit-count >= 5000
                          display 'E5RETDSP: RETURN UNIT TABLE '
                                  'EXCEEDS 5000'
                          move 'RETURN UNIT TABLE EXCEEDS 5000'
                                             to ws-log-message
                          move ws-ret-read-count
                                             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     add 1                  to ws-return-unit-count
                     set ws-unit-idx        to ws-return-unit-count
                     move rd-store-num      to wu-store-num
                                                       (ws-unit-idx)
                     move rd-invoice-num    to wu-invoice-num
                                                       (ws-unit-idx)
                     move rd-sku-code       to wu-sku-code
                                                       (ws-unit-idx)
                     move rd-tran-code      to wu-tran-code
                                                       (ws-unit-idx)
                     move spaces            to wu-disposition
                                                       (ws-unit-idx)
                     move ws-no-flag        to wu-default-flag
                                                       (ws-unit-idx)
                     move spaces            to wu-vendor-code
                                                       (ws-unit-idx)
                end-if
           end-if
           end-if.

      * every disposition is proved against the returns stream, so
      * the stream is proved first - a truncated RETFILE is fatal
      * before a single disposition is taken.
       490-verifytrailer.
           if ws-header-seen-flag = ws-no-flag
                display 'E5RETDSP: NO HEADER ON RETFILE'
                move 'NO HEADER ON RETFILE'
                                    to ws-log-message
                move ws-ret-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if ws-ret-trailer-seen-flag = ws-no-flag
                display 'E5RETDSP: NO TRAILER ON RETFILE'
                move 'NO TRAILER ON RETFILE - TRUNCATED'
                                    to ws-log-message
                move ws-ret-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if ws-ret-read-count not = ws-ret-trailer-count
              or ws-ret-read-amount not = ws-ret-trailer-amount
                display 'E5RETDSP: RETFILE TRAILER MISMATCH'
                move 'RETFILE TRAILER MISMATCH'
                                    to ws-log-message
                move ws-ret-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       320-initialreadfeed.
           read disposition-feed-file
                at end move ws-yes-flag     to ws-feed-eof-flag.

       420-processfeedrecords.
           add 1                            to ws-feed-read-total.
           perform 450-editfeedline.
           if ws-reject-reason = spaces
                perform 460-takefeedline
           else
                perform 480-writereject
           end-if.

           read disposition-feed-file
                at end move ws-yes-flag     to ws-feed-eof-flag.

      * a feed line that fails the edit is listed and left out - the
      * units it named restock by default below.
       450-editfeedline.
           move spaces                      to ws-reject-reason.
           if df-store-num is not numeric
              or df-store-num < 1 or df-store-num > 99
                move 'STORE NUMBER NOT 01-99'
                                             to ws-reject-reason
           else
           if df-return-date not = ws-date-line
                move 'NOT FOR TONIGHT''S RETURNS'
                                             to ws-reject-reason
           else
           if not df-restock
              and not df-write-off
              and not df-return-to-vendor
                move 'DISPOSITION MUST BE R, W OR V'
                                             to ws-reject-reason
           else
           if df-quantity is not numeric
              or df-quantity = 0
                move 'UNITS NOT NUMERIC OR ZERO'
                                             to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces
                perform 452-countavailable
                if ws-units-available = 0
                     move 'INVOICE/SKU NOT RETURNED TODAY AT STORE'
                                             to ws-reject-reason
                else
                if df-quantity > ws-units-available
                     move 'MORE UNITS THAN RETURNED'
                                             to ws-reject-reason
                end-if
                end-if
           end-if.

      * a write-off is valued, and a vendor claim valued and raised,
      * off the SKU master - neither can go in without the SKU, and
      * a claim cannot go in without the vendor.
           if ws-reject-reason = spaces
              and not df-restock
                perform 456-readskumaster
                if ws-sku-found-flag = ws-no-flag
                     move 'SKU NOT ON MASTER'
                                             to ws-reject-reason
                else
                if df-return-to-vendor
                   and km-vendor-code = spaces
                     move 'NO VENDOR ON SKU MASTER'
                                             to ws-reject-reason
                end-if
                end-if
           end-if.

      * units of the line's store, invoice and SKU on tonight's
      * returns that no earlier line has disposed of.
       452-countavailable.
           move 0                           to ws-units-available.
           perform 454-checkavailable
                varying ws-unit-search-sub from 1 by 1
                until ws-unit-search-sub > ws-return-unit-count.

       454-checkavailable.
           set ws-unit-idx                  to ws-unit-search-sub.
           if wu-store-num (ws-unit-idx) = df-store-num
              and wu-invoice-num (ws-unit-idx) = df-invoice-num
              and wu-sku-code (ws-unit-idx) = df-sku-code
              and wu-disposition (ws-unit-idx) = spaces
                add 1                       to ws-units-available
           end-if.

       456-readskumaster.
           move ws-yes-flag                 to ws-sku-found-flag.
           move df-sku-code                 to km-sku-code.
           read sku-master
                invalid key
                     move ws-no-flag        to ws-sku-found-flag
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the write-offs and claims cannot be
      * valued without it.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'E5RETDSP: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-feed-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * the line's disposition goes onto its units in stream order,
      * and a write-off or claim is valued at the SKU's unit price.
       460-takefeedline.
           add 1                            to ws-feed-accepted-total.
           move df-quantity                 to ws-units-to-assign.
           perform 462-assignunit
                varying ws-unit-search-sub from 1 by 1
                until ws-unit-search-sub > ws-return-unit-count
                   or ws-units-to-assign = 0.

           if df-restock
                add df-quantity             to ws-restock-unit-total
           else
                compute ws-line-value-work =
                     km-unit-price * df-quantity
                if df-write-off
                     add df-quantity        to ws-write-off-unit-total
                     add ws-line-value-work to
                                             ws-write-off-value-total
                     set ws-swo-idx         to df-store-num
                     add df-quantity        to wsw-units (ws-swo-idx)
                     add ws-line-value-work to wsw-amount (ws-swo-idx)
                else
                     add df-quantity        to ws-vendor-unit-total
                     add ws-line-value-work to ws-vendor-value-total
                     perform 470-findvendor
                     set ws-vend-idx        to ws-vendor-match-sub
                     add df-quantity        to wv-claim-units
                                                       (ws-vend-idx)
                     add ws-line-value-work to wv-claim-amount
                                                       (ws-vend-idx)
                end-if
           end-if.

       462-assignunit.
           set ws-unit-idx                  to ws-unit-search-sub.
           if wu-store-num (ws-unit-idx) = df-store-num
              and wu-invoice-num (ws-unit-idx) = df-invoice-num
              and wu-sku-code (ws-unit-idx) = df-sku-code
              and wu-disposition (ws-unit-idx) = spaces
                move df-disposition         to wu-disposition
                                                       (ws-unit-idx)
                if df-return-to-vendor
                     move km-vendor-code    to wu-vendor-code
                                                       (ws-unit-idx)
                end-if
                subtract 1                  from ws-units-to-assign
           end-if.

      * find (or add) the vendor's entry for tonight's claim - linear
      * search, the same way A6CORR matches its correction table.
       470-findvendor.
           move ws-no-flag                  to ws-vendor-found-flag.
           move 0                           to ws-vendor-match-sub.
           perform 475-checkvendorentry
                varying ws-vendor-search-sub from 1 by 1
                until ws-vendor-search-sub > ws-vendor-count
                   or ws-vendor-found-flag = ws-yes-flag.

           if ws-vendor-found-flag = ws-no-flag
                if ws-vendor-count >= 500
                     display 'E5RETDSP: VENDOR TABLE EXCEEDS 500'
                     move 'VENDOR TABLE EXCEEDS 500'
                                         to ws-log-message
                     move ws-feed-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-vendor-count
                move ws-vendor-count        to ws-vendor-match-sub
                set ws-vend-idx             to ws-vendor-count
                move km-vendor-code         to wv-vendor-code
                                                       (ws-vend-idx)
                move 0                      to wv-claim-units
                                                       (ws-vend-idx)
                move 0                      to wv-claim-amount
                                                       (ws-vend-idx)
           end-if.

       475-checkvendorentry.
           set ws-vend-idx                  to ws-vendor-search-sub.
           if wv-vendor-code (ws-vend-idx) = km-vendor-code
                move ws-yes-flag            to ws-vendor-found-flag
                move ws-vendor-search-sub   to ws-vendor-match-sub
           end-if.

       480-writereject.
           add 1                            to ws-feed-rejected-total.
           move df-store-num                to ws-fd-store-out.
           move df-invoice-num              to ws-fd-invoice-out.
           move df-sku-code                 to ws-fd-sku-out.
           move df-disposition              to ws-fd-disp-out.
           move df-quantity                 to ws-fd-units-out.
           move ws-reject-reason            to ws-fd-reason-out.
           write output-line                from ws-feed-detail-line.

      * DISPOSN - one record per returned unit, in RETFILE order, so
      * C1INVUPD reads the two side by side. A unit the feed left
      * undisposed is restocked, as every return was before stores
      * sent dispositions, and listed for the store to answer for.
       500-writedispositions.
           write output-line                from ws-blank-line.
           write output-line                from ws-default-heading.
           write output-line                from ws-blank-line.

           move spaces                      to disposition-record.
           move 'H'                         to dh-record-type.
           move ws-date-line                to dh-business-date.
           write disposition-record.

           perform 510-writedisposition
                varying ws-unit-search-sub from 1 by 1
                until ws-unit-search-sub > ws-return-unit-count.

           move spaces                      to disposition-record.
           move 'T'                         to dt-record-type.
           move ws-disposition-write-count  to dt-record-count.
           compute dt-restock-count =
                ws-restock-unit-total + ws-default-unit-total.
           move ws-write-off-unit-total     to dt-write-off-count.
           move ws-vendor-unit-total        to dt-vendor-count.
           write disposition-record.

           if ws-default-unit-total > 0
                move 'RETURNS WITH NO DISPOSITION RESTOCKED'
                                             to ws-log-message
                move ws-default-unit-total  to ws-log-position
                perform 9200-logwarning
           end-if.

       510-writedisposition.
           set ws-unit-idx                  to ws-unit-search-sub.
           if wu-disposition (ws-unit-idx) = spaces
                move 'R'                    to wu-disposition
                                                       (ws-unit-idx)
                move ws-yes-flag            to wu-default-flag
                                                       (ws-unit-idx)
                add 1                       to ws-default-unit-total
                move wu-store-num (ws-unit-idx)
                                             to ws-fd-store-out
                move wu-invoice-num (ws-unit-idx)
                                             to ws-fd-invoice-out
                move wu-sku-code (ws-unit-idx)
                                             to ws-fd-sku-out
                move 'R'                    to ws-fd-disp-out
                move '  1'                  to ws-fd-units-out
                move 'NO DISPOSITION SENT - RESTOCKED'
                                             to ws-fd-reason-out
                write output-line           from ws-feed-detail-line
           end-if.

           move spaces                      to disposition-record.
           move wu-store-num (ws-unit-idx)  to ds-store-num.
           move wu-invoice-num (ws-unit-idx)
                                             to ds-invoice-num.
           move wu-sku-code (ws-unit-idx)   to ds-sku-code.
           move wu-tran-code (ws-unit-idx)  to ds-tran-code.
           move wu-disposition (ws-unit-idx)
                                             to ds-disposition.
           move wu-default-flag (ws-unit-idx)
                                             to ds-default-flag.
           move wu-vendor-code (ws-unit-idx)
                                             to ds-vendor-code.
           write disposition-record.
           add 1                            to
                                             ws-disposition-write-count.

      * each store's write-offs as one balanced shrink posting pair.
       520-writewriteoffs.
           write output-line                from ws-blank-line.
           write output-line                from ws-writeoff-heading.
           write output-line                from ws-blank-line.
           perform 525-writestorewriteoff
                varying ws-swo-idx from 1 by 1
                until ws-swo-idx > 99.

       525-writestorewriteoff.
           if wsw-amount (ws-swo-idx) > 0
                set ws-posting-store-num    to ws-swo-idx
                move ws-acct-shrink-expense to ge-account-num
                move "Inventory Shrinkage "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move wsw-amount (ws-swo-idx) to ge-amount
                perform 530-writeglrecord
                move ws-acct-inventory      to ge-account-num
                move "Merchandise Invntry "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move wsw-amount (ws-swo-idx) to ge-amount
                perform 530-writeglrecord
           end-if.

       530-writeglrecord.
           move ws-date-line                to ge-business-date.
           move ws-posting-store-num        to ge-store-num.

           if ge-dr-cr = "DR"
                add ge-amount               to ws-debit-total
           else
                add ge-amount               to ws-credit-total
           end-if.

           move ge-store-num                to ws-pp-store-out.
           move ge-account-num              to ws-pp-account-out.
           move ge-account-desc             to ws-pp-desc-out.
           move ge-dr-cr                    to ws-pp-dr-cr-out.
           move ge-amount                   to ws-pp-amount-out.
           move wsw-units (ws-swo-idx)      to ws-pp-units-out.

           write gl-extract-record.
           add 1                            to ws-posting-line-count.
           write output-line                from ws-posting-print-line.

      * tonight's return-to-vendor units, one claim per vendor dated
      * tonight. A claim already on the master for the vendor and
      * date takes the units on top.
       540-postclaims.
           write output-line                from ws-blank-line.
           write output-line                from ws-claim-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-claim-headings-2.
           write output-line                from ws-blank-line.
           perform 545-postvendorclaim
                varying ws-vendor-search-sub from 1 by 1
                until ws-vendor-search-sub > ws-vendor-count.

       545-postvendorclaim.
           set ws-vend-idx                  to ws-vendor-search-sub.
           move ws-yes-flag                 to ws-claim-on-file-flag.
           move wv-vendor-code (ws-vend-idx)
                                             to cl-vendor-code.
           move ws-date-line                to cl-claim-date.
           read vendor-claim-master
                invalid key
                     move ws-no-flag        to ws-claim-on-file-flag
           end-read.
           perform 810-checkclaimio.

           if ws-claim-on-file-flag = ws-no-flag
                move spaces                 to vendor-claim-record
                move wv-vendor-code (ws-vend-idx)
                                             to cl-vendor-code
                move ws-date-line           to cl-claim-date
                move 'O'                    to cl-claim-status
                move 0                      to cl-claim-units
                move 0                      to cl-claim-amount
                move 0                      to cl-settled-amount
                move 0                      to cl-settled-date
                move 0                      to cl-last-credit-date
                add 1                       to ws-new-claim-total
                move 'NEW CLAIM RAISED'     to ws-cd-action-out
           else
                add 1                       to ws-rewritten-claim-total
                move 'CLAIM ON FILE REWRITTEN'
                                             to ws-cd-action-out
           end-if.

      * the claim key is the vendor and tonight's date, and no other
      * step raises one, so the night's figures replace what is on
      * file rather than add to it - a run rerun after a crash part
      * way claims each unit once.
           move wv-claim-units (ws-vend-idx) to cl-claim-units.
           move wv-claim-amount (ws-vend-idx)
                                             to cl-claim-amount.
           move ws-date-line                to cl-last-update-date.
      * a claim on file with a credit against it is one a backout
      * cleared after the vendor had paid - the credit stands, and
      * the claim is open or settled by whether it still covers the
      * units now claimed.
           if cl-settled-amount = 0
              or cl-settled-amount < cl-claim-amount
                move 'O'                    to cl-claim-status
                move 0                      to cl-settled-date
           else
                move 'S'                    to cl-claim-status
                move cl-last-credit-date    to cl-settled-date
           end-if.

           if ws-claim-on-file-flag = ws-yes-flag
                rewrite vendor-claim-record
           else
                write vendor-claim-record
           end-if.
           perform 810-checkclaimio.

           move cl-vendor-code              to ws-cd-vendor-out.
           move cl-claim-date               to ws-cd-date-out.
           move wv-claim-units (ws-vend-idx) to ws-cd-units-out.
           move wv-claim-amount (ws-vend-idx)
                                             to ws-cd-amount-out.
           write output-line                from ws-claim-detail-line.

      * anything other than found or written ('00') or not-found
      * ('23') on the claim master is an I/O failure INVALID KEY
      * alone would not catch - fatal, since a claim half posted
      * cannot be trusted.
       810-checkclaimio.
           if ws-vendor-claim-status <> '00'
              and ws-vendor-claim-status <> '23'
                display 'E5RETDSP: VENDOR-CLAIM I/O ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-vendor-search-sub
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       550-writetotals.
           write output-line                from ws-blank-line.
           move 'Returns Stream Records Read' to ws-cl-label-out.
           move ws-ret-read-count           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Voids - No Merchandise'  to ws-cl-label-out.
           move ws-void-skipped-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Returned Units'          to ws-cl-label-out.
           move ws-return-unit-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Disposition Lines Read'    to ws-cl-label-out.
           move ws-feed-read-total          to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Accepted'                to ws-cl-label-out.
           move ws-feed-accepted-total      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Rejected'                to ws-cl-label-out.
           move ws-feed-rejected-total      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Units Restocked'           to ws-cl-label-out.
           move ws-restock-unit-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Units Restocked - No Disposition'
                                             to ws-cl-label-out.
           move ws-default-unit-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Units Written Off'         to ws-vl-label-out.
           move ws-write-off-unit-total     to ws-vl-count-out.
           move ws-write-off-value-total    to ws-vl-amount-out.
           write output-line                from ws-value-line.
           move 'Units Returned To Vendor'  to ws-vl-label-out.
           move ws-vendor-unit-total        to ws-vl-count-out.
           move ws-vendor-value-total       to ws-vl-amount-out.
           write output-line                from ws-value-line.
           move 'Vendor Claims Raised'      to ws-cl-label-out.
           move ws-new-claim-total          to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Vendor Claims Rewritten'   to ws-cl-label-out.
           move ws-rewritten-claim-total    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Shrink Posting Lines'      to ws-cl-label-out.
           move ws-posting-line-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move ws-debit-total              to ws-debit-total-out.
           move ws-credit-total             to ws-credit-total-out.
           write output-line                from ws-balance-line.

           if ws-feed-rejected-total > 0
                move 'DISPOSITION LINES REJECTED'
                                             to ws-log-message
                move ws-feed-rejected-total to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-debit-total not = ws-credit-total
                move 'WRITE-OFF GL EXTRACT OUT OF BALANCE'
                                             to ws-log-message
                move ws-posting-line-count  to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close ret-file,
                 disposition-feed-file,
                 sku-master,
                 vendor-claim-master,
                 disposition-file,
                 writeoff-gl-file,
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
                display 'E5RETDSP: PREDECESSOR A7SPLIT NOT COMPLETE'
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
           if rc-program-id = 'E5RETDSP'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'E5RETDSP: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'E5RETDSP: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'E5RETDSP'                  to rc-program-id.
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
           move 'E5RETDSP'                   to el-program-id.
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
       end program E5RETDSP.
