       identification division.
       program-id. E6VCLAIM.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E6 Vendor Claim Settlement And Aging.
      *Applies the credits vendors have issued against the return-to-
      *vendor claims E5RETDSP raises - one line per claim credited,
      *naming the vendor and the claim date - and settles a claim
      *once its credits cover what was claimed. A credit for a claim
      *that is not on file, or has already settled, or that is dated
      *no later than the last credit applied to the claim (the same
      *memo presented twice), is rejected and listed, so a rerun of
      *the settlement file never credits a claim twice. Then every
      *claim still open is aged from the date it was raised, listed
      *vendor by vendor with each vendor's amount outstanding, and
      *summed into the same 0-30/31-60/61-90/over-90-day buckets
      *D2CHGBK ages chargeback cases into, so buying can chase the
      *vendors that have not paid.
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

      * vendor credits received against open claims - absent on a
      * night no vendor paid, when the claims are only aged.
           select optional vendor-settlement-file
               assign to VNDSETL
               organization is sequential.

      * vendor claim master E5RETDSP raises claims on - settled here,
      * and scanned in vendor and claim-date order for the aging.
           select vendor-claim-master
               assign to VCLMMAS
               organization is indexed
               access mode is dynamic
               record key is cl-claim-key
               file status is ws-vendor-claim-status.

      * settlement and open claim aging report
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

      * one credit a vendor has issued - the claim it answers for
      * (vendor and claim date), the amount, and the date of the
      * credit memo.
       fd vendor-settlement-file
           recording mode is F
           data record is vendor-settlement-record
           record contains 30 characters.

       01 vendor-settlement-record.
           05 vs-vendor-code                pic x(6).
           05 vs-claim-date                 pic 9(6).
           05 vs-credit-amount              pic 9(7)V99.
           05 vs-credit-date                pic 9(6).
           05 filler                        pic x(3).

      **********************************************

      * one return-to-vendor claim - the vendor and the business date
      * the units were set aside on, what was claimed, and what the
      * vendor has credited against it so far, and the date of the
      * last credit memo applied.
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
                value 'E5RETDSP'.
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

       01 ws-settle-eof-flag                pic x
           value 'N'.
       01 ws-claim-eof-flag                 pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-claim-found-flag               pic x
           value 'N'.
       01 ws-first-vendor-flag              pic x
           value 'Y'.

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

       01 ws-reject-reason                  pic x(40)
           value spaces.

      * day numbers for claim age - the chain's usual yy*365 +
      * mm*30 + dd approximation.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-claim-age-days             pic s9(7).

      * what the vendor still owes on the claim in hand.
       01 ws-outstanding-work               pic s9(7)V99.

      * the vendor the control break is running on, and its totals.
       01 ws-break-controls.
           05 ws-break-vendor-code          pic x(6)
                value spaces.
           05 ws-break-claim-count          pic 9(5)
                value 0.
           05 ws-break-outstanding          pic 9(9)V99
                value 0.

      * open claims by age since they were raised.
       01 ws-aging-buckets.
           05 ws-aging-bucket               occurs 4 times
                                             indexed by ws-age-idx.
                10 wb-claim-count            pic 9(5).
                10 wb-claim-amount           pic 9(9)V99.

       01 ws-aging-bucket-names.
           05 filler                        pic x(12)
                value "0-30 Days   ".
           05 filler                        pic x(12)
                value "31-60 Days  ".
           05 filler                        pic x(12)
                value "61-90 Days  ".
           05 filler                        pic x(12)
                value "Over 90 Days".
       01 ws-aging-bucket-name-table redefines ws-aging-bucket-names.
           05 ws-aging-bucket-name          pic x(12)
                                             occurs 4 times.

      * sized for the full projected chain-wide volume so nothing
      * wraps past its picture.
       01 ws-counters.
           05 ws-settle-read-total          pic 9(7)
                value 0.
           05 ws-settle-applied-total       pic 9(7)
                value 0.
           05 ws-settle-rejected-total      pic 9(7)
                value 0.
           05 ws-claim-settled-total        pic 9(5)
                value 0.
           05 ws-claim-read-total           pic 9(7)
                value 0.
           05 ws-open-claim-total           pic 9(5)
                value 0.
           05 ws-over-90-total              pic 9(5)
                value 0.

       01 ws-amount-totals.
           05 ws-credit-applied-amount      pic 9(9)V99
                value 0.
           05 ws-credit-rejected-amount     pic 9(9)V99
                value 0.
           05 ws-open-claim-amount          pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Vendor Claim Settlement And Aging For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E6".

       01 ws-settle-heading.
           05 filler                        pic x(60)
                value "Vendor Credits Applied".

       01 ws-settle-headings-2.
           05 filler                        pic x(6)
                value "Vendor".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(10)
                value "Claim Date".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value " Credit Amount".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(11)
                value "Credit Date".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(40)
                value "Result".

       01 ws-settle-detail-line.
           05 ws-sd-vendor-out              pic x(6).
           05 filler                        pic x(6)
                value spaces.
           05 ws-sd-claim-date-out          pic 9(6).
           05 filler                        pic x(6)
                value spaces.
           05 ws-sd-amount-out              pic $Z,ZZZ,ZZ9.99.
           05 filler                        pic x(7)
                value spaces.
           05 ws-sd-credit-date-out         pic 9(6).
           05 filler                        pic x(7)
                value spaces.
           05 ws-sd-result-out              pic x(40).

       01 ws-aging-heading.
           05 filler                        pic x(60)
                value "Open Vendor Claim Aging".

       01 ws-aging-headings-2.
           05 filler                        pic x(6)
                value "Vendor".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(10)
                value "Claim Date".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(5)
                value "Units".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "       Claimed".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "      Credited".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "   Outstanding".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(7)
                value "    Age".

       01 ws-aging-detail-line.
           05 ws-ag-vendor-out              pic x(6).
           05 filler                        pic x(6)
                value spaces.
           05 ws-ag-claim-date-out          pic 9(6).
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-units-out               pic zz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-claimed-out             pic $Z,ZZZ,ZZ9.99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-credited-out            pic $Z,ZZZ,ZZ9.99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-outstanding-out         pic $Z,ZZZ,ZZ9.99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-age-out                 pic zzz,zz9.

       01 ws-vendor-total-line.
           05 filler                        pic x(10)
                value spaces.
           05 filler                        pic x(7)
                value "Vendor ".
           05 ws-vt-vendor-out              pic x(6).
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(15)
                value "Open Claims = ".
           05 ws-vt-count-out               pic zz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "Outstanding = ".
           05 ws-vt-amount-out              pic $ZZZ,ZZZ,ZZ9.99.

       01 ws-bucket-line.
           05 filler                        pic x(10)
                value spaces.
           05 ws-bk-name-out                pic x(12).
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(9)
                value "Claims = ".
           05 ws-bk-count-out               pic zz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "Outstanding = ".
           05 ws-bk-amount-out              pic $ZZZ,ZZZ,ZZ9.99.

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

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 300-initialreadsettle.
           perform 400-processsettlements
                until ws-settle-eof-flag = ws-yes-flag.

           perform 500-ageclaims.
           perform 590-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-settle-read-total + ws-claim-read-total.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E6VCLAIM: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E6VCLAIM: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-aging-buckets.

           open input  vendor-settlement-file.

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
                display 'E6VCLAIM: VENDOR-CLAIM OPEN ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open output output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-settle-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-settle-headings-2.
           write output-line                from ws-blank-line.

       300-initialreadsettle.
           read vendor-settlement-file
                at end move ws-yes-flag     to ws-settle-eof-flag.

       400-processsettlements.
           add 1                            to ws-settle-read-total.
           perform 410-applycredit.

           read vendor-settlement-file
                at end move ws-yes-flag     to ws-settle-eof-flag.

      * a credit goes against the claim it names; once the credits
      * cover the amount claimed, the claim is settled and drops out
      * of the aging. Credits on a claim are applied in memo-date
      * order, so one dated on or before the last credit applied has
      * been applied already - a settlement file presented again, or
      * rerun after a crash part way, credits nothing twice. A vendor
      * issuing two memos on one claim the same day sends them as one
      * line.
       410-applycredit.
           move spaces                      to ws-reject-reason.
           if vs-credit-amount is not numeric
              or vs-credit-amount = 0
                move 'CREDIT AMOUNT NOT NUMERIC OR ZERO'
                                             to ws-reject-reason
           else
           if vs-credit-date is not numeric
              or vs-claim-date is not numeric
                move 'CLAIM OR CREDIT DATE NOT NUMERIC'
                                             to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces
                perform 420-readclaim
                if ws-claim-found-flag = ws-no-flag
                     move 'NO CLAIM ON FILE FOR VENDOR AND DATE'
                                             to ws-reject-reason
                else
                if cl-claim-settled
                     move 'CLAIM ALREADY SETTLED'
                                             to ws-reject-reason
                else
                if vs-credit-date not > cl-last-credit-date
                     move 'CREDIT ALREADY APPLIED TO CLAIM'
                                             to ws-reject-reason
                end-if
                end-if
                end-if
           end-if.

           if ws-reject-reason not = spaces
                add 1                       to
                                             ws-settle-rejected-total
                add vs-credit-amount        to
                                             ws-credit-rejected-amount
                move ws-reject-reason       to ws-sd-result-out
           else
                add 1                       to ws-settle-applied-total
                add vs-credit-amount        to ws-credit-applied-amount
                add vs-credit-amount        to cl-settled-amount
                move vs-credit-date         to cl-last-credit-date
                move ws-date-line           to cl-last-update-date
                if cl-settled-amount >= cl-claim-amount
                     move 'S'               to cl-claim-status
                     move vs-credit-date    to cl-settled-date
                     add 1                  to ws-claim-settled-total
                     move 'APPLIED - CLAIM SETTLED'
                                             to ws-sd-result-out
                else
                     move 'APPLIED - CLAIM STILL OPEN'
                                             to ws-sd-result-out
                end-if
                rewrite vendor-claim-record
                perform 810-checkclaimio
           end-if.

           move vs-vendor-code              to ws-sd-vendor-out.
           move vs-claim-date               to ws-sd-claim-date-out.
           move vs-credit-amount            to ws-sd-amount-out.
           move vs-credit-date              to ws-sd-credit-date-out.
           write output-line                from ws-settle-detail-line.

       420-readclaim.
           move ws-yes-flag                 to ws-claim-found-flag.
           move vs-vendor-code              to cl-vendor-code.
           move vs-claim-date               to cl-claim-date.
           read vendor-claim-master
                invalid key
                     move ws-no-flag        to ws-claim-found-flag
           end-read.
           perform 810-checkclaimio.

      * every claim on the master, in vendor and claim-date order,
      * so each vendor's open claims list together under one total.
       500-ageclaims.
           write output-line                from ws-blank-line.
           write output-line                from ws-aging-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-aging-headings-2.
           write output-line                from ws-blank-line.

           move low-values                  to cl-claim-key.
           start vendor-claim-master key is not less than cl-claim-key
                invalid key
                     move ws-yes-flag       to ws-claim-eof-flag
           end-start.
           if ws-claim-eof-flag = ws-no-flag
                perform 510-readnextclaim
           end-if.
           perform 520-ageclaim
                until ws-claim-eof-flag = ws-yes-flag.
           if ws-first-vendor-flag = ws-no-flag
                perform 530-writevendortotal
           end-if.

       510-readnextclaim.
           read vendor-claim-master next record
                at end move ws-yes-flag     to ws-claim-eof-flag
           end-read.
           if ws-vendor-claim-status <> '00'
              and ws-vendor-claim-status <> '10'
                display 'E6VCLAIM: VENDOR-CLAIM I/O ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-claim-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * age runs from the business date the claim was raised. An
      * open claim whose credits already cover what is claimed - one
      * a backout cleared and the rerun claimed less against - is
      * owed nothing and is not aged.
       520-ageclaim.
           add 1                            to ws-claim-read-total.
           compute ws-outstanding-work =
                cl-claim-amount - cl-settled-amount.
           if cl-claim-open
              and ws-outstanding-work > 0
                if ws-first-vendor-flag = ws-yes-flag
                     move ws-no-flag        to ws-first-vendor-flag
                     move cl-vendor-code    to ws-break-vendor-code
                else
                if cl-vendor-code not = ws-break-vendor-code
                     perform 530-writevendortotal
                     move cl-vendor-code    to ws-break-vendor-code
                end-if
                end-if

                add 1                       to ws-open-claim-total
                add ws-outstanding-work     to ws-open-claim-amount
                add 1                       to ws-break-claim-count
                add ws-outstanding-work     to ws-break-outstanding

                move cl-claim-date          to ws-date-work
                perform 790-computedaynum
                compute ws-claim-age-days =
                     ws-run-day-num - ws-day-num

                if ws-claim-age-days > 90
                     set ws-age-idx         to 4
                     add 1                  to ws-over-90-total
                else
                if ws-claim-age-days > 60
                     set ws-age-idx         to 3
                else
                if ws-claim-age-days > 30
                     set ws-age-idx         to 2
                else
                     set ws-age-idx         to 1
                end-if
                end-if
                end-if
                add 1                       to wb-claim-count
                                                       (ws-age-idx)
                add ws-outstanding-work     to wb-claim-amount
                                                       (ws-age-idx)

                perform 525-writeagingline
           end-if.

           perform 510-readnextclaim.

       525-writeagingline.
           move cl-vendor-code              to ws-ag-vendor-out.
           move cl-claim-date               to ws-ag-claim-date-out.
           move cl-claim-units              to ws-ag-units-out.
           move cl-claim-amount             to ws-ag-claimed-out.
           move cl-settled-amount           to ws-ag-credited-out.
           move ws-outstanding-work         to ws-ag-outstanding-out.
           move ws-claim-age-days           to ws-ag-age-out.
           write output-line                from ws-aging-detail-line.

       530-writevendortotal.
           move ws-break-vendor-code        to ws-vt-vendor-out.
           move ws-break-claim-count        to ws-vt-count-out.
           move ws-break-outstanding        to ws-vt-amount-out.
           write output-line                from ws-vendor-total-line.
           write output-line                from ws-blank-line.
           move 0                           to ws-break-claim-count.
           move 0                           to ws-break-outstanding.

       590-writetotals.
           write output-line                from ws-blank-line.
           perform 595-writebucketline
                varying ws-age-idx from 1 by 1
                until ws-age-idx > 4.

           write output-line                from ws-blank-line.
           move 'Vendor Credits Read'       to ws-cl-label-out.
           move ws-settle-read-total        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Applied'                 to ws-vl-label-out.
           move ws-settle-applied-total     to ws-vl-count-out.
           move ws-credit-applied-amount    to ws-vl-amount-out.
           write output-line                from ws-value-line.
           move '  Rejected'                to ws-vl-label-out.
           move ws-settle-rejected-total    to ws-vl-count-out.
           move ws-credit-rejected-amount   to ws-vl-amount-out.
           write output-line                from ws-value-line.
           move 'Claims Settled Tonight'    to ws-cl-label-out.
           move ws-claim-settled-total      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Claims On Master'          to ws-cl-label-out.
           move ws-claim-read-total         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Open Claims Outstanding'   to ws-vl-label-out.
           move ws-open-claim-total         to ws-vl-count-out.
           move ws-open-claim-amount        to ws-vl-amount-out.
           write output-line                from ws-value-line.

           if ws-settle-rejected-total > 0
                move 'VENDOR CREDITS REJECTED'
                                             to ws-log-message
                move ws-settle-rejected-total
                                             to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-over-90-total > 0
                move 'VENDOR CLAIMS OPEN OVER 90 DAYS'
                                             to ws-log-message
                move ws-over-90-total       to ws-log-position
                perform 9200-logwarning
           end-if.

       595-writebucketline.
           move ws-aging-bucket-name (ws-age-idx)
                                             to ws-bk-name-out.
           move wb-claim-count (ws-age-idx) to ws-bk-count-out.
           move wb-claim-amount (ws-age-idx) to ws-bk-amount-out.
           write output-line                from ws-bucket-line.

       600-closefiles.
           close vendor-settlement-file,
                 vendor-claim-master,
                 output-file.

      * anything other than found or rewritten ('00') or not-found
      * ('23') on the claim master is an I/O failure INVALID KEY
      * alone would not catch - fatal, since a credit half applied
      * cannot be trusted.
       810-checkclaimio.
           if ws-vendor-claim-status <> '00'
              and ws-vendor-claim-status <> '23'
                display 'E6VCLAIM: VENDOR-CLAIM I/O ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-settle-read-total
                                    to ws-log-position
                perform 9100-logfatal
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
                display 'E6VCLAIM: PREDECESSOR E5RETDSP NOT COMPLETE'
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
           if rc-program-id = 'E6VCLAIM'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'E6VCLAIM: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'E6VCLAIM: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'E6VCLAIM'                  to rc-program-id.
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
           move 'E6VCLAIM'                   to el-program-id.
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
       end program E6VCLAIM.
