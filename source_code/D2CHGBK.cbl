       identification division.
       program-id. D2CHGBK.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D2 Chargeback Dispute Intake And Case Aging.
      *Takes in the card acquirer's dispute file (invoice, store,
      *tender, amount, reason code, response-due date) after
      *B8SETTLE has reconciled the settled totals, looks every
      *disputed invoice up on the sales history master - and on the
      *retained archive generations C4HISTAR wrote when the sale has
      *aged off the master - and pulls any card refund or held
      *return already taken against it. Each dispute opens or
      *updates a case on the open-case master (CASEMAS); an outcome
      *from the acquirer closes it. The report lists tonight's
      *intake with the evidence found, calls out as WINNABLE every
      *disputed sale already refunded on the card-refund extract,
      *and ages every open case against its response deadline,
      *flagging those due inside the warning days on DSPPARM (7
      *when no parameter is supplied) and those already past due.
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

      * the acquirer's dispute file - one record per new or amended
      * dispute, or per outcome on a dispute already worked.
           select optional dispute-file
               assign to DISPUTE
               organization is sequential.

      * the sales history master as tonight's C4HISTAR left it -
      * random reads by invoice.
           select sales-history
               assign to SALEHIST
               organization is indexed
               access mode is random
               record key is hm-invoice-num
               file status is ws-sales-history-status.

      * the retained archive generations, concatenated oldest to
      * newest, tonight's HISTARCH last - for disputed sales that
      * have already rolled off the master.
           select optional prior-archive-file
               assign to ARCHIN
               organization is sequential.

      * the retained card-refund extract generations A9RET wrote,
      * concatenated oldest to newest, tonight's CARDRFND last - a
      * disputed sale already refunded to the card is winnable.
           select optional card-refund-history
               assign to CARDRFIN
               organization is sequential.

      * tonight's pending-refund file - returns held for manager
      * approval against a disputed sale.
           select optional pending-refund-file
               assign to PENDOUT
               organization is sequential.

      * response-deadline warning days - operator-set, a data change
      * like the hold threshold.
           select optional dispute-param-file
               assign to DSPPARM
               organization is sequential.

      * open-case master - one case per disputed invoice and store,
      * kept from intake through the acquirer's outcome.
           select case-master
               assign to CASEMAS
               organization is indexed
               access mode is dynamic
               record key is cm-case-key
               file status is ws-case-master-status.

      * dispute intake and case aging report
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

      * the action byte says what the acquirer is telling us: a new
      * or amended dispute ('O', or blank), or the outcome of one
      * already worked - won ('W') or lost ('L').
       fd dispute-file
           recording mode is F
           data record is dispute-record
           record contains 60 characters.

       01 dispute-record.
           05 dp-action                     pic x.
                88 dp-valid-action
                    value 'O' 'W' 'L' ' '.
                88 dp-outcome-action
                    value 'W' 'L'.
           05 dp-invoice-num                pic x(9).
           05 dp-store-num                  pic 99.
           05 dp-pay-type                   pic xx.
           05 dp-dispute-amount             pic 9(5)V99.
           05 dp-reason-code                pic x(4).
           05 dp-response-due-date          pic 9(6).
           05 filler                        pic x(29).

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

      * the three layouts C4HISTAR stamps on HISTARCH - each
      * concatenated generation is an 'H' header, full history
      * record images, and a 'T' trailer proved block by block.
       fd prior-archive-file
           recording mode is F
           data record is prior-archive-record
           record contains 41 characters.

       01 prior-archive-header-record.
           05 aph-record-type               pic x.
           05 aph-business-date             pic 9(6).
           05 filler                        pic x(34).

       01 prior-archive-record.
           05 ap-invoice-num                pic x(9).
           05 ap-store-num                  pic 99.
           05 ap-sku-code                   pic x(15).
           05 ap-tran-amount                pic 9(5)V99.
           05 ap-sale-date                  pic 9(6).
           05 ap-pay-type                   pic xx.

       01 prior-archive-trailer-record.
           05 apt-record-type               pic x.
           05 apt-record-count              pic 9(7).
           05 apt-amount-total              pic 9(9)V99.
           05 filler                        pic x(22).

      **********************************************

      * the three layouts A9RET stamps on CARDRFND - 'H' header,
      * refund instruction details, 'T' trailer, per generation.
       fd card-refund-history
           recording mode is F
           data record is card-refund-record
           record contains 30 characters.

       01 card-refund-header-record.
           05 ch-record-type                pic x.
           05 ch-business-date              pic 9(6).
           05 filler                        pic x(23).

       01 card-refund-record.
           05 cr-store-num                  pic 99.
           05 cr-pay-type                   pic xx.
           05 cr-invoice-num                pic x(9).
           05 cr-tran-amount                pic 9(5)V99.
           05 cr-business-date              pic 9(6).
           05 filler                        pic x(4).

       01 card-refund-trailer-record.
           05 cf-record-type                pic x.
           05 cf-record-count               pic 9(5).
           05 cf-amount-total               pic 9(9)V99.
           05 filler                        pic x(13).

      **********************************************
       fd pending-refund-file
           recording mode is F
           data record is pending-refund-record
           record contains 80 characters.

       01 pending-refund-record.
           05 pr-invoice-num                pic x(9).
           05 pr-store-num                  pic 99.
           05 pr-pay-type                   pic xx.
           05 pr-sku-code                   pic x(15).
           05 pr-tran-amount                pic 9(5)V99.
           05 pr-held-date                  pic 9(6).
           05 pr-flag-text                  pic x(26).
           05 filler                        pic x(13).

      **********************************************
       fd dispute-param-file
           recording mode is F
           data record is dispute-param-record
           record contains 8 characters.

       01 dispute-param-record.
           05 dq-warning-days               pic 9(3).
           05 filler                        pic x(5).

      **********************************************

      * one case per disputed invoice and store. The sale and refund
      * evidence found at intake rides on the case, so the aging
      * pass and the analyst working the case see it without a
      * second lookup.
       fd case-master
           recording mode is F
           data record is case-master-record
           record contains 100 characters.

       01 case-master-record.
           05 cm-case-key.
                10 cm-invoice-num            pic x(9).
                10 cm-store-num              pic 99.
           05 cm-case-status                pic x.
                88 cm-case-open
                    value 'O'.
                88 cm-case-won
                    value 'W'.
                88 cm-case-lost
                    value 'L'.
           05 cm-pay-type                   pic xx.
           05 cm-dispute-amount             pic 9(5)V99.
           05 cm-reason-code                pic x(4).
           05 cm-response-due-date          pic 9(6).
           05 cm-opened-date                pic 9(6).
           05 cm-closed-date                pic 9(6).
           05 cm-last-update-date           pic 9(6).
      * where the original sale was found - 'M' master, 'A' archive,
      * 'N' nowhere on the history.
           05 cm-sale-source                pic x.
           05 cm-sale-date                  pic 9(6).
           05 cm-sale-amount                pic 9(5)V99.
           05 cm-sale-pay-type              pic xx.
           05 cm-refund-amount              pic 9(5)V99.
           05 cm-refund-date                pic 9(6).
           05 cm-winnable-flag              pic x.
           05 cm-pending-flag               pic x.
           05 filler                        pic x(20).

      **********************************************
       fd output-file
           recording mode is F
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

      **********************************************
       working-storage section.

      * run-control work fields - the predecessor this step waits
      * on, and what the startup scan of RUNCTL found. C4HISTAR is
      * the gate: the master has been swept and tonight's archive
      * generation written, and C4HISTAR itself waits on A9RET, so
      * tonight's CARDRFND and PENDOUT are complete as well.
       01 ws-runctl-controls.
           05 ws-predecessor-id             pic x(8)
                value 'C4HISTAR'.
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

       01 ws-dispute-eof-flag               pic x
           value 'N'.
       01 ws-pending-eof-flag               pic x
           value 'N'.
       01 ws-case-eof-flag                  pic x
           value 'N'.
       01 ws-case-found-flag                pic x
           value 'N'.
       01 ws-unresolved-flag                pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

       01 ws-sales-history-status           pic xx.
       01 ws-case-master-status             pic xx.

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

      * an open case due inside this many days is flagged - off
      * DSPPARM, else the default here.
       01 ws-warning-days                   pic 9(3)
           value 7.

      * day numbers for case age and days to deadline - the chain's
      * usual yy*365 + mm*30 + dd approximation.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-case-age-days              pic s9(7).
           05 ws-days-to-due                pic s9(7).

      * tonight's disputes, with the sale, refund and held-return
      * evidence gathered against each before the cases are posted.
       01 ws-dispute-table.
           05 ws-dispute-entry              occurs 2000 times
                                             indexed by ws-disp-idx.
                10 wd-action                 pic x.
                10 wd-valid-flag             pic x.
                10 wd-invoice-num            pic x(9).
                10 wd-store-num              pic 99.
                10 wd-pay-type               pic xx.
                10 wd-dispute-amount         pic 9(5)V99.
                10 wd-reason-code            pic x(4).
                10 wd-response-due-date      pic 9(6).
                10 wd-sale-source            pic x.
                10 wd-sale-date              pic 9(6).
                10 wd-sale-amount            pic 9(5)V99.
                10 wd-sale-pay-type          pic xx.
                10 wd-refund-amount          pic 9(5)V99.
                10 wd-refund-date            pic 9(6).
                10 wd-pending-flag           pic x.
       01 ws-dispute-count                  pic 9(5)
           value 0.
       01 ws-dispute-scan-sub               pic 9(5)
           value 0.

      * concatenated-generation scan controls, shared by the archive
      * and card-refund passes - each generation is proved against
      * its own trailer before its records are trusted.
       01 ws-gen-controls.
           05 ws-gen-eof-flag               pic x
                value 'N'.
           05 ws-gen-in-block-flag          pic x
                value 'N'.
           05 ws-gen-block-count            pic 9(7)
                value 0.
           05 ws-gen-block-amount           pic 9(9)V99
                value 0.

       01 ws-counters.
           05 ws-dispute-read-total         pic 9(7)
                value 0.
           05 ws-invalid-total              pic 9(5)
                value 0.
           05 ws-new-case-total             pic 9(5)
                value 0.
           05 ws-updated-case-total         pic 9(5)
                value 0.
           05 ws-won-total                  pic 9(5)
                value 0.
           05 ws-lost-total                 pic 9(5)
                value 0.
           05 ws-no-case-total              pic 9(5)
                value 0.
           05 ws-on-master-total            pic 9(5)
                value 0.
           05 ws-on-archive-total           pic 9(5)
                value 0.
           05 ws-no-sale-total              pic 9(5)
                value 0.
           05 ws-winnable-total             pic 9(5)
                value 0.
           05 ws-arch-gen-total             pic 9(3)
                value 0.
           05 ws-arch-read-total            pic 9(7)
                value 0.
           05 ws-refund-gen-total           pic 9(3)
                value 0.
           05 ws-refund-read-total          pic 9(7)
                value 0.
           05 ws-open-case-total            pic 9(5)
                value 0.
           05 ws-due-soon-total             pic 9(5)
                value 0.
           05 ws-overdue-total              pic 9(5)
                value 0.

       01 ws-amount-totals.
           05 ws-dispute-amount-total       pic 9(9)V99
                value 0.
           05 ws-winnable-amount            pic 9(9)V99
                value 0.
           05 ws-open-case-amount           pic 9(9)V99
                value 0.
           05 ws-won-amount                 pic 9(9)V99
                value 0.
           05 ws-lost-amount                pic 9(9)V99
                value 0.

      * open cases by age since intake.
       01 ws-aging-buckets.
           05 ws-aging-bucket               occurs 4 times
                                             indexed by ws-age-idx.
                10 wb-case-count             pic 9(5).
                10 wb-case-amount            pic 9(9)V99.

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

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Chargeback Dispute Intake For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D2".

       01 ws-intake-heading.
           05 filler                        pic x(40)
                value "Dispute Intake".

       01 ws-intake-headings-2.
           05 filler                        pic x(9)
                value "Invoice".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(3)
                value "Tnd".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Disputed".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(4)
                value "Rsn".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Due".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Sale On".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Sold".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Sale Amt".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Refunded".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(30)
                value "Disposition".

       01 ws-intake-detail-line.
           05 ws-in-invoice-out             pic x(9).
           05 filler                        pic x(4)
                value spaces.
           05 ws-in-store-out               pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-in-pay-type-out            pic xx.
           05 filler                        pic x(3)
                value spaces.
           05 ws-in-amount-out              pic $zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-reason-out              pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-due-out                 pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-source-out              pic x(7).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-sale-date-out           pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-sale-amount-out         pic x(10).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-refund-out              pic x(10).
           05 filler                        pic x(2)
                value spaces.
           05 ws-in-disp-out                pic x(30).

       01 ws-amount-work                    pic $zz,zz9.99.

       01 ws-aging-heading.
           05 filler                        pic x(40)
                value "Open Case Aging".

       01 ws-aging-headings-2.
           05 filler                        pic x(9)
                value "Invoice".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(3)
                value "Tnd".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Disputed".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(4)
                value "Rsn".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Opened".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "Due".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Age".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "Days Left".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(30)
                value "Flag".

       01 ws-aging-detail-line.
           05 ws-ag-invoice-out             pic x(9).
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-store-out               pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ag-pay-type-out            pic xx.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ag-amount-out              pic $zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-ag-reason-out              pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 ws-ag-opened-out              pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-ag-due-out                 pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-ag-age-out                 pic zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-ag-days-left-out           pic zzz,zz9-.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ag-flag-out                pic x(30).

       01 ws-bucket-line.
           05 filler                        pic x(10)
                value spaces.
           05 ws-bk-name-out                pic x(12).
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(8)
                value "Cases = ".
           05 ws-bk-count-out               pic zz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(9)
                value "Amount = ".
           05 ws-bk-amount-out              pic $ZZZ,ZZZ,ZZ9.99.

       01 ws-intake-totals-line.
           05 filler                        pic x(20)
                value "Disputes Read     = ".
           05 ws-it-read-out                pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Disputed Amount   = ".
           05 ws-it-amount-out              pic $ZZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Invalid Records   = ".
           05 ws-it-invalid-out             pic zz,zz9.

       01 ws-case-totals-line.
           05 filler                        pic x(20)
                value "New Cases         = ".
           05 ws-ct-new-out                 pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Cases Updated     = ".
           05 ws-ct-updated-out             pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Outcome No Case   = ".
           05 ws-ct-no-case-out             pic zz,zz9.

       01 ws-outcome-totals-line.
           05 filler                        pic x(20)
                value "Cases Won         = ".
           05 ws-ot-won-out                 pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ot-won-amount-out          pic $ZZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Cases Lost        = ".
           05 ws-ot-lost-out                pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ot-lost-amount-out         pic $ZZZ,ZZZ,ZZ9.99.

       01 ws-lookup-totals-line.
           05 filler                        pic x(20)
                value "Sale On Master    = ".
           05 ws-lt-master-out              pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Sale On Archive   = ".
           05 ws-lt-archive-out             pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "No Sale On History= ".
           05 ws-lt-no-sale-out             pic zz,zz9.

       01 ws-scan-totals-line.
           05 filler                        pic x(20)
                value "Archive Gens      = ".
           05 ws-st-arch-gen-out            pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Archive Recs Read = ".
           05 ws-st-arch-read-out           pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Refund Gens       = ".
           05 ws-st-refund-gen-out          pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Refund Recs Read  = ".
           05 ws-st-refund-read-out         pic z,zzz,zz9.

       01 ws-winnable-totals-line.
           05 filler                        pic x(20)
                value "Winnable Disputes = ".
           05 ws-wt-count-out               pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Winnable Amount   = ".
           05 ws-wt-amount-out              pic $ZZZ,ZZZ,ZZ9.99.

       01 ws-open-totals-line.
           05 filler                        pic x(20)
                value "Open Cases        = ".
           05 ws-op-count-out               pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Open Case Amount  = ".
           05 ws-op-amount-out              pic $ZZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(12)
                value "Due Within ".
           05 ws-op-days-out                pic zz9.
           05 filler                        pic x(3)
                value " = ".
           05 ws-op-due-soon-out            pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Overdue = ".
           05 ws-op-overdue-out             pic zz,zz9.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 410-lookupsaleshistory
                varying ws-dispute-scan-sub from 1 by 1
                until ws-dispute-scan-sub > ws-dispute-count.
           if ws-unresolved-flag = ws-yes-flag
                perform 440-scanpriorarchive
           end-if.
           perform 450-scancardrefunds.
           perform 460-scanpendingrefunds.

           perform 470-postdispute
                varying ws-dispute-scan-sub from 1 by 1
                until ws-dispute-scan-sub > ws-dispute-count.

           perform 510-writeagingheadings.
           perform 480-agecases.

           perform 590-writetotals.
           perform 600-closefiles.

           move ws-dispute-read-total       to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D2CHGBK: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-dispute-read-total
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D2CHGBK: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-dispute-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the lookups and the aging adds start from a clean slate.
           initialize ws-dispute-table.
           initialize ws-aging-buckets.

           open input  sales-history.
           if ws-sales-history-status <> '00'
                display 'D2CHGBK: SALES-HISTORY OPEN ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY OPEN ERROR, STATUS ='
                                    to ws-log-message
                move ws-dispute-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           open i-o case-master.
           if ws-case-master-status = '35'
                open output case-master
                close case-master
                open i-o case-master
           end-if.
           if ws-case-master-status <> '00'
                display 'D2CHGBK: CASE-MASTER OPEN ERROR, STATUS = '
                                             ws-case-master-status
                move 'CASE-MASTER OPEN ERROR'
                                    to ws-log-message
                move ws-dispute-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           open output output-file.

           perform 120-loaddispparm.

           open input dispute-file.
           perform 110-loaddisputes
                until ws-dispute-eof-flag = ws-yes-flag.
           close dispute-file.

      * tonight's disputes into the table - a record that cannot be
      * worked (no invoice, unreadable amount or due date, unknown
      * action) is kept for the report but opens no case.
       110-loaddisputes.
           read dispute-file
                at end
                     move ws-yes-flag        to ws-dispute-eof-flag
                not at end
                     add 1                   to ws-dispute-read-total
                     add 1                   to ws-dispute-count
                     if ws-dispute-count > 2000
                          display
                             'D2CHGBK: DISPUTE TABLE EXCEEDS 2000'
                          move 'DISPUTE TABLE EXCEEDS 2000'
                                              to ws-log-message
                          move ws-dispute-read-total
                                              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     perform 115-tabledispute
           end-read.

       115-tabledispute.
           set ws-disp-idx                  to ws-dispute-count.
           move dp-action                   to wd-action (ws-disp-idx).
           if dp-action = space
                move 'O'                    to wd-action (ws-disp-idx)
           end-if.
           move dp-invoice-num              to wd-invoice-num
                                                       (ws-disp-idx).
           move dp-store-num                to wd-store-num
                                                       (ws-disp-idx).
           move dp-pay-type                 to wd-pay-type
                                                       (ws-disp-idx).
           move dp-reason-code              to wd-reason-code
                                                       (ws-disp-idx).
           move 'N'                         to wd-sale-source
                                                       (ws-disp-idx).
           move ws-no-flag                  to wd-pending-flag
                                                       (ws-disp-idx).

           if dp-valid-action
              and dp-invoice-num not = spaces
              and dp-store-num is numeric
              and dp-dispute-amount is numeric
              and dp-response-due-date is numeric
                move ws-yes-flag            to wd-valid-flag
                                                       (ws-disp-idx)
                move dp-dispute-amount      to wd-dispute-amount
                                                       (ws-disp-idx)
                move dp-response-due-date   to wd-response-due-date
                                                       (ws-disp-idx)
                add dp-dispute-amount       to ws-dispute-amount-total
           else
                move ws-no-flag             to wd-valid-flag
                                                       (ws-disp-idx)
                move 0                      to wd-dispute-amount
                                                       (ws-disp-idx)
                move 0                      to wd-response-due-date
                                                       (ws-disp-idx)
                add 1                       to ws-invalid-total
                move 'INVALID DISPUTE RECORD NOT TAKEN'
                                             to ws-log-message
                move ws-dispute-read-total  to ws-log-position
                perform 9200-logwarning
           end-if.

      * a missing or unusable parameter leaves the default in place.
       120-loaddispparm.
           open input dispute-param-file.
           read dispute-param-file
                at end
                     continue
                not at end
                     if dq-warning-days is numeric
                          move dq-warning-days
                                             to ws-warning-days
                     else
                          move 'DSPPARM WARNING DAYS INVALID - DEFAULT'
                                             to ws-log-message
                          move 0            to ws-log-position
                          perform 9200-logwarning
                     end-if
           end-read.
           close dispute-param-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-intake-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-intake-headings-2.
           write output-line                from ws-blank-line.

      * the master first - the sale is there unless it has aged off.
      * An outcome carries no evidence to gather, so it is passed by.
       410-lookupsaleshistory.
           set ws-disp-idx                  to ws-dispute-scan-sub.
           if wd-valid-flag (ws-disp-idx) = ws-yes-flag
              and wd-action (ws-disp-idx) = 'O'
                move wd-invoice-num (ws-disp-idx)
                                             to hm-invoice-num
                read sales-history
                     invalid key
                          move ws-yes-flag  to ws-unresolved-flag
                     not invalid key
                          move 'M'          to wd-sale-source
                                                       (ws-disp-idx)
                          move hm-sale-date to wd-sale-date
                                                       (ws-disp-idx)
                          move hm-tran-amount
                                             to wd-sale-amount
                                                       (ws-disp-idx)
                          move hm-pay-type  to wd-sale-pay-type
                                                       (ws-disp-idx)
                end-read
                if ws-sales-history-status <> '00'
                   and ws-sales-history-status <> '23'
                     display 'D2CHGBK: SALES-HISTORY I/O ERROR, '
                             'STATUS = ' ws-sales-history-status
                     move 'SALES-HISTORY I/O ERROR, STATUS ='
                                         to ws-log-message
                     move ws-dispute-scan-sub
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

      * the retained archive generations - only when a dispute is
      * still unresolved off the master. Each generation's trailer
      * is proved before its records are trusted, as C4HISTAR does.
       440-scanpriorarchive.
           open input prior-archive-file.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read prior-archive-file
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 442-processarchrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'D2CHGBK: ARCHIN GENERATION MISSING TRAILER'
                move 'ARCHIN GENERATION MISSING TRAILER'
                                    to ws-log-message
                move ws-arch-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close prior-archive-file.

       442-processarchrecord.
           if aph-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display
                        'D2CHGBK: ARCHIN GENERATION MISSING TRAILER'
                     move 'ARCHIN GENERATION MISSING TRAILER'
                                         to ws-log-message
                     move ws-arch-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-arch-gen-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if apt-record-type = 'T'
                if apt-record-count not = ws-gen-block-count
                   or apt-amount-total not = ws-gen-block-amount
                     display 'D2CHGBK: ARCHIN TRAILER MISMATCH'
                     move 'ARCHIN GENERATION TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-arch-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add ap-tran-amount          to ws-gen-block-amount
                add 1                       to ws-arch-read-total
                perform 444-checkarchmatch
                     varying ws-dispute-scan-sub from 1 by 1
                     until ws-dispute-scan-sub > ws-dispute-count
           end-if
           end-if.

           read prior-archive-file
                at end move ws-yes-flag     to ws-gen-eof-flag.

      * the newest generation is read last, so a later image of the
      * same invoice overwrites an earlier one.
       444-checkarchmatch.
           set ws-disp-idx                  to ws-dispute-scan-sub.
           if wd-invoice-num (ws-disp-idx) = ap-invoice-num
              and wd-valid-flag (ws-disp-idx) = ws-yes-flag
              and wd-action (ws-disp-idx) = 'O'
              and wd-sale-source (ws-disp-idx) not = 'M'
                move 'A'                    to wd-sale-source
                                                       (ws-disp-idx)
                move ap-sale-date           to wd-sale-date
                                                       (ws-disp-idx)
                move ap-tran-amount         to wd-sale-amount
                                                       (ws-disp-idx)
                move ap-pay-type            to wd-sale-pay-type
                                                       (ws-disp-idx)
           end-if.

      * every card refund ever instructed against a disputed invoice
      * at the disputed store - the evidence that wins the case.
       450-scancardrefunds.
           open input card-refund-history.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read card-refund-history
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 452-processrefundrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'D2CHGBK: CARDRFIN GENERATION MISSING TRAILER'
                move 'CARDRFIN GENERATION MISSING TRAILER'
                                    to ws-log-message
                move ws-refund-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close card-refund-history.

       452-processrefundrecord.
           if ch-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display
                        'D2CHGBK: CARDRFIN GENERATION MISSING TRAILER'
                     move 'CARDRFIN GENERATION MISSING TRAILER'
                                         to ws-log-message
                     move ws-refund-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-refund-gen-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if cf-record-type = 'T'
                if cf-record-count not = ws-gen-block-count
                   or cf-amount-total not = ws-gen-block-amount
                     display 'D2CHGBK: CARDRFIN TRAILER MISMATCH'
                     move 'CARDRFIN GENERATION TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-refund-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add cr-tran-amount          to ws-gen-block-amount
                add 1                       to ws-refund-read-total
                perform 454-checkrefundmatch
                     varying ws-dispute-scan-sub from 1 by 1
                     until ws-dispute-scan-sub > ws-dispute-count
           end-if
           end-if.

           read card-refund-history
                at end move ws-yes-flag     to ws-gen-eof-flag.

       454-checkrefundmatch.
           set ws-disp-idx                  to ws-dispute-scan-sub.
           if wd-invoice-num (ws-disp-idx) = cr-invoice-num
              and wd-store-num (ws-disp-idx) = cr-store-num
              and wd-valid-flag (ws-disp-idx) = ws-yes-flag
              and wd-action (ws-disp-idx) = 'O'
                add cr-tran-amount          to wd-refund-amount
                                                       (ws-disp-idx)
                move cr-business-date       to wd-refund-date
                                                       (ws-disp-idx)
           end-if.

      * a return held for approval against a disputed sale - not yet
      * refunded, but the analyst needs to know before responding.
       460-scanpendingrefunds.
           open input pending-refund-file.
           move ws-no-flag                  to ws-pending-eof-flag.
           read pending-refund-file
                at end move ws-yes-flag     to ws-pending-eof-flag.
           perform 462-processpendingrecord
                until ws-pending-eof-flag = ws-yes-flag.
           close pending-refund-file.

       462-processpendingrecord.
           perform 464-checkpendingmatch
                varying ws-dispute-scan-sub from 1 by 1
                until ws-dispute-scan-sub > ws-dispute-count.
           read pending-refund-file
                at end move ws-yes-flag     to ws-pending-eof-flag.

       464-checkpendingmatch.
           set ws-disp-idx                  to ws-dispute-scan-sub.
           if wd-invoice-num (ws-disp-idx) = pr-invoice-num
              and wd-store-num (ws-disp-idx) = pr-store-num
              and wd-valid-flag (ws-disp-idx) = ws-yes-flag
              and wd-action (ws-disp-idx) = 'O'
                move ws-yes-flag            to wd-pending-flag
                                                       (ws-disp-idx)
           end-if.

      * one intake line per dispute, then the case it opens, updates
      * or closes.
       470-postdispute.
           set ws-disp-idx                  to ws-dispute-scan-sub.
           move wd-invoice-num (ws-disp-idx)
                                             to ws-in-invoice-out.
           move wd-store-num (ws-disp-idx)  to ws-in-store-out.
           move wd-pay-type (ws-disp-idx)   to ws-in-pay-type-out.
           move wd-dispute-amount (ws-disp-idx)
                                             to ws-in-amount-out.
           move wd-reason-code (ws-disp-idx)
                                             to ws-in-reason-out.
           move spaces                      to ws-in-due-out.
           move spaces                      to ws-in-source-out.
           move spaces                      to ws-in-sale-date-out.
           move spaces                      to ws-in-sale-amount-out.
           move spaces                      to ws-in-refund-out.

           if wd-valid-flag (ws-disp-idx) not = ws-yes-flag
                move 'INVALID - NOT TAKEN'  to ws-in-disp-out
           else
           if wd-action (ws-disp-idx) = 'W'
              or wd-action (ws-disp-idx) = 'L'
                perform 476-closecase
           else
                move wd-response-due-date (ws-disp-idx)
                                             to ws-in-due-out
                perform 472-describeevidence
                perform 474-opencase
           end-if
           end-if.

           write output-line                from ws-intake-detail-line.

      * what the lookups found, worst news last so it wins the
      * disposition column: a refund already given back to the card
      * makes the chargeback winnable.
       472-describeevidence.
           if wd-sale-source (ws-disp-idx) = 'M'
                add 1                       to ws-on-master-total
                move 'Master'               to ws-in-source-out
           else
           if wd-sale-source (ws-disp-idx) = 'A'
                add 1                       to ws-on-archive-total
                move 'Archive'              to ws-in-source-out
           else
                add 1                       to ws-no-sale-total
                move 'None'                 to ws-in-source-out
           end-if
           end-if.

           if wd-sale-source (ws-disp-idx) = 'N'
                move '*** NO SALE ON HISTORY ***'
                                             to ws-in-disp-out
           else
                move wd-sale-date (ws-disp-idx)
                                             to ws-in-sale-date-out
                move wd-sale-amount (ws-disp-idx)
                                             to ws-amount-work
                move ws-amount-work         to ws-in-sale-amount-out
                if wd-sale-pay-type (ws-disp-idx) not =
                   wd-pay-type (ws-disp-idx)
                     move 'TENDER DIFFERS FROM SALE'
                                             to ws-in-disp-out
                else
                     move 'SALE FOUND - NO REFUND'
                                             to ws-in-disp-out
                end-if
           end-if.

           if wd-pending-flag (ws-disp-idx) = ws-yes-flag
                move 'RETURN HELD FOR APPROVAL'
                                             to ws-in-disp-out
           end-if.

           if wd-refund-amount (ws-disp-idx) > 0
                add 1                       to ws-winnable-total
                add wd-dispute-amount (ws-disp-idx)
                                             to ws-winnable-amount
                move wd-refund-amount (ws-disp-idx)
                                             to ws-amount-work
                move ws-amount-work         to ws-in-refund-out
                move '*** WINNABLE - REFUNDED ***'
                                             to ws-in-disp-out
           end-if.

      * a new dispute opens a case; a dispute for a case already on
      * file (re-presented or amended) refreshes it and reopens it
      * if it had been closed.
       474-opencase.
           perform 478-readcase.
           if ws-case-found-flag = ws-yes-flag
                add 1                       to ws-updated-case-total
           else
                add 1                       to ws-new-case-total
                move spaces                 to case-master-record
                move wd-invoice-num (ws-disp-idx)
                                             to cm-invoice-num
                move wd-store-num (ws-disp-idx)
                                             to cm-store-num
                move ws-date-line           to cm-opened-date
           end-if.

           move 'O'                         to cm-case-status.
           move 0                           to cm-closed-date.
           move wd-pay-type (ws-disp-idx)   to cm-pay-type.
           move wd-dispute-amount (ws-disp-idx)
                                             to cm-dispute-amount.
           move wd-reason-code (ws-disp-idx)
                                             to cm-reason-code.
           move wd-response-due-date (ws-disp-idx)
                                             to cm-response-due-date.
           move ws-date-line                to cm-last-update-date.
           move wd-sale-source (ws-disp-idx)
                                             to cm-sale-source.
           move wd-sale-date (ws-disp-idx) to cm-sale-date.
           move wd-sale-amount (ws-disp-idx)
                                             to cm-sale-amount.
           move wd-sale-pay-type (ws-disp-idx)
                                             to cm-sale-pay-type.
           move wd-refund-amount (ws-disp-idx)
                                             to cm-refund-amount.
           move wd-refund-date (ws-disp-idx)
                                             to cm-refund-date.
           move wd-pending-flag (ws-disp-idx)
                                             to cm-pending-flag.
           if wd-refund-amount (ws-disp-idx) > 0
                move ws-yes-flag            to cm-winnable-flag
           else
                move ws-no-flag             to cm-winnable-flag
           end-if.

           if ws-case-found-flag = ws-yes-flag
                rewrite case-master-record
           else
                write case-master-record
           end-if.
           perform 479-checkcasewrite.

      * the acquirer's outcome closes the case; an outcome for a case
      * never taken in is logged for the analyst to chase.
       476-closecase.
           perform 478-readcase.
           if ws-case-found-flag = ws-no-flag
                add 1                       to ws-no-case-total
                move '*** OUTCOME - NO CASE ON FILE'
                                             to ws-in-disp-out
                move 'DISPUTE OUTCOME FOR CASE NOT ON CASEMAS'
                                             to ws-log-message
                move ws-dispute-scan-sub    to ws-log-position
                perform 9200-logwarning
           else
                move wd-action (ws-disp-idx)
                                             to cm-case-status
                move ws-date-line           to cm-closed-date
                move ws-date-line           to cm-last-update-date
                if wd-action (ws-disp-idx) = 'W'
                     add 1                  to ws-won-total
                     add cm-dispute-amount  to ws-won-amount
                     move 'CLOSED - WON'    to ws-in-disp-out
                else
                     add 1                  to ws-lost-total
                     add cm-dispute-amount  to ws-lost-amount
                     move 'CLOSED - LOST'   to ws-in-disp-out
                end-if
                rewrite case-master-record
                perform 479-checkcasewrite
           end-if.

       478-readcase.
           move wd-invoice-num (ws-disp-idx)
                                             to cm-invoice-num.
           move wd-store-num (ws-disp-idx)  to cm-store-num.
           read case-master
                invalid key
                     move ws-no-flag        to ws-case-found-flag
                not invalid key
                     move ws-yes-flag       to ws-case-found-flag
           end-read.
           if ws-case-master-status <> '00'
              and ws-case-master-status <> '23'
                display 'D2CHGBK: CASE-MASTER I/O ERROR, STATUS = '
                                             ws-case-master-status
                move 'CASE-MASTER I/O ERROR'
                                    to ws-log-message
                move ws-dispute-scan-sub
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       479-checkcasewrite.
           if ws-case-master-status <> '00'
                display 'D2CHGBK: CASE-MASTER WRITE ERROR, STATUS = '
                                             ws-case-master-status
                move 'CASE-MASTER WRITE ERROR'
                                    to ws-log-message
                move ws-dispute-scan-sub
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * the whole case master in key order, tonight's postings
      * included - every open case aged against its deadline.
       480-agecases.
           move low-values                  to cm-case-key.
           start case-master key is not less than cm-case-key
                invalid key
                     move ws-yes-flag       to ws-case-eof-flag
           end-start.
           if ws-case-eof-flag = ws-no-flag
                perform 482-readnextcase
           end-if.
           perform 484-agecase
                until ws-case-eof-flag = ws-yes-flag.

       482-readnextcase.
           read case-master next record
                at end move ws-yes-flag     to ws-case-eof-flag
           end-read.
           if ws-case-master-status <> '00'
              and ws-case-master-status <> '10'
                display 'D2CHGBK: CASE-MASTER I/O ERROR, STATUS = '
                                             ws-case-master-status
                move 'CASE-MASTER I/O ERROR'
                                    to ws-log-message
                move ws-open-case-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * age runs from intake; days left runs to the response-due
      * date, negative once the deadline has passed.
       484-agecase.
           if cm-case-open
                add 1                       to ws-open-case-total
                add cm-dispute-amount       to ws-open-case-amount

                move cm-opened-date         to ws-date-work
                perform 790-computedaynum
                compute ws-case-age-days =
                     ws-run-day-num - ws-day-num
                move cm-response-due-date   to ws-date-work
                perform 790-computedaynum
                compute ws-days-to-due =
                     ws-day-num - ws-run-day-num

                if ws-case-age-days > 90
                     set ws-age-idx         to 4
                else
                if ws-case-age-days > 60
                     set ws-age-idx         to 3
                else
                if ws-case-age-days > 30
                     set ws-age-idx         to 2
                else
                     set ws-age-idx         to 1
                end-if
                end-if
                end-if
                add 1                       to wb-case-count
                                                       (ws-age-idx)
                add cm-dispute-amount       to wb-case-amount
                                                       (ws-age-idx)

                perform 486-writeagingline
           end-if.

           perform 482-readnextcase.

       486-writeagingline.
           move cm-invoice-num              to ws-ag-invoice-out.
           move cm-store-num                to ws-ag-store-out.
           move cm-pay-type                 to ws-ag-pay-type-out.
           move cm-dispute-amount           to ws-ag-amount-out.
           move cm-reason-code              to ws-ag-reason-out.
           move cm-opened-date              to ws-ag-opened-out.
           move cm-response-due-date        to ws-ag-due-out.
           move ws-case-age-days            to ws-ag-age-out.
           move ws-days-to-due              to ws-ag-days-left-out.

           move spaces                      to ws-ag-flag-out.
           if ws-days-to-due < 0
                add 1                       to ws-overdue-total
                move '*** PAST RESPONSE DATE ***'
                                             to ws-ag-flag-out
           else
           if ws-days-to-due <= ws-warning-days
                add 1                       to ws-due-soon-total
                move '** RESPONSE DUE SOON **'
                                             to ws-ag-flag-out
           end-if
           end-if.
           if cm-winnable-flag = ws-yes-flag
              and ws-ag-flag-out = spaces
                move 'WINNABLE - REFUNDED'  to ws-ag-flag-out
           end-if.

           write output-line                from ws-aging-detail-line.

       510-writeagingheadings.
           write output-line                from ws-blank-line.
           write output-line                from ws-aging-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-aging-headings-2.
           write output-line                from ws-blank-line.

       590-writetotals.
           write output-line                from ws-blank-line.
           perform 595-writebucketline
                varying ws-age-idx from 1 by 1
                until ws-age-idx > 4.

           write output-line                from ws-blank-line.
           move ws-dispute-read-total       to ws-it-read-out.
           move ws-dispute-amount-total     to ws-it-amount-out.
           move ws-invalid-total            to ws-it-invalid-out.
           write output-line                from ws-intake-totals-line.

           move ws-new-case-total           to ws-ct-new-out.
           move ws-updated-case-total       to ws-ct-updated-out.
           move ws-no-case-total            to ws-ct-no-case-out.
           write output-line                from ws-case-totals-line.

           move ws-won-total                to ws-ot-won-out.
           move ws-won-amount               to ws-ot-won-amount-out.
           move ws-lost-total               to ws-ot-lost-out.
           move ws-lost-amount              to ws-ot-lost-amount-out.
           write output-line                from
                                             ws-outcome-totals-line.

           move ws-on-master-total          to ws-lt-master-out.
           move ws-on-archive-total         to ws-lt-archive-out.
           move ws-no-sale-total            to ws-lt-no-sale-out.
           write output-line                from ws-lookup-totals-line.

           move ws-arch-gen-total           to ws-st-arch-gen-out.
           move ws-arch-read-total          to ws-st-arch-read-out.
           move ws-refund-gen-total         to ws-st-refund-gen-out.
           move ws-refund-read-total        to ws-st-refund-read-out.
           write output-line                from ws-scan-totals-line.

           move ws-winnable-total           to ws-wt-count-out.
           move ws-winnable-amount          to ws-wt-amount-out.
           write output-line                from
                                             ws-winnable-totals-line.

           move ws-open-case-total          to ws-op-count-out.
           move ws-open-case-amount         to ws-op-amount-out.
           move ws-warning-days             to ws-op-days-out.
           move ws-due-soon-total           to ws-op-due-soon-out.
           move ws-overdue-total            to ws-op-overdue-out.
           write output-line                from ws-open-totals-line.

      * deadlines are what lose chargebacks by default - the morning
      * operator hands these counts to the dispute analyst.
           if ws-due-soon-total > 0
                move 'CHARGEBACK CASES DUE INSIDE WARNING DAYS'
                                             to ws-log-message
                move ws-due-soon-total      to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-overdue-total > 0
                move 'CHARGEBACK CASES PAST RESPONSE DATE'
                                             to ws-log-message
                move ws-overdue-total       to ws-log-position
                perform 9200-logwarning
           end-if.

       595-writebucketline.
           move ws-aging-bucket-name (ws-age-idx)
                                             to ws-bk-name-out.
           move wb-case-count (ws-age-idx)  to ws-bk-count-out.
           move wb-case-amount (ws-age-idx) to ws-bk-amount-out.
           write output-line                from ws-bucket-line.

       600-closefiles.
           close sales-history,
                 case-master,
                 output-file.

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
                display 'D2CHGBK: PREDECESSOR C4HISTAR NOT COMPLETE'
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
           if rc-program-id = 'D2CHGBK'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D2CHGBK: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D2CHGBK: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D2CHGBK'                   to rc-program-id.
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
           move 'D2CHGBK'                     to el-program-id.
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
       end program D2CHGBK.
