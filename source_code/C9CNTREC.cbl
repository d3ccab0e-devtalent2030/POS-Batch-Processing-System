       identification division.
       program-id. C9CNTREC.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: C9 Physical Inventory And Cycle Count Reconcile.
      *Reads the store count sheets - store, SKU, counted quantity
      *and count date, for a full physical of the store or a cycle
      *count of one department - and sets each counted key's
      *oh-on-hand-qty on ONHAND to the counted figure. Several tags
      *for one SKU (floor, back room) add together. On a full count
      *every key the store did not count goes to zero; on a cycle
      *count, every uncounted key in a counted department does. Each
      *key brought to count is written to the count-variance audit
      *trail with its book and counted figures, the variances are
      *printed as a shrink report by store and department valued at
      *km-unit-price, and each store's net shrink is written as a
      *posting pair in the GLEXTR layout B1GLEXT produces, so shrink
      *reaches the ledger without being re-keyed. Until now ONHAND
      *was only ever moved by sales, returns and receipts, so theft,
      *damage and mis-scans stayed in it forever.
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

      * the store count sheets, keyed from the count tags - absent
      * on a night no store counted.
           select optional count-sheet-file
               assign to CNTSHEET
               organization is sequential.

      * on-hand inventory master - read through in key order to
      * bring each counted key to its count, then written to for
      * counted stock the master has never carried.
           select onhand-master
               assign to ONHAND
               organization is indexed
               access mode is dynamic
               record key is oh-inv-key
               file status is ws-onhand-master-status.

      * the enriched sku/product master - the department and the
      * unit price each variance is reported and valued at.
           select sku-master
               assign to SKUMAS
               organization is indexed
               access mode is random
               record key is km-sku-code
               file status is ws-sku-master-status.

      * count-variance audit trail - one record per key brought to
      * count.
           select count-audit-file
               assign to CNTAUDIT
               organization is sequential.

      * the shrink posting lines, in the journal-entry layout
      * finance already loads off GLEXTR.
           select shrink-gl-file
               assign to SHRKGL
               organization is sequential.

      * sort work file for the shrink report
           select sort-file
               assign to SORTWK.

      * count reconciliation and shrink report
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

      * one record per count tag. The count type says what the
      * store counted: 'F' the whole store, 'D' the one department
      * named in cs-count-dept.
       fd count-sheet-file
           recording mode is F
           data record is count-sheet-record
           record contains 40 characters.

       01 count-sheet-record.
           05 cs-store-num                  pic 99.
           05 cs-sku-code                   pic x(15).
           05 cs-counted-qty                pic 9(7).
           05 cs-count-date                 pic 9(6).
           05 cs-count-type                 pic x.
                88 cs-full-count
                    value 'F'.
                88 cs-dept-count
                    value 'D'.
           05 cs-count-dept                 pic x(3).
           05 filler                        pic x(6).

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

      * the count source says how the key came to its count: 'C'
      * counted, 'Z' not counted inside the count's scope and set to
      * zero, 'N' counted but new to the master.
       fd count-audit-file
           recording mode is F
           data record is count-audit-record
           record contains 80 characters.

       01 count-audit-record.
           05 ca-business-date              pic 9(6).
           05 ca-store-num                  pic 99.
           05 ca-sku-code                   pic x(15).
           05 ca-dept-code                  pic x(3).
           05 ca-count-date                 pic 9(6).
           05 ca-count-type                 pic x.
           05 ca-count-source               pic x.
           05 ca-book-qty                   pic s9(7).
           05 ca-counted-qty                pic 9(7).
           05 ca-variance-qty               pic s9(7).
           05 ca-unit-price                 pic 9(5)V99.
           05 ca-variance-value             pic s9(7)V99.
           05 filler                        pic x(9).

      **********************************************

      * the same journal-entry layout B1GLEXT writes to GLEXTR.
       fd shrink-gl-file
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
       sd sort-file
           data record is sort-record
           record contains 60 characters.

       01 sort-record.
           05 ss-store-num                  pic 99.
           05 ss-dept-code                  pic x(3).
           05 ss-sku-code                   pic x(15).
           05 ss-count-source               pic x.
           05 ss-book-qty                   pic s9(7).
           05 ss-counted-qty                pic 9(7).
           05 ss-variance-qty               pic s9(7).
           05 ss-unit-price                 pic 9(5)V99.
           05 ss-variance-value             pic s9(7)V99.
           05 filler                        pic xx.

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

       01 ws-count-eof-flag                 pic x
           value 'N'.
       01 ws-onhand-eof-flag                pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-entry-found-flag               pic x
           value 'N'.
       01 ws-sku-found-flag                 pic x
           value 'N'.
       01 ws-first-record-flag              pic x
           value 'Y'.
       01 ws-reject-heading-flag            pic x
           value 'N'.
       01 ws-key-in-scope-flag              pic x
           value 'N'.

       01 ws-onhand-master-status           pic xx.
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

      * shrink GL accounts - compiled in the way B1GLEXT carries its
      * tax pair: a count loss debits shrink expense and credits
      * merchandise inventory, a count gain the other way round.
       01 ws-gl-accounts.
           05 ws-acct-shrink-expense        pic 9(4)
                value 5410.
           05 ws-acct-inventory             pic 9(4)
                value 1310.

       01 ws-reject-reason                  pic x(40)
           value spaces.

      * the count tags, one entry per store/SKU with the tags added
      * together - the latest count date and the count type ride
      * with the entry, and the applied flag is set when the master
      * key is brought to count.
       01 ws-count-table.
           05 ws-count-entry                occurs 8000 times
                                             indexed by ws-count-idx.
                10 wc-store-num              pic 99.
                10 wc-sku-code               pic x(15).
                10 wc-dept-code              pic x(3).
                10 wc-counted-qty            pic 9(7).
                10 wc-count-date             pic 9(6).
                10 wc-count-type             pic x.
                10 wc-applied-flag           pic x.
       01 ws-count-count                    pic 9(4)
           value 0.
       01 ws-count-search-sub               pic 9(4)
           value 0.
       01 ws-count-match-sub                pic 9(4)
           value 0.

      * what each store counted, subscripted by store number - any
      * count at all, a full count, and the latest count date.
       01 ws-store-scope-table.
           05 ws-store-scope-entry          occurs 99 times
                                             indexed by ws-scope-idx.
                10 wx-counted-flag           pic x.
                10 wx-full-count-flag        pic x.
                10 wx-count-date             pic 9(6).

      * the departments cycle counted, by store.
       01 ws-dept-scope-table.
           05 ws-dept-scope-entry           occurs 500 times
                                             indexed by ws-dscope-idx.
                10 wy-store-num              pic 99.
                10 wy-dept-code              pic x(3).
                10 wy-count-date             pic 9(6).
       01 ws-dept-scope-count               pic 9(3)
           value 0.
       01 ws-dscope-search-sub              pic 9(3)
           value 0.
       01 ws-dscope-match-sub               pic 9(3)
           value 0.

       01 ws-lookup-key.
           05 ws-lk-store-num               pic 99.
           05 ws-lk-sku-code                pic x(15).
           05 ws-lk-dept-code               pic x(3).

      * the key being brought to count.
       01 ws-key-work.
           05 ws-kw-dept-code               pic x(3).
           05 ws-kw-unit-price              pic 9(5)V99.
           05 ws-kw-count-source            pic x.
           05 ws-kw-count-type              pic x.
           05 ws-kw-count-date              pic 9(6).
           05 ws-kw-book-qty                pic s9(7).
           05 ws-kw-counted-qty             pic 9(7).
           05 ws-kw-variance-qty            pic s9(7).
           05 ws-kw-variance-value          pic s9(7)V99.

      * store / department control break on the shrink report.
       01 ws-previous-key.
           05 ws-prev-store-num             pic 99.
           05 ws-prev-dept-code             pic x(3).

      * shrink (count short of book) and overage (count over book)
      * by department, by store and for the run - units and dollars
      * at km-unit-price.
       01 ws-break-totals.
           05 ws-dept-shrink-units          pic 9(7)
                value 0.
           05 ws-dept-shrink-value          pic 9(9)V99
                value 0.
           05 ws-dept-over-units            pic 9(7)
                value 0.
           05 ws-dept-over-value            pic 9(9)V99
                value 0.
           05 ws-store-shrink-units         pic 9(7)
                value 0.
           05 ws-store-shrink-value         pic 9(9)V99
                value 0.
           05 ws-store-over-units           pic 9(7)
                value 0.
           05 ws-store-over-value           pic 9(9)V99
                value 0.
           05 ws-run-shrink-units           pic 9(7)
                value 0.
           05 ws-run-shrink-value           pic 9(9)V99
                value 0.
           05 ws-run-over-units             pic 9(7)
                value 0.
           05 ws-run-over-value             pic 9(9)V99
                value 0.

       01 ws-break-work.
           05 ws-bw-shrink-units            pic 9(7).
           05 ws-bw-shrink-value            pic 9(9)V99.
           05 ws-bw-over-units              pic 9(7).
           05 ws-bw-over-value              pic 9(9)V99.
           05 ws-bw-net-value               pic s9(9)V99.

       01 ws-net-shrink-work                pic s9(9)V99.

       01 ws-counters.
           05 ws-count-read-total           pic 9(7)
                value 0.
           05 ws-count-rejected-total       pic 9(7)
                value 0.
           05 ws-onhand-read-total          pic 9(7)
                value 0.
           05 ws-keys-counted-total         pic 9(7)
                value 0.
           05 ws-keys-zeroed-total          pic 9(7)
                value 0.
           05 ws-new-key-total              pic 9(7)
                value 0.
           05 ws-variance-key-total         pic 9(7)
                value 0.
           05 ws-posting-line-count         pic 9(5)
                value 0.

       01 ws-amount-totals.
           05 ws-debit-total                pic 9(9)V99
                value 0.
           05 ws-credit-total               pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Count Reconciliation And Shrink For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, C9".

       01 ws-reject-heading.
           05 filler                        pic x(40)
                value "Count Sheet Rejects".

       01 ws-reject-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-rj-store-out               pic xx.
           05 filler                        pic x(3)
                value spaces.
           05 ws-rj-sku-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-rj-qty-out                 pic x(7).
           05 filler                        pic x(2)
                value spaces.
           05 ws-rj-date-out                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-rj-type-out                pic x.
           05 filler                        pic x(1)
                value spaces.
           05 ws-rj-dept-out                pic x(3).
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(11)
                value "REJECTED - ".
           05 ws-rj-reason-out              pic x(40).

       01 ws-shrink-heading.
           05 filler                        pic x(60)
                value "Count Variances By Store And Department".

       01 ws-shrink-headings-2.
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
           05 filler                        pic x(11)
                value "Source".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "     Book".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "  Counted".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value " Variance".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Unit Price".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(14)
                value "Variance Value".

       01 ws-shrink-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-store-out               pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-dept-out                pic x(3).
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-sku-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-source-out              pic x(11).
           05 filler                        pic x(2)
                value spaces.
           05 ws-sd-book-out                pic -zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-counted-out             pic zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-variance-out            pic -zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-price-out               pic zz,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sd-value-out               pic -z,zzz,zz9.99.

      * department, store and run totals share one layout - the
      * label says which.
       01 ws-break-total-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-bt-label-out               pic x(16).
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(14)
                value "Shrink Units =".
           05 ws-bt-shrink-units-out        pic zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(8)
                value "Shrink =".
           05 ws-bt-shrink-value-out        pic $zzz,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(10)
                value "Overage = ".
           05 ws-bt-over-value-out          pic $zzz,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(12)
                value "Net Shrink =".
           05 ws-bt-net-value-out           pic $zzz,zzz,zz9.99-.

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

       01 ws-totals-line-1.
           05 filler                        pic x(20)
                value "Count Tags Read   = ".
           05 ws-count-read-out             pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Count Tags Reject = ".
           05 ws-count-rejected-out         pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "On-Hand Keys Read = ".
           05 ws-onhand-read-out            pic z,zzz,zz9.

       01 ws-totals-line-2.
           05 filler                        pic x(20)
                value "Keys Counted      = ".
           05 ws-keys-counted-out           pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Uncounted Zeroed  = ".
           05 ws-keys-zeroed-out            pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "New Keys Added    = ".
           05 ws-new-key-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Keys With Variance= ".
           05 ws-variance-key-out           pic z,zzz,zz9.

       01 ws-posting-count-line.
           05 filler                        pic x(22)
                value "Posting Lines Written ".
           05 filler                        pic x(3)
                value " = ".
           05 ws-posting-count-out          pic zz,zz9.

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
           perform 700-loadcountsheets.

           write output-line                from ws-blank-line.
           write output-line                from ws-shrink-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-shrink-headings-2.
           write output-line                from ws-blank-line.
           sort sort-file
                ascending key ss-store-num
                              ss-dept-code
                              ss-sku-code
                input procedure is 400-applycounts
                output procedure is 500-writeshrink.

           perform 590-writetotals.
           perform 600-closefiles.

           move ws-count-read-total         to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'C9CNTREC: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-count-read-total
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'C9CNTREC: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-count-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-count-table,
                      ws-store-scope-table,
                      ws-dept-scope-table.

           open input  sku-master.
           open output count-audit-file,
                       shrink-gl-file,
                       output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

      * the sort's input side: one pass down the on-hand master in
      * key order, bringing every counted key - and every uncounted
      * key inside a count's scope - to its count, then the counted
      * store/SKUs the master has never carried are added. Each key
      * brought to count goes to the audit trail; each one that
      * moved is released to the shrink report.
       400-applycounts.
      * i-o, not input - the master is rewritten to the count.
           open i-o onhand-master.

      * a brand-new master comes back '35' (file not found) on the
      * i-o open - create it and carry on; anything else is fatal.
           if ws-onhand-master-status = '35'
                open output onhand-master
                close onhand-master
                open i-o onhand-master
           end-if.
           if ws-onhand-master-status <> '00'
                display 'C9CNTREC: ONHAND OPEN ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER OPEN ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           if ws-count-count > 0
                perform 405-readonhand
                     until ws-onhand-eof-flag = ws-yes-flag
                perform 440-addnewkey
                     varying ws-count-search-sub from 1 by 1
                     until ws-count-search-sub > ws-count-count
           end-if.

           close onhand-master.

       405-readonhand.
           read onhand-master next record
                at end
                     move ws-yes-flag        to ws-onhand-eof-flag
                not at end
                     perform 410-checkkey
           end-read.
           if ws-onhand-master-status <> '00'
              and ws-onhand-master-status <> '10'
                display 'C9CNTREC: ONHAND I/O ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * a key in a store that counted: its own count when it has
      * one, otherwise zero when the store counted everything or
      * counted the key's department.
       410-checkkey.
           add 1                            to ws-onhand-read-total.
           move ws-no-flag                  to ws-key-in-scope-flag.

           if oh-store-num >= 1 and oh-store-num <= 99
                set ws-scope-idx            to oh-store-num
                if wx-counted-flag (ws-scope-idx) = ws-yes-flag
                     perform 415-findkeycount
                end-if
           end-if.

           if ws-key-in-scope-flag = ws-yes-flag
                move oh-on-hand-qty         to ws-kw-book-qty
                perform 420-adjustkey
           end-if.

       415-findkeycount.
           move oh-store-num                to ws-lk-store-num.
           move oh-sku-code                 to ws-lk-sku-code.
           perform 460-findcount.
           if ws-entry-found-flag = ws-yes-flag
                set ws-count-idx            to ws-count-match-sub
                move ws-yes-flag            to wc-applied-flag
                                                       (ws-count-idx)
                move ws-yes-flag            to ws-key-in-scope-flag
                move 'C'                    to ws-kw-count-source
                move wc-counted-qty (ws-count-idx)
                                             to ws-kw-counted-qty
                move wc-count-date (ws-count-idx)
                                             to ws-kw-count-date
                move wc-count-type (ws-count-idx)
                                             to ws-kw-count-type
                add 1                       to ws-keys-counted-total
           else
                if wx-full-count-flag (ws-scope-idx) = ws-yes-flag
                     move ws-yes-flag       to ws-key-in-scope-flag
                     move 'F'               to ws-kw-count-type
                     move wx-count-date (ws-scope-idx)
                                             to ws-kw-count-date
                else
                     perform 470-lookupsku
                     move ws-kw-dept-code   to ws-lk-dept-code
                     perform 480-finddeptscope
                     if ws-entry-found-flag = ws-yes-flag
                          set ws-dscope-idx to ws-dscope-match-sub
                          move ws-yes-flag  to ws-key-in-scope-flag
                          move 'D'          to ws-kw-count-type
                          move wy-count-date (ws-dscope-idx)
                                             to ws-kw-count-date
                     end-if
                end-if
      * an uncounted key already at zero has nothing to bring to
      * count - it is left alone and off the trail.
                if ws-key-in-scope-flag = ws-yes-flag
                     if oh-on-hand-qty = 0
                          move ws-no-flag   to ws-key-in-scope-flag
                     else
                          move 'Z'          to ws-kw-count-source
                          move 0            to ws-kw-counted-qty
                          add 1             to ws-keys-zeroed-total
                     end-if
                end-if
           end-if.

      * bring the master key to its count: the audit trail takes
      * every key, the master and the shrink report only the keys
      * that moved.
       420-adjustkey.
           perform 470-lookupsku.
           compute ws-kw-variance-qty =
                ws-kw-counted-qty - ws-kw-book-qty.
           compute ws-kw-variance-value =
                ws-kw-variance-qty * ws-kw-unit-price.
           perform 450-writeaudit.

           if ws-kw-variance-qty not = 0
                move ws-kw-counted-qty      to oh-on-hand-qty
                move ws-date-line           to oh-last-update-date
                rewrite onhand-master-record
                perform 810-checkonhandio
                perform 455-releasevariance
           end-if.

      * a counted store/SKU the master has never carried - written
      * at its count, once the key-order pass is done with the file.
       440-addnewkey.
           set ws-count-idx                 to ws-count-search-sub.
           if wc-applied-flag (ws-count-idx) = ws-no-flag
                move wc-store-num (ws-count-idx)
                                             to oh-store-num
                move wc-sku-code (ws-count-idx)
                                             to oh-sku-code
                move 'N'                    to ws-kw-count-source
                move wc-counted-qty (ws-count-idx)
                                             to ws-kw-counted-qty
                move wc-count-date (ws-count-idx)
                                             to ws-kw-count-date
                move wc-count-type (ws-count-idx)
                                             to ws-kw-count-type
                move 0                      to ws-kw-book-qty
                add 1                       to ws-keys-counted-total
                perform 470-lookupsku
                compute ws-kw-variance-qty =
                     ws-kw-counted-qty - ws-kw-book-qty
                compute ws-kw-variance-value =
                     ws-kw-variance-qty * ws-kw-unit-price
                perform 450-writeaudit
                if ws-kw-counted-qty > 0
                     add 1                  to ws-new-key-total
                     move ws-kw-counted-qty to oh-on-hand-qty
                     move ws-date-line      to oh-last-update-date
                     write onhand-master-record
                     perform 810-checkonhandio
                     perform 455-releasevariance
                end-if
           end-if.

       450-writeaudit.
           move spaces                      to count-audit-record.
           move ws-date-line                to ca-business-date.
           move oh-store-num                to ca-store-num.
           move oh-sku-code                 to ca-sku-code.
           move ws-kw-dept-code             to ca-dept-code.
           move ws-kw-count-date            to ca-count-date.
           move ws-kw-count-type            to ca-count-type.
           move ws-kw-count-source          to ca-count-source.
           move ws-kw-book-qty              to ca-book-qty.
           move ws-kw-counted-qty           to ca-counted-qty.
           move ws-kw-variance-qty          to ca-variance-qty.
           move ws-kw-unit-price            to ca-unit-price.
           move ws-kw-variance-value        to ca-variance-value.
           write count-audit-record.

       455-releasevariance.
           add 1                            to ws-variance-key-total.
           move spaces                      to sort-record.
           move oh-store-num                to ss-store-num.
           move ws-kw-dept-code             to ss-dept-code.
           move oh-sku-code                 to ss-sku-code.
           move ws-kw-count-source          to ss-count-source.
           move ws-kw-book-qty              to ss-book-qty.
           move ws-kw-counted-qty           to ss-counted-qty.
           move ws-kw-variance-qty          to ss-variance-qty.
           move ws-kw-unit-price            to ss-unit-price.
           move ws-kw-variance-value        to ss-variance-value.
           release sort-record.

      * this store/SKU's count entry - linear search, the same way
      * C1INVUPD matches its exception table.
       460-findcount.
           move ws-no-flag                  to ws-entry-found-flag.
           move 0                           to ws-count-match-sub.
           perform 465-checkcountentry
                varying ws-count-search-sub from 1 by 1
                until ws-count-search-sub > ws-count-count
                   or ws-entry-found-flag = ws-yes-flag.

       465-checkcountentry.
           set ws-count-idx                 to ws-count-search-sub.
           if wc-store-num (ws-count-idx) = ws-lk-store-num
              and wc-sku-code (ws-count-idx) = ws-lk-sku-code
                move ws-yes-flag            to ws-entry-found-flag
                move ws-count-search-sub    to ws-count-match-sub
           end-if.

      * department and unit price for the key in oh-sku-code - a
      * SKU gone from the product master reports under '???' at
      * no value.
       470-lookupsku.
           move oh-sku-code                 to km-sku-code.
           read sku-master
                invalid key
                     move '???'             to ws-kw-dept-code
                     move 0                 to ws-kw-unit-price
                not invalid key
                     move km-dept-code      to ws-kw-dept-code
                     move km-unit-price     to ws-kw-unit-price
           end-read.
           perform 820-checkskuio.

      * has this store cycle counted the department in
      * ws-lk-dept-code.
       480-finddeptscope.
           move ws-no-flag                  to ws-entry-found-flag.
           move 0                           to ws-dscope-match-sub.
           perform 485-checkdeptscope
                varying ws-dscope-search-sub from 1 by 1
                until ws-dscope-search-sub > ws-dept-scope-count
                   or ws-entry-found-flag = ws-yes-flag.

       485-checkdeptscope.
           set ws-dscope-idx                to ws-dscope-search-sub.
           if wy-store-num (ws-dscope-idx) = ws-lk-store-num
              and wy-dept-code (ws-dscope-idx) = ws-lk-dept-code
                move ws-yes-flag            to ws-entry-found-flag
                move ws-dscope-search-sub   to ws-dscope-match-sub
           end-if.

      * the sort's output side: the variances in store / department
      * / SKU order, with department and store shrink totals at each
      * break and the store's shrink posting pair under its total.
       500-writeshrink.
           move ws-yes-flag                 to ws-first-record-flag.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 505-returnvariance
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-record-flag = ws-no-flag
                perform 530-writedepttotal
                perform 540-writestoretotal
           end-if.

       505-returnvariance.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 510-checkbreak
                     perform 520-writevariance
                     move ss-store-num       to ws-prev-store-num
                     move ss-dept-code       to ws-prev-dept-code
                     move ws-no-flag         to ws-first-record-flag
           end-return.

       510-checkbreak.
           if ws-first-record-flag = ws-no-flag
                if ss-store-num not = ws-prev-store-num
                     perform 530-writedepttotal
                     perform 540-writestoretotal
                else
                if ss-dept-code not = ws-prev-dept-code
                     perform 530-writedepttotal
                end-if
                end-if
           end-if.

       520-writevariance.
           if ss-variance-qty < 0
                subtract ss-variance-qty    from ws-dept-shrink-units
                subtract ss-variance-value  from ws-dept-shrink-value
           else
                add ss-variance-qty         to ws-dept-over-units
                add ss-variance-value       to ws-dept-over-value
           end-if.

           move ss-store-num                to ws-sd-store-out.
           move ss-dept-code                to ws-sd-dept-out.
           move ss-sku-code                 to ws-sd-sku-out.
           if ss-count-source = 'C'
                move 'Counted'              to ws-sd-source-out
           else
           if ss-count-source = 'Z'
                move 'Not Counted'          to ws-sd-source-out
           else
                move 'New Key'              to ws-sd-source-out
           end-if
           end-if.
           move ss-book-qty                 to ws-sd-book-out.
           move ss-counted-qty              to ws-sd-counted-out.
           move ss-variance-qty             to ws-sd-variance-out.
           move ss-unit-price               to ws-sd-price-out.
           move ss-variance-value           to ws-sd-value-out.
           write output-line                from ws-shrink-detail-line.

       530-writedepttotal.
           move spaces                      to ws-bt-label-out.
           move 'Dept'                      to ws-bt-label-out (1:4).
           move ws-prev-dept-code           to ws-bt-label-out (6:3).
           move ws-dept-shrink-units        to ws-bw-shrink-units.
           move ws-dept-shrink-value        to ws-bw-shrink-value.
           move ws-dept-over-units          to ws-bw-over-units.
           move ws-dept-over-value          to ws-bw-over-value.
           perform 545-writebreakline.

           add ws-dept-shrink-units         to ws-store-shrink-units.
           add ws-dept-shrink-value         to ws-store-shrink-value.
           add ws-dept-over-units           to ws-store-over-units.
           add ws-dept-over-value           to ws-store-over-value.
           move 0                           to ws-dept-shrink-units.
           move 0                           to ws-dept-shrink-value.
           move 0                           to ws-dept-over-units.
           move 0                           to ws-dept-over-value.

       540-writestoretotal.
           move spaces                      to ws-bt-label-out.
           move 'Store'                     to ws-bt-label-out (1:5).
           move ws-prev-store-num           to ws-bt-label-out (7:2).
           move 'Total'                     to ws-bt-label-out (10:5).
           move ws-store-shrink-units       to ws-bw-shrink-units.
           move ws-store-shrink-value       to ws-bw-shrink-value.
           move ws-store-over-units         to ws-bw-over-units.
           move ws-store-over-value         to ws-bw-over-value.
           perform 545-writebreakline.

           perform 550-writestoregl.
           write output-line                from ws-blank-line.

           add ws-store-shrink-units        to ws-run-shrink-units.
           add ws-store-shrink-value        to ws-run-shrink-value.
           add ws-store-over-units          to ws-run-over-units.
           add ws-store-over-value          to ws-run-over-value.
           move 0                           to ws-store-shrink-units.
           move 0                           to ws-store-shrink-value.
           move 0                           to ws-store-over-units.
           move 0                           to ws-store-over-value.

       545-writebreakline.
           compute ws-bw-net-value =
                ws-bw-shrink-value - ws-bw-over-value.
           move ws-bw-shrink-units          to ws-bt-shrink-units-out.
           move ws-bw-shrink-value          to ws-bt-shrink-value-out.
           move ws-bw-over-value            to ws-bt-over-value-out.
           move ws-bw-net-value             to ws-bt-net-value-out.
           write output-line                from ws-break-total-line.

      * the store's net shrink as one balanced posting pair - a net
      * loss debits shrink expense and credits inventory, a net gain
      * reverses the pair.
       550-writestoregl.
           compute ws-net-shrink-work =
                ws-store-shrink-value - ws-store-over-value.
           if ws-net-shrink-work > 0
                move ws-acct-shrink-expense to ge-account-num
                move "Inventory Shrinkage "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-net-shrink-work     to ge-amount
                perform 560-writeglrecord
                move ws-acct-inventory      to ge-account-num
                move "Merchandise Invntry "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-net-shrink-work     to ge-amount
                perform 560-writeglrecord
           else
           if ws-net-shrink-work < 0
                compute ws-net-shrink-work = 0 - ws-net-shrink-work
                move ws-acct-inventory      to ge-account-num
                move "Merchandise Invntry "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-net-shrink-work     to ge-amount
                perform 560-writeglrecord
                move ws-acct-shrink-expense to ge-account-num
                move "Inventory Shrinkage "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-net-shrink-work     to ge-amount
                perform 560-writeglrecord
           end-if
           end-if.

       560-writeglrecord.
           move ws-date-line                to ge-business-date.
           move ws-prev-store-num           to ge-store-num.

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

           write gl-extract-record.
           add 1                            to ws-posting-line-count.
           write output-line                from ws-posting-print-line.

       590-writetotals.
           move spaces                      to ws-bt-label-out.
           move 'Run Total'                 to ws-bt-label-out.
           move ws-run-shrink-units         to ws-bw-shrink-units.
           move ws-run-shrink-value         to ws-bw-shrink-value.
           move ws-run-over-units           to ws-bw-over-units.
           move ws-run-over-value           to ws-bw-over-value.
           perform 545-writebreakline.

           write output-line                from ws-blank-line.
           move ws-count-read-total         to ws-count-read-out.
           move ws-count-rejected-total     to ws-count-rejected-out.
           move ws-onhand-read-total        to ws-onhand-read-out.
           write output-line                from ws-totals-line-1.
           move ws-keys-counted-total       to ws-keys-counted-out.
           move ws-keys-zeroed-total        to ws-keys-zeroed-out.
           move ws-new-key-total            to ws-new-key-out.
           move ws-variance-key-total       to ws-variance-key-out.
           write output-line                from ws-totals-line-2.

           move ws-posting-line-count       to ws-posting-count-out.
           write output-line                from ws-posting-count-line.
           move ws-debit-total              to ws-debit-total-out.
           move ws-credit-total             to ws-credit-total-out.
           write output-line                from ws-balance-line.

           if ws-debit-total not = ws-credit-total
                move 'SHRINK GL EXTRACT OUT OF BALANCE'
                                             to ws-log-message
                move ws-posting-line-count  to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close sku-master,
                 count-audit-file,
                 shrink-gl-file,
                 output-file.

      * the count tags, edited and added together by store/SKU. A
      * tag that fails the edit is listed and skipped - the rest of
      * the count still goes in.
       700-loadcountsheets.
           open input count-sheet-file.
           perform 710-readcountsheet
                until ws-count-eof-flag = ws-yes-flag.
           close count-sheet-file.

       710-readcountsheet.
           read count-sheet-file
                at end
                     move ws-yes-flag        to ws-count-eof-flag
                not at end
                     add 1                   to ws-count-read-total
                     perform 720-editcountsheet
                     if ws-reject-reason = spaces
                          perform 730-addcount
                     else
                          perform 780-writereject
                     end-if
           end-read.

       720-editcountsheet.
           move spaces                      to ws-reject-reason.
           if cs-store-num is not numeric
                move 'STORE NOT NUMERIC'    to ws-reject-reason
           else
           if cs-store-num < 1 or cs-store-num > 99
                move 'STORE OUT OF RANGE'   to ws-reject-reason
           else
           if cs-counted-qty is not numeric
                move 'COUNTED QUANTITY NOT NUMERIC'
                                             to ws-reject-reason
           else
           if cs-count-date is not numeric
                move 'COUNT DATE NOT NUMERIC'
                                             to ws-reject-reason
           else
           if cs-count-date > ws-date-line
                move 'COUNT DATE AFTER BUSINESS DATE'
                                             to ws-reject-reason
           else
           if not cs-full-count and not cs-dept-count
                move 'COUNT TYPE NOT F OR D'
                                             to ws-reject-reason
           else
           if cs-dept-count and cs-count-dept = spaces
                move 'CYCLE COUNT WITH NO DEPARTMENT'
                                             to ws-reject-reason
           else
                perform 725-editcountsku
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      * the SKU must be on the product master, and a cycle count tag
      * must belong to the department being counted.
       725-editcountsku.
           move cs-sku-code                 to km-sku-code.
           move ws-yes-flag                 to ws-sku-found-flag.
           read sku-master
                invalid key
                     move ws-no-flag        to ws-sku-found-flag
           end-read.
           perform 820-checkskuio.
           if ws-sku-found-flag = ws-no-flag
                move 'SKU NOT ON SKU MASTER'
                                             to ws-reject-reason
           else
           if cs-dept-count and km-dept-code not = cs-count-dept
                move 'SKU NOT IN DEPARTMENT COUNTED'
                                             to ws-reject-reason
           end-if
           end-if.

       730-addcount.
           move cs-store-num                to ws-lk-store-num.
           move cs-sku-code                 to ws-lk-sku-code.
           perform 460-findcount.
           if ws-entry-found-flag = ws-no-flag
                if ws-count-count >= 8000
                     display 'C9CNTREC: COUNT TABLE EXCEEDS 8000'
                     move 'COUNT TABLE EXCEEDS 8000'
                                         to ws-log-message
                     move ws-count-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-count-count
                move ws-count-count         to ws-count-match-sub
                set ws-count-idx            to ws-count-count
                move cs-store-num           to wc-store-num
                                                       (ws-count-idx)
                move cs-sku-code            to wc-sku-code
                                                       (ws-count-idx)
                move km-dept-code           to wc-dept-code
                                                       (ws-count-idx)
                move 0                      to wc-counted-qty
                                                       (ws-count-idx)
                move 0                      to wc-count-date
                                                       (ws-count-idx)
                move ws-no-flag             to wc-applied-flag
                                                       (ws-count-idx)
           end-if.
           set ws-count-idx                 to ws-count-match-sub.
           add cs-counted-qty               to wc-counted-qty
                                                       (ws-count-idx).
           move cs-count-type               to wc-count-type
                                                       (ws-count-idx).
           if cs-count-date > wc-count-date (ws-count-idx)
                move cs-count-date          to wc-count-date
                                                       (ws-count-idx)
           end-if.

           set ws-scope-idx                 to cs-store-num.
           move ws-yes-flag                 to wx-counted-flag
                                                       (ws-scope-idx).
           if cs-count-date > wx-count-date (ws-scope-idx)
                move cs-count-date          to wx-count-date
                                                       (ws-scope-idx)
           end-if.
           if cs-full-count
                move ws-yes-flag            to wx-full-count-flag
                                                       (ws-scope-idx)
           else
                perform 740-adddeptscope
           end-if.

       740-adddeptscope.
           move cs-count-dept               to ws-lk-dept-code.
           perform 480-finddeptscope.
           if ws-entry-found-flag = ws-no-flag
                if ws-dept-scope-count >= 500
                     display 'C9CNTREC: DEPT SCOPE TABLE EXCEEDS 500'
                     move 'DEPT SCOPE TABLE EXCEEDS 500'
                                         to ws-log-message
                     move ws-count-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-dept-scope-count
                move ws-dept-scope-count    to ws-dscope-match-sub
                set ws-dscope-idx           to ws-dept-scope-count
                move cs-store-num           to wy-store-num
                                                       (ws-dscope-idx)
                move cs-count-dept          to wy-dept-code
                                                       (ws-dscope-idx)
                move 0                      to wy-count-date
                                                       (ws-dscope-idx)
           end-if.
           set ws-dscope-idx                to ws-dscope-match-sub.
           if cs-count-date > wy-count-date (ws-dscope-idx)
                move cs-count-date          to wy-count-date
                                                       (ws-dscope-idx)
           end-if.

       780-writereject.
           add 1                            to ws-count-rejected-total.
           if ws-reject-heading-flag = ws-no-flag
                write output-line           from ws-reject-heading
                write output-line           from ws-blank-line
                move ws-yes-flag            to ws-reject-heading-flag
           end-if.
           move cs-store-num                to ws-rj-store-out.
           move cs-sku-code                 to ws-rj-sku-out.
           move cs-counted-qty              to ws-rj-qty-out.
           move cs-count-date               to ws-rj-date-out.
           move cs-count-type               to ws-rj-type-out.
           move cs-count-dept               to ws-rj-dept-out.
           move ws-reject-reason            to ws-rj-reason-out.
           write output-line                from ws-reject-line.

           move 'COUNT TAG REJECTED - SEE COUNT REPORT'
                                             to ws-log-message.
           move ws-count-read-total         to ws-log-position.
           perform 9200-logwarning.

      * anything other than found ('00'), not-found ('23') or a
      * clean write on the on-hand master is an I/O failure INVALID
      * KEY alone would not catch - fatal, the master cannot be left
      * half counted.
       810-checkonhandio.
           if ws-onhand-master-status <> '00'
              and ws-onhand-master-status <> '22'
              and ws-onhand-master-status <> '23'
                display 'C9CNTREC: ONHAND I/O ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * anything other than found ('00') or not-found ('23') on the
      * product master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the shrink cannot be valued without it.
       820-checkskuio.
           if ws-sku-master-status <> '00'
              and ws-sku-master-status <> '23'
                display 'C9CNTREC: SKU-MASTER I/O ERROR, STATUS = '
                                             ws-sku-master-status
                move 'SKU-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-count-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

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
                display 'C9CNTREC: PREDECESSOR C1INVUPD NOT COMPLETE'
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
           if rc-program-id = 'C9CNTREC'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'C9CNTREC: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'C9CNTREC: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'C9CNTREC'                 to rc-program-id.
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
           move 'C9CNTREC'                   to el-program-id.
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
       end program C9CNTREC.
