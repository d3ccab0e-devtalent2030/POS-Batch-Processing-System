       identification division.
       program-id. D9DQRPT.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D9 Weekly Reject Data Quality Report.
      *Reads the reject history D8REJHST keeps (REJHISTN) for the
      *week of seven business dates ending on DATEPARM and ranks the
      *stores, then the registers, by reject rate - records rejected
      *over records edited - with each store's most frequent error
      *type beside it. The week's rejects are then broken down by
      *error type (invalid pay type, invoice letters out of range,
      *SKU not on the master, inactive cashier, broken exchange pair
      *or basket and the rest of A6EDIT's edits), a reject failing
      *on several edits counting under each. Last comes every reject
      *on the history A6CORR has still not cleared after the days on
      *DQPARM (7 when no parameter is supplied), oldest first, so
      *the stores can be chased for the corrections. Run weekly,
      *after D8REJHST on the last business date of the week.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the last business date of the week
      * being reported.
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

      * the reject history as tonight's D8REJHST left it.
           select history-file
               assign to REJHISTN
               organization is sequential.

      * open-reject days - operator-set, a data change like the other
      * parameter files.
           select optional quality-param-file
               assign to DQPARM
               organization is sequential.

      * weekly data quality report
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

      * the reject history layout D8REJHST writes - 'R' one rejected
      * record with its reason codes and clearance, 'V' the records
      * edited against one store and register on the date.
       fd history-file
           recording mode is F
           data record is history-record
           record contains 100 characters.

       01 history-record.
           05 rh-business-date              pic 9(6).
           05 rh-store-num                  pic 99.
           05 rh-register-num               pic 99.
           05 rh-record-type                pic x.
                88 rh-reject-record
                    value 'R'.
                88 rh-volume-record
                    value 'V'.
           05 rh-reject-seq                 pic 9(7).
           05 rh-edited-count               pic 9(7).
           05 rh-reasons.
                10 rh-reason-count           pic 9.
                10 rh-reason-code            pic 99
                                             occurs 6 times.
           05 rh-reject-line.
                10 rh-tran-code              pic x.
                10 rh-tran-amount            pic 9(5)V99.
                10 rh-pay-type               pic xx.
                10 rh-line-store-num         pic xx.
                10 rh-invoice-num            pic x(9).
                10 filler                    pic x(22).
           05 rh-cleared-flag               pic x.
           05 rh-corrected-flag             pic x.
           05 rh-cleared-date               pic 9(6).
           05 filler                        pic x(11).

      **********************************************
       fd quality-param-file
           recording mode is F
           data record is quality-param-record
           record contains 8 characters.

       01 quality-param-record.
           05 qp-open-days                  pic 9(3).
           05 filler                        pic x(5).

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
                value 'D8REJHST'.
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

       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

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

      * a reject A6CORR has not cleared in this many days is listed
      * - off DQPARM, else the default here.
       01 ws-open-days                      pic 9(3)
           value 7.

      * day numbers for the week and for reject age - the chain's
      * usual yy*365 + mm*30 + dd approximation.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-reject-age-days            pic s9(7).

      * the edit reasons A6EDIT records, by code - its edit messages
      * 01-21, then the records taken down with their group.
       01 ws-reason-names.
           05 filler                        pic x(30)
                value 'Invalid Transaction Code'.
           05 filler                        pic x(30)
                value 'Invalid Transaction Amount'.
           05 filler                        pic x(30)
                value 'Invalid Payment Type'.
           05 filler                        pic x(30)
                value 'Invalid Store Number'.
           05 filler                        pic x(30)
                value 'Invoice Letters Out Of Range'.
           05 filler                        pic x(30)
                value 'Invoice Duplicate Letters'.
           05 filler                        pic x(30)
                value 'Invoice Number Out Of Range'.
           05 filler                        pic x(30)
                value 'Invoice Missing Dash'.
           05 filler                        pic x(30)
                value 'SKU Code Empty'.
           05 filler                        pic x(30)
                value 'Store Closed'.
           05 filler                        pic x(30)
                value 'SKU Not On Master'.
           05 filler                        pic x(30)
                value 'Cashier ID Empty'.
           05 filler                        pic x(30)
                value 'Invalid Register Number'.
           05 filler                        pic x(30)
                value 'Cashier Not On Master'.
           05 filler                        pic x(30)
                value 'Cashier Inactive'.
           05 filler                        pic x(30)
                value 'Broken Basket'.
           05 filler                        pic x(30)
                value 'Basket Does Not Sum To Tender'.
           05 filler                        pic x(30)
                value 'Orphan Basket Tender Line'.
           05 filler                        pic x(30)
                value 'Gift Card Number Missing'.
           05 filler                        pic x(30)
                value 'Gift Card Not Activated'.
           05 filler                        pic x(30)
                value 'Redemption Exceeds Balance'.
           05 filler                        pic x(30)
                value 'Unpaired Exchange Leg'.
           05 filler                        pic x(30)
                value 'Rejected With Exchange Partner'.
           05 filler                        pic x(30)
                value 'Rejected With Basket'.
       01 ws-reason-name-table redefines ws-reason-names.
           05 ws-reason-name                pic x(30)
                                             occurs 24 times.

      * the week's figures by store - entry 1 is store 00, the
      * rejects whose store number was not valid.
       01 ws-store-dq-table.
           05 ws-store-dq-entry             occurs 100 times.
                10 wsd-edited-count          pic 9(7).
                10 wsd-reject-count          pic 9(7).
                10 wsd-cleared-count         pic 9(7).
                10 wsd-ranked-flag           pic x.
                10 wsd-reason-count          pic 9(5)
                                             occurs 24 times.

      * the week's figures by store and register - register entry 1
      * is register 00, the older terminals that send none.
       01 ws-register-dq-table.
           05 ws-register-store             occurs 100 times.
                10 ws-register-dq-entry      occurs 21 times.
                     15 wrg-edited-count      pic 9(7).
                     15 wrg-reject-count      pic 9(7).
                     15 wrg-ranked-flag       pic x.

       01 ws-reason-dq-table.
           05 ws-reason-dq-entry            occurs 24 times.
                10 wrs-reject-count          pic 9(7).
                10 wrs-ranked-flag           pic x.

       01 ws-work-subscripts.
           05 ws-store-sub                  pic 9(3)
                value 0.
           05 ws-reg-sub                    pic 9(3)
                value 0.
           05 ws-reason-sub                 pic 9(3)
                value 0.
           05 ws-code-sub                   pic 9(3)
                value 0.
           05 ws-best-store-sub             pic 9(3)
                value 0.
           05 ws-best-reg-sub               pic 9(3)
                value 0.
           05 ws-best-reason-sub            pic 9(3)
                value 0.
           05 ws-rank                       pic 9(3)
                value 0.

      * the rate being weighed and the best found so far in a
      * ranking pass - ties go to the larger number of rejects.
       01 ws-ranking-work.
           05 ws-rate                       pic 9(3)V99
                value 0.
           05 ws-best-rate                  pic 9(3)V99
                value 0.
           05 ws-best-rejects               pic 9(7)
                value 0.
           05 ws-best-count                 pic 9(7)
                value 0.
           05 ws-rate-rejects               pic 9(7)
                value 0.
           05 ws-rate-edited                pic 9(9)
                value 0.
           05 ws-pick-flag                  pic x
                value 'N'.

       01 ws-counters.
           05 ws-history-read-count         pic 9(7)
                value 0.
           05 ws-week-edited-count          pic 9(9)
                value 0.
           05 ws-week-reject-count          pic 9(7)
                value 0.
           05 ws-week-cleared-count         pic 9(7)
                value 0.
           05 ws-week-corrected-count       pic 9(7)
                value 0.
           05 ws-open-reject-count          pic 9(7)
                value 0.
           05 ws-open-reject-amount         pic 9(9)V99
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Weekly Reject Data Quality, Week Ending ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D9".

       01 ws-headings-2.
           05 filler                        pic x(34)
                value "Week Of Seven Business Dates".
           05 filler                        pic x(26)
                value "Open Rejects Listed After ".
           05 ws-heading-days-out           pic zz9.
           05 filler                        pic x(5)
                value " Days".

       01 ws-store-heading.
           05 filler                        pic x(40)
                value "Stores Ranked By Reject Rate".

       01 ws-store-headings-2.
           05 filler                        pic x(6)
                value "Rank".
           05 filler                        pic x(7)
                value "Store".
           05 filler                        pic x(9)
                value "   Edited".
           05 filler                        pic x(13)
                value "     Rejected".
           05 filler                        pic x(9)
                value "   Rate %".
           05 filler                        pic x(13)
                value "      Cleared".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(30)
                value "Most Frequent Error Type".

       01 ws-store-line.
           05 ws-sl-rank-out                pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sl-store-out               pic 99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-sl-edited-out              pic z,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-sl-rejected-out            pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-sl-rate-out                pic zz9.99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-sl-cleared-out             pic z,zzz,zz9.
           05 filler                        pic x(6)
                value spaces.
           05 ws-sl-reason-out              pic x(30).

       01 ws-no-store-line.
           05 filler                        pic x(36)
                value "Rejects With No Valid Store Number".
           05 filler                        pic x(3)
                value " = ".
           05 ws-ns-rejected-out            pic zz,zzz,zz9.

       01 ws-register-heading.
           05 filler                        pic x(50)
                value "Registers Ranked By Reject Rate - Worst 20".

       01 ws-register-headings-2.
           05 filler                        pic x(6)
                value "Rank".
           05 filler                        pic x(7)
                value "Store".
           05 filler                        pic x(6)
                value "Reg".
           05 filler                        pic x(9)
                value "   Edited".
           05 filler                        pic x(13)
                value "     Rejected".
           05 filler                        pic x(9)
                value "   Rate %".

       01 ws-register-line.
           05 ws-rl-rank-out                pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-rl-store-out               pic 99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-rl-register-out            pic 99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-rl-edited-out              pic z,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-rl-rejected-out            pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-rl-rate-out                pic zz9.99.

       01 ws-reason-heading.
           05 filler                        pic x(40)
                value "Rejects By Error Type".

       01 ws-reason-headings-2.
           05 filler                        pic x(6)
                value "Rank".
           05 filler                        pic x(6)
                value "Code".
           05 filler                        pic x(32)
                value "Error Type".
           05 filler                        pic x(9)
                value " Rejected".
           05 filler                        pic x(12)
                value "    % Of All".

       01 ws-reason-line.
           05 ws-tl-rank-out                pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-tl-code-out                pic 99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-name-out                pic x(30).
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-rejected-out            pic z,zzz,zz9.
           05 filler                        pic x(6)
                value spaces.
           05 ws-tl-pct-out                 pic zz9.99.

       01 ws-open-heading.
           05 filler                        pic x(25)
                value "Rejects Still Open After ".
           05 ws-oh-days-out                pic zz9.
           05 filler                        pic x(5)
                value " Days".

       01 ws-open-headings-2.
           05 filler                        pic x(10)
                value "Bus. Date".
           05 filler                        pic x(7)
                value "Store".
           05 filler                        pic x(4)
                value "Reg".
           05 filler                        pic x(7)
                value "Days".
           05 filler                        pic x(13)
                value "Invoice".
           05 filler                        pic x(4)
                value "Tran".
           05 filler                        pic x(9)
                value "   Amount".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(18)
                value "Reason Codes".
           05 filler                        pic x(30)
                value "First Reason".

       01 ws-open-line.
           05 ws-ol-date-out                pic 9(6).
           05 filler                        pic x(4)
                value spaces.
           05 ws-ol-store-out               pic 99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-ol-register-out            pic 99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-ol-days-out                pic zzz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ol-invoice-out             pic x(9).
           05 filler                        pic x(4)
                value spaces.
           05 ws-ol-tran-out                pic x.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ol-amount-out              pic zz,zz9.99.
           05 filler                        pic x(6)
                value spaces.
           05 ws-ol-codes-out.
                10 ws-ol-code-out            occurs 6 times.
                     15 ws-ol-code-num-out    pic zz.
                     15 filler                pic x.
           05 ws-ol-first-reason-out        pic x(30).

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

       01 ws-rate-line.
           05 ws-rt-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-rt-rate-out                pic zzzz,zz9.99.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 300-accumulateweek
                until ws-history-eof-flag = ws-yes-flag.
           close history-file.

           perform 400-rankstores.
           perform 420-rankregisters.
           perform 440-rankreasons.
           perform 460-listopenrejects.
           perform 500-writetotals.
           perform 600-closefiles.

           move ws-history-read-count       to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D9DQRPT: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D9DQRPT: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-store-dq-table,
                      ws-register-dq-table,
                      ws-reason-dq-table.

           perform 120-loadqualityparm.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

           open input  history-file.
           open output output-file.

      * a missing or unusable parameter leaves the default in place.
       120-loadqualityparm.
           open input quality-param-file.
           read quality-param-file
                at end
                     continue
                not at end
                     if qp-open-days is numeric
                          move qp-open-days to ws-open-days
                     else
                          move 'DQPARM OPEN DAYS INVALID - DEFAULT'
                                             to ws-log-message
                          move 0            to ws-log-position
                          perform 9200-logwarning
                     end-if
           end-read.
           close quality-param-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           move ws-open-days                to ws-heading-days-out.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

      * the week's volumes and rejects into the store, register and
      * reason tables; every reject still open is counted here and
      * listed from a second pass once the rankings are printed.
       300-accumulateweek.
           read history-file
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-read-count
                     perform 310-ageentry
                     if ws-reject-age-days >= 0
                        and ws-reject-age-days <= 6
                          perform 320-accumulateentry
                     end-if
                     if rh-reject-record
                        and rh-cleared-flag not = ws-yes-flag
                        and ws-reject-age-days >= ws-open-days
                          add 1              to ws-open-reject-count
                          if rh-tran-amount is numeric
                               add rh-tran-amount
                                             to ws-open-reject-amount
                          end-if
                     end-if
           end-read.

       310-ageentry.
           move rh-business-date            to ws-date-work.
           perform 790-computedaynum.
           compute ws-reject-age-days = ws-run-day-num - ws-day-num.

       320-accumulateentry.
           compute ws-store-sub = rh-store-num + 1.
           compute ws-reg-sub = rh-register-num + 1.
           if rh-volume-record
                add rh-edited-count         to wsd-edited-count
                                                         (ws-store-sub)
                add rh-edited-count         to wrg-edited-count
                                             (ws-store-sub, ws-reg-sub)
                add rh-edited-count         to ws-week-edited-count
           end-if.
           if rh-reject-record
                add 1                       to wsd-reject-count
                                                         (ws-store-sub)
                add 1                       to wrg-reject-count
                                             (ws-store-sub, ws-reg-sub)
                add 1                       to ws-week-reject-count
                if rh-cleared-flag = ws-yes-flag
                     add 1                  to wsd-cleared-count
                                                         (ws-store-sub)
                     add 1                  to ws-week-cleared-count
                     if rh-corrected-flag = ws-yes-flag
                          add 1             to ws-week-corrected-count
                     end-if
                end-if
                perform 325-accumulatereason
                     varying ws-code-sub from 1 by 1
                     until ws-code-sub > rh-reason-count
                        or ws-code-sub > 6
           end-if.

      * a code outside the table is ignored rather than trusted.
       325-accumulatereason.
           move rh-reason-code (ws-code-sub)
                                             to ws-reason-sub.
           if ws-reason-sub >= 1 and ws-reason-sub <= 24
                add 1                       to wrs-reject-count
                                                        (ws-reason-sub)
                add 1                       to wsd-reason-count
                                          (ws-store-sub, ws-reason-sub)
           end-if.

      * stores worst rate first, one pass per line, until every
      * store that edited or rejected anything this week is ranked.
      * Store 00 is not a store - its rejects are shown below.
       400-rankstores.
           write output-line                from ws-store-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-store-headings-2.
           move 0                           to ws-rank.
           move ws-yes-flag                 to ws-pick-flag.
           perform 402-pickstore
                until ws-pick-flag = ws-no-flag.
           write output-line                from ws-blank-line.
           move wsd-reject-count (1)        to ws-ns-rejected-out.
           write output-line                from ws-no-store-line.
           write output-line                from ws-blank-line.

       402-pickstore.
           move 0                           to ws-best-store-sub.
           perform 404-weighstore
                varying ws-store-sub from 2 by 1
                until ws-store-sub > 100.
           if ws-best-store-sub = 0
                move ws-no-flag             to ws-pick-flag
           else
                move ws-yes-flag            to wsd-ranked-flag
                                                    (ws-best-store-sub)
                perform 406-writestoreline
           end-if.

       404-weighstore.
           if wsd-ranked-flag (ws-store-sub) not = ws-yes-flag
              and (wsd-edited-count (ws-store-sub) > 0
                   or wsd-reject-count (ws-store-sub) > 0)
                move wsd-edited-count (ws-store-sub)
                                             to ws-rate-edited
                move wsd-reject-count (ws-store-sub)
                                             to ws-rate-rejects
                perform 800-computerate
                if ws-best-store-sub = 0
                   or ws-rate > ws-best-rate
                   or (ws-rate = ws-best-rate
                       and ws-rate-rejects > ws-best-rejects)
                     move ws-store-sub      to ws-best-store-sub
                     move ws-rate           to ws-best-rate
                     move ws-rate-rejects   to ws-best-rejects
                end-if
           end-if.

       406-writestoreline.
           add 1                            to ws-rank.
           move ws-rank                     to ws-sl-rank-out.
           compute ws-sl-store-out = ws-best-store-sub - 1.
           move wsd-edited-count (ws-best-store-sub)
                                             to ws-sl-edited-out.
           move wsd-reject-count (ws-best-store-sub)
                                             to ws-sl-rejected-out.
           move ws-best-rate                to ws-sl-rate-out.
           move wsd-cleared-count (ws-best-store-sub)
                                             to ws-sl-cleared-out.
           move spaces                      to ws-sl-reason-out.
           move 0                           to ws-best-reason-sub.
           move 0                           to ws-best-count.
           perform 408-weighstorereason
                varying ws-reason-sub from 1 by 1
                until ws-reason-sub > 24.
           if ws-best-reason-sub > 0
                move ws-reason-name (ws-best-reason-sub)
                                             to ws-sl-reason-out
           end-if.
           write output-line                from ws-store-line.

       408-weighstorereason.
           if wsd-reason-count (ws-best-store-sub, ws-reason-sub)
                                             > ws-best-count
                move wsd-reason-count (ws-best-store-sub, ws-reason-sub)
                                             to ws-best-count
                move ws-reason-sub          to ws-best-reason-sub
           end-if.

      * the worst twenty registers - only registers that rejected
      * something this week, and only numbered registers; the older
      * terminals send none and stand in the store figures alone.
       420-rankregisters.
           write output-line                from ws-register-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-register-headings-2.
           move 0                           to ws-rank.
           move ws-yes-flag                 to ws-pick-flag.
           perform 422-pickregister
                until ws-pick-flag = ws-no-flag
                   or ws-rank >= 20.
           write output-line                from ws-blank-line.

       422-pickregister.
           move 0                           to ws-best-store-sub.
           move 0                           to ws-best-reg-sub.
           perform 424-weighregisterstore
                varying ws-store-sub from 2 by 1
                until ws-store-sub > 100.
           if ws-best-store-sub = 0
                move ws-no-flag             to ws-pick-flag
           else
                move ws-yes-flag            to wrg-ranked-flag
                                    (ws-best-store-sub, ws-best-reg-sub)
                perform 428-writeregisterline
           end-if.

       424-weighregisterstore.
           perform 426-weighregister
                varying ws-reg-sub from 2 by 1
                until ws-reg-sub > 21.

       426-weighregister.
           if wrg-ranked-flag (ws-store-sub, ws-reg-sub)
                                             not = ws-yes-flag
              and wrg-reject-count (ws-store-sub, ws-reg-sub) > 0
                move wrg-edited-count (ws-store-sub, ws-reg-sub)
                                             to ws-rate-edited
                move wrg-reject-count (ws-store-sub, ws-reg-sub)
                                             to ws-rate-rejects
                perform 800-computerate
                if ws-best-store-sub = 0
                   or ws-rate > ws-best-rate
                   or (ws-rate = ws-best-rate
                       and ws-rate-rejects > ws-best-rejects)
                     move ws-store-sub      to ws-best-store-sub
                     move ws-reg-sub        to ws-best-reg-sub
                     move ws-rate           to ws-best-rate
                     move ws-rate-rejects   to ws-best-rejects
                end-if
           end-if.

       428-writeregisterline.
           add 1                            to ws-rank.
           move ws-rank                     to ws-rl-rank-out.
           compute ws-rl-store-out = ws-best-store-sub - 1.
           compute ws-rl-register-out = ws-best-reg-sub - 1.
           move wrg-edited-count (ws-best-store-sub, ws-best-reg-sub)
                                             to ws-rl-edited-out.
           move ws-best-rejects             to ws-rl-rejected-out.
           move ws-best-rate                to ws-rl-rate-out.
           write output-line                from ws-register-line.

      * error types most frequent first, each as a share of the
      * week's rejected records.
       440-rankreasons.
           write output-line                from ws-reason-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-reason-headings-2.
           move 0                           to ws-rank.
           move ws-yes-flag                 to ws-pick-flag.
           perform 442-pickreason
                until ws-pick-flag = ws-no-flag.
           write output-line                from ws-blank-line.

       442-pickreason.
           move 0                           to ws-best-reason-sub.
           move 0                           to ws-best-count.
           perform 444-weighreason
                varying ws-reason-sub from 1 by 1
                until ws-reason-sub > 24.
           if ws-best-reason-sub = 0
                move ws-no-flag             to ws-pick-flag
           else
                move ws-yes-flag            to wrs-ranked-flag
                                                   (ws-best-reason-sub)
                perform 446-writereasonline
           end-if.

       444-weighreason.
           if wrs-ranked-flag (ws-reason-sub) not = ws-yes-flag
              and wrs-reject-count (ws-reason-sub) > ws-best-count
                move wrs-reject-count (ws-reason-sub)
                                             to ws-best-count
                move ws-reason-sub          to ws-best-reason-sub
           end-if.

       446-writereasonline.
           add 1                            to ws-rank.
           move ws-rank                     to ws-tl-rank-out.
           move ws-best-reason-sub          to ws-tl-code-out.
           move ws-reason-name (ws-best-reason-sub)
                                             to ws-tl-name-out.
           move ws-best-count               to ws-tl-rejected-out.
           move ws-best-count               to ws-rate-rejects.
           move ws-week-reject-count        to ws-rate-edited.
           perform 800-computerate.
           move ws-rate                     to ws-tl-pct-out.
           write output-line                from ws-reason-line.

      * every reject still open after the open days, oldest first -
      * the history is read again, in its own date, store and
      * register order.
       460-listopenrejects.
           move ws-open-days                to ws-oh-days-out.
           write output-line                from ws-open-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-open-headings-2.
           move ws-no-flag                  to ws-history-eof-flag.
           open input history-file.
           perform 462-readopenreject
                until ws-history-eof-flag = ws-yes-flag.
           close history-file.
           write output-line                from ws-blank-line.

       462-readopenreject.
           read history-file
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     if rh-reject-record
                        and rh-cleared-flag not = ws-yes-flag
                          perform 310-ageentry
                          if ws-reject-age-days >= ws-open-days
                               perform 464-writeopenline
                          end-if
                     end-if
           end-read.

       464-writeopenline.
           move spaces                      to ws-open-line.
           move rh-business-date            to ws-ol-date-out.
           move rh-store-num                to ws-ol-store-out.
           move rh-register-num             to ws-ol-register-out.
           move ws-reject-age-days          to ws-ol-days-out.
           move rh-invoice-num              to ws-ol-invoice-out.
           move rh-tran-code                to ws-ol-tran-out.
           if rh-tran-amount is numeric
                move rh-tran-amount         to ws-ol-amount-out
           else
                move 0                      to ws-ol-amount-out
           end-if.
           perform 466-movereasoncode
                varying ws-code-sub from 1 by 1
                until ws-code-sub > rh-reason-count
                   or ws-code-sub > 6.
           move rh-reason-code (1)          to ws-reason-sub.
           if rh-reason-count > 0
              and ws-reason-sub >= 1 and ws-reason-sub <= 24
                move ws-reason-name (ws-reason-sub)
                                             to ws-ol-first-reason-out
           end-if.
           write output-line                from ws-open-line.

       466-movereasoncode.
           move rh-reason-code (ws-code-sub)
                                    to ws-ol-code-num-out (ws-code-sub).

       500-writetotals.
           move 'History Records Read'      to ws-cl-label-out.
           move ws-history-read-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Records Edited This Week'  to ws-cl-label-out.
           move ws-week-edited-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Records Rejected This Week' to ws-cl-label-out.
           move ws-week-reject-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move ws-week-reject-count        to ws-rate-rejects.
           move ws-week-edited-count        to ws-rate-edited.
           perform 800-computerate.
           move 'Reject Rate This Week %'   to ws-rt-label-out.
           move ws-rate                     to ws-rt-rate-out.
           write output-line                from ws-rate-line.
           move 'This Week''s Rejects Cleared' to ws-cl-label-out.
           move ws-week-cleared-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Of Which Corrected'      to ws-cl-label-out.
           move ws-week-corrected-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Rejects Open Past The Open Days'
                                             to ws-cl-label-out.
           move ws-open-reject-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Open Past The Open Days - Amount'
                                             to ws-rt-label-out.
           move ws-open-reject-amount       to ws-rt-rate-out.
           write output-line                from ws-rate-line.

      * rejects left open past the open days mean the stores are not
      * sending corrections - logged for the morning operator.
           if ws-open-reject-count > 0
                move 'REJECTS OPEN PAST THE OPEN DAYS ON DQPARM'
                                             to ws-log-message
                move ws-open-reject-count   to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close output-file.

      * day number of the date in ws-date-work.
       790-computedaynum.
           compute ws-day-num =
                (ws-dw-yy * 365) + (ws-dw-mm * 30) + ws-dw-dd.

      * rejects as a percentage of the records they are measured
      * against - none measured is no rate.
       800-computerate.
           if ws-rate-edited > 0
                compute ws-rate rounded =
                     (ws-rate-rejects * 100) / ws-rate-edited
                     on size error
                          move 999.99       to ws-rate
                end-compute
           else
                move 0                      to ws-rate
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
                display 'D9DQRPT: PREDECESSOR D8REJHST NOT COMPLETE'
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
           if rc-program-id = 'D9DQRPT '
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D9DQRPT: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D9DQRPT: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D9DQRPT '                 to rc-program-id.
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
           move 'D9DQRPT '                   to el-program-id.
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
       end program D9DQRPT.
