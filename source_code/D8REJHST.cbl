       identification division.
       program-id. D8REJHST.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D8 Reject History Update.
      *Rolls the day's edit rejects into the reject history after
      *A6CORR has run. Every record A6EDIT rejected tonight comes in
      *off its reject-detail file (REJDTL) with the reasons it
      *failed on, together with the records edited per store and
      *register; every reject A6CORR cleared tonight comes in off its
      *clearance file (REJCLR). The history as last night left it
      *(REJHIST) is carried forward to tonight's generation
      *(REJHISTN) in business date, store and register order, each
      *uncleared reject matched against tonight's clearances and
      *marked cleared with the date it cleared and whether it took a
      *correction - the oldest open reject of a record first, so a
      *record rejected on two nights clears one night at a time.
      *Entries older than the retention days on RHPARM (91 when no
      *parameter is supplied) roll off; entries for tonight's date
      *itself are replaced, so a backed-out date runs again clean.
      *D9DQRPT reports the history weekly.
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

      * tonight's rejects and edited volumes out of A6EDIT.
           select reject-detail-file
               assign to REJDTL
               organization is sequential.

      * tonight's clearances out of A6CORR.
           select optional reject-clear-file
               assign to REJCLR
               organization is sequential.

      * the reject history as last night left it. Optional: the
      * first run starts it empty.
           select optional history-in-file
               assign to REJHIST
               organization is sequential.

      * retention days - operator-set, a data change like the other
      * parameter files.
           select optional history-param-file
               assign to RHPARM
               organization is sequential.

      * sort work file - tonight's rejects and volumes in business
      * date, store and register order.
           select sort-file
               assign to SORTWK.

      * tonight's reject history.
           select history-out-file
               assign to REJHISTN
               organization is sequential.

      * history update report
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

      * the reject-detail layout A6EDIT writes - 'R' one rejected
      * record with its reason codes, 'V' the records edited against
      * one store and register.
       fd reject-detail-file
           recording mode is F
           data record is reject-detail-record
           record contains 100 characters.

       01 reject-detail-record.
           05 rd-business-date              pic 9(6).
           05 rd-store-num                  pic 99.
           05 rd-register-num               pic 99.
           05 rd-record-type                pic x.
           05 rd-reject-seq                 pic 9(7).
           05 rd-edited-count               pic 9(7).
           05 rd-reasons.
                10 rd-reason-count           pic 9.
                10 rd-reason-code            pic 99
                                             occurs 6 times.
           05 rd-reject-line                pic x(43).
           05 rd-cleared-flag               pic x.
           05 rd-corrected-flag             pic x.
           05 rd-cleared-date               pic 9(6).
           05 filler                        pic x(11).

      **********************************************

      * the clearance layout A6CORR writes.
       fd reject-clear-file
           recording mode is F
           data record is reject-clear-record
           record contains 60 characters.

       01 reject-clear-record.
           05 cl-reject-line                pic x(43).
           05 cl-cleared-date               pic 9(6).
           05 cl-corrected-flag             pic x.
           05 filler                        pic x(10).

      **********************************************

      * the reject history - the reject-detail layout, kept in
      * business date, store, register, type and sequence order,
      * with the clearance fields filled in as A6CORR clears each
      * reject.
       fd history-in-file
           recording mode is F
           data record is history-in-record
           record contains 100 characters.

       01 history-in-record.
           05 hi-business-date              pic 9(6).
           05 hi-store-num                  pic 99.
           05 hi-register-num               pic 99.
           05 hi-record-type                pic x.
                88 hi-reject-record
                    value 'R'.
           05 hi-reject-seq                 pic 9(7).
           05 hi-edited-count               pic 9(7).
           05 hi-reasons                    pic x(13).
           05 hi-reject-line                pic x(43).
           05 hi-cleared-flag               pic x.
           05 hi-corrected-flag             pic x.
           05 hi-cleared-date               pic 9(6).
           05 filler                        pic x(11).

      **********************************************
       fd history-param-file
           recording mode is F
           data record is history-param-record
           record contains 8 characters.

       01 history-param-record.
           05 rp-retention-days             pic 9(3).
           05 filler                        pic x(5).

      **********************************************
       sd sort-file
           data record is sort-record
           record contains 100 characters.

       01 sort-record.
           05 ss-business-date              pic 9(6).
           05 ss-store-num                  pic 99.
           05 ss-register-num               pic 99.
           05 ss-record-type                pic x.
           05 ss-reject-seq                 pic 9(7).
           05 filler                        pic x(82).

      **********************************************
       fd history-out-file
           recording mode is F
           data record is history-out-record
           record contains 100 characters.

       01 history-out-record.
           05 ho-business-date              pic 9(6).
           05 ho-store-num                  pic 99.
           05 ho-register-num               pic 99.
           05 ho-record-type                pic x.
                88 ho-reject-record
                    value 'R'.
           05 ho-reject-seq                 pic 9(7).
           05 ho-edited-count               pic 9(7).
           05 ho-reasons                    pic x(13).
           05 ho-reject-line                pic x(43).
           05 ho-cleared-flag               pic x.
           05 ho-corrected-flag             pic x.
           05 ho-cleared-date               pic 9(6).
           05 filler                        pic x(11).

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
                value 'A6CORR  '.
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

       01 ws-detail-eof-flag                pic x
           value 'N'.
       01 ws-clear-eof-flag                 pic x
           value 'N'.
       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
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

      * history older than this many days rolls off - off RHPARM,
      * else the default here (thirteen weeks).
       01 ws-retention-days                 pic 9(3)
           value 91.

      * day numbers for history age - the chain's usual
      * yy*365 + mm*30 + dd approximation.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-history-age-days           pic s9(7).

      * tonight's clearances, each used once - a reject the same
      * record made on two nights needs two clearances to clear both.
       01 ws-clear-table.
           05 ws-clear-entry                occurs 3000 times
                                             indexed by ws-clear-idx.
                10 wl-reject-line            pic x(43).
                10 wl-cleared-date           pic 9(6).
                10 wl-corrected-flag         pic x.
                10 wl-used-flag              pic x.
       01 ws-clear-count                    pic 9(5)
           value 0.
       01 ws-clear-search-sub               pic 9(5)
           value 0.
       01 ws-clear-match-sub                pic 9(5)
           value 0.

       01 ws-counters.
           05 ws-history-read-count         pic 9(7)
                value 0.
           05 ws-history-replaced-count     pic 9(7)
                value 0.
           05 ws-history-aged-count         pic 9(7)
                value 0.
           05 ws-aged-uncleared-count       pic 9(7)
                value 0.
           05 ws-reopened-count             pic 9(7)
                value 0.
           05 ws-carried-count              pic 9(7)
                value 0.
           05 ws-detail-read-count          pic 9(7)
                value 0.
           05 ws-rejects-added-count        pic 9(7)
                value 0.
           05 ws-volumes-added-count        pic 9(7)
                value 0.
           05 ws-cleared-prior-count        pic 9(7)
                value 0.
           05 ws-cleared-tonight-count      pic 9(7)
                value 0.
           05 ws-unmatched-clear-count      pic 9(7)
                value 0.
           05 ws-history-written-count      pic 9(7)
                value 0.
           05 ws-outstanding-count          pic 9(7)
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(26)
                value "Reject History Update For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(83)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D8".

       01 ws-unmatched-heading.
           05 filler                        pic x(50)
                value "Clearances With No Open Reject On History".

       01 ws-unmatched-headings-2.
           05 filler                        pic x(43)
                value "Record As Rejected".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(7)
                value "Cleared".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Corrected".

       01 ws-unmatched-line.
           05 ws-ul-line-out                pic x(43).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ul-date-out                pic 9(6).
           05 filler                        pic x(4)
                value spaces.
           05 ws-ul-corrected-out           pic x.

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 300-carryhistory
                until ws-history-eof-flag = ws-yes-flag.

      * tonight's entries follow every earlier date already carried,
      * in store, register and sequence order behind them.
           sort sort-file
                ascending key ss-business-date
                              ss-store-num
                              ss-register-num
                              ss-record-type
                              ss-reject-seq
                input procedure is 320-releasedetail
                output procedure is 400-writetonight.

           perform 450-listunmatched.
           perform 500-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-history-read-count + ws-detail-read-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D8REJHST: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D8REJHST: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs table carries no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-clear-table.

           perform 120-loadhistparm.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

           open input  reject-clear-file.
           perform 150-loadclearances
                until ws-clear-eof-flag = ws-yes-flag.
           close reject-clear-file.

           open input  history-in-file.
           open output history-out-file,
                       output-file.

      * a missing or unusable parameter leaves the default in place.
       120-loadhistparm.
           open input history-param-file.
           read history-param-file
                at end
                     continue
                not at end
                     if rp-retention-days is numeric
                        and rp-retention-days > 0
                          move rp-retention-days
                                             to ws-retention-days
                     else
                          move 'RHPARM RETENTION DAYS INVALID - DEFAULT'
                                             to ws-log-message
                          move 0            to ws-log-position
                          perform 9200-logwarning
                     end-if
           end-read.
           close history-param-file.

       150-loadclearances.
           read reject-clear-file
                at end
                     move ws-yes-flag        to ws-clear-eof-flag
                not at end
                     add 1                   to ws-clear-count
                     if ws-clear-count > 3000
                          display
                             'D8REJHST: REJCLR EXCEEDS 3000 ENTRIES'
                          move 'REJCLR EXCEEDS 3000 ENTRIES'
                                              to ws-log-message
                          move ws-clear-count to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-clear-idx        to ws-clear-count
                     move cl-reject-line     to wl-reject-line
                                                         (ws-clear-idx)
                     move cl-cleared-date    to wl-cleared-date
                                                         (ws-clear-idx)
                     move cl-corrected-flag  to wl-corrected-flag
                                                         (ws-clear-idx)
                     move ws-no-flag         to wl-used-flag
                                                         (ws-clear-idx)
           end-read.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

      * last night's history, one entry at a time - tonight's date
      * (a rerun of a backed-out date) is replaced, anything past the
      * retention days rolls off, and every reject still open is
      * offered tonight's clearances.
       300-carryhistory.
           read history-in-file
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-read-count
                     perform 310-carryentry
           end-read.

       310-carryentry.
           move hi-business-date            to ws-date-work.
           perform 790-computedaynum.
           compute ws-history-age-days = ws-run-day-num - ws-day-num.

           if ws-history-age-days <= 0
                add 1                       to ws-history-replaced-count
           else
           if ws-history-age-days > ws-retention-days
                add 1                       to ws-history-aged-count
                if hi-reject-record
                   and hi-cleared-flag not = ws-yes-flag
                     add 1                  to ws-aged-uncleared-count
                end-if
           else
                move history-in-record      to history-out-record
                perform 315-reopenrerun
                if ho-reject-record
                   and ho-cleared-flag not = ws-yes-flag
                     perform 350-matchclearance
                     if ho-cleared-flag = ws-yes-flag
                          add 1             to ws-cleared-prior-count
                     end-if
                end-if
                add 1                       to ws-carried-count
                perform 420-writehistory
           end-if
           end-if.

      * a clearance stamped tonight or later came from a run of this
      * date that has since been backed out - the reject is open
      * again until tonight's clearances say otherwise.
       315-reopenrerun.
           if ho-reject-record
              and ho-cleared-flag = ws-yes-flag
                move ho-cleared-date        to ws-date-work
                perform 790-computedaynum
                if ws-day-num >= ws-run-day-num
                     move ws-no-flag        to ho-cleared-flag
                     move ws-no-flag        to ho-corrected-flag
                     move 0                 to ho-cleared-date
                     add 1                  to ws-reopened-count
                end-if
           end-if.

      * tonight's reject detail must be tonight's - a file left from
      * another date means A6EDIT's run of record has not been made.
       320-releasedetail.
           open input reject-detail-file.
           perform 325-readandrelease
                until ws-detail-eof-flag = ws-yes-flag.
           close reject-detail-file.

       325-readandrelease.
           read reject-detail-file
                at end
                     move ws-yes-flag        to ws-detail-eof-flag
                not at end
                     add 1                   to ws-detail-read-count
                     if rd-business-date not = ws-date-line
                          display 'D8REJHST: REJDTL NOT FOR '
                                             ws-date-line
                          move 'REJDTL NOT FOR THIS BUSINESS DATE'
                                             to ws-log-message
                          move ws-detail-read-count
                                             to ws-log-position
                          perform 9100-logfatal
                     end-if
                     release sort-record    from reject-detail-record
           end-read.

      * the oldest open reject of the record takes the clearance -
      * last night's history is offered it before tonight's rejects.
       350-matchclearance.
           move 0                           to ws-clear-match-sub.
           perform 355-checkclearance
                varying ws-clear-search-sub from 1 by 1
                until ws-clear-search-sub > ws-clear-count
                   or ws-clear-match-sub > 0.

           if ws-clear-match-sub > 0
                move ws-yes-flag            to wl-used-flag
                                             (ws-clear-match-sub)
                move ws-yes-flag            to ho-cleared-flag
                move wl-corrected-flag (ws-clear-match-sub)
                                             to ho-corrected-flag
                move wl-cleared-date (ws-clear-match-sub)
                                             to ho-cleared-date
           end-if.

       355-checkclearance.
           if wl-used-flag (ws-clear-search-sub) = ws-no-flag
              and wl-reject-line (ws-clear-search-sub) = ho-reject-line
                move ws-clear-search-sub    to ws-clear-match-sub
           end-if.

       400-writetonight.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 410-returnrecord
                until ws-sort-eof-flag = ws-yes-flag.

       410-returnrecord.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     move sort-record        to history-out-record
                     if ho-reject-record
                          add 1              to ws-rejects-added-count
                          perform 350-matchclearance
                          if ho-cleared-flag = ws-yes-flag
                               add 1         to ws-cleared-tonight-count
                          end-if
                     else
                          add 1              to ws-volumes-added-count
                     end-if
                     perform 420-writehistory
           end-return.

       420-writehistory.
           write history-out-record.
           add 1                            to ws-history-written-count.
           if ho-reject-record
              and ho-cleared-flag not = ws-yes-flag
                add 1                       to ws-outstanding-count
           end-if.

      * a clearance that found no open reject - the reject predates
      * the history, rolled off it, or was cleared by hand.
       450-listunmatched.
           write output-line                from ws-unmatched-heading.
           write output-line                from ws-blank-line.
           write output-line            from ws-unmatched-headings-2.
           perform 455-listclearance
                varying ws-clear-search-sub from 1 by 1
                until ws-clear-search-sub > ws-clear-count.
           write output-line                from ws-blank-line.

       455-listclearance.
           if wl-used-flag (ws-clear-search-sub) = ws-no-flag
                add 1                       to ws-unmatched-clear-count
                move wl-reject-line (ws-clear-search-sub)
                                             to ws-ul-line-out
                move wl-cleared-date (ws-clear-search-sub)
                                             to ws-ul-date-out
                move wl-corrected-flag (ws-clear-search-sub)
                                             to ws-ul-corrected-out
                write output-line           from ws-unmatched-line
           end-if.

       500-writetotals.
           move 'Retention Days'            to ws-cl-label-out.
           move ws-retention-days           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Read'      to ws-cl-label-out.
           move ws-history-read-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Replaced By Tonight''s Run'
                                             to ws-cl-label-out.
           move ws-history-replaced-count   to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Rolled Off Past Retention' to ws-cl-label-out.
           move ws-history-aged-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Of Which Never Cleared'  to ws-cl-label-out.
           move ws-aged-uncleared-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Clearances Reopened For Rerun'
                                             to ws-cl-label-out.
           move ws-reopened-count           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Carried'   to ws-cl-label-out.
           move ws-carried-count            to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Reject Detail Records Read' to ws-cl-label-out.
           move ws-detail-read-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Tonight''s Rejects Added'  to ws-cl-label-out.
           move ws-rejects-added-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Tonight''s Volume Records Added'
                                             to ws-cl-label-out.
           move ws-volumes-added-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Clearances Read'           to ws-cl-label-out.
           move ws-clear-count              to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Cleared - Earlier Days'' Rejects'
                                             to ws-cl-label-out.
           move ws-cleared-prior-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Cleared - Tonight''s Rejects'
                                             to ws-cl-label-out.
           move ws-cleared-tonight-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Clearances With No Open Reject'
                                             to ws-cl-label-out.
           move ws-unmatched-clear-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Written'   to ws-cl-label-out.
           move ws-history-written-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Rejects Still Open On History'
                                             to ws-cl-label-out.
           move ws-outstanding-count        to ws-cl-count-out.
           write output-line                from ws-count-line.

      * rejects that rolled off still open, and clearances that found
      * nothing to clear, are both worth a look in the morning.
           if ws-aged-uncleared-count > 0
                move 'OPEN REJECTS ROLLED OFF REJECT HISTORY'
                                             to ws-log-message
                move ws-aged-uncleared-count
                                             to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-unmatched-clear-count > 0
                move 'CLEARANCES WITH NO OPEN REJECT ON HISTORY'
                                             to ws-log-message
                move ws-unmatched-clear-count
                                             to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close history-in-file,
                 history-out-file,
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
                display 'D8REJHST: PREDECESSOR A6CORR NOT COMPLETE'
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
           if rc-program-id = 'D8REJHST'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D8REJHST: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D8REJHST: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D8REJHST'                 to rc-program-id.
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
           move 'D8REJHST'                   to el-program-id.
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
       end program D8REJHST.
