       identification division.
       program-id. D7WINDOW.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D7 Batch Window Timing And SLA Report.
      *Reads the chain run-control file (RUNCTL) and the operations
      *error log (ERRLOG) over a range of business dates and shows,
      *night by night, when each step of the nightly chain started
      *and finished, how long it ran, how many records it processed
      *and at what rate, and how long it sat waiting after the step
      *it waits on had finished. Each night's end-to-end finish is
      *set against the target completion time on WINPARM. A step
      *summary over the range follows, and a trend of the slowest
      *steps over the last nights of the range, so a step growing out
      *of the window shows up before it runs the chain late.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the date this run is stamped with,
      * and the end of the range when WINPARM gives none.
           select business-date-file
               assign to DATEPARM
               organization is sequential.

      * shared operations error log - appended, never rewritten, so
      * the morning operator reads one log for the whole chain. Read
      * here for each step's warnings and abends over the range.
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

      * window parameter - the range of business dates to report and
      * the target completion time.
           select optional window-param-file
               assign to WINPARM
               organization is sequential.

      * batch window report
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

      * the range of business dates (thru date zero means the
      * DATEPARM date), and the target completion - days after the
      * business date and the time of day (hhmm) the chain is to be
      * finished by.
       fd window-param-file
           recording mode is F
           data record is window-param-record
           record contains 20 characters.

       01 window-param-record.
           05 wp-from-date                  pic 9(6).
           05 wp-thru-date                  pic 9(6).
           05 wp-target-days                pic 9.
           05 wp-target-time                pic 9(4).
           05 filler                        pic x(3).

      **********************************************
       fd output-file
           recording mode is F
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

      **********************************************
       working-storage section.

      * run-control work fields - the report waits on no step; it
      * reads what the chain has already written.
       01 ws-runctl-controls.
           05 ws-predecessor-id             pic x(8)
                value spaces.
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

      * the nightly chain - each step and the step it waits on, as
      * its own run-control gate names it. D5SCORE is gated on A8RECON
      * and on every step whose store results it reads, so it sits
      * after the last of them and waits on C1INVUPD, the deepest
      * of its gates. Reported in this order.
       01 ws-chain-steps.
           05 filler                        pic x(16)
                value 'A5POLL          '.
           05 filler                        pic x(16)
                value 'A6EDIT  A5POLL  '.
           05 filler                        pic x(16)
                value 'A6CORR  A6EDIT  '.
           05 filler                        pic x(16)
                value 'D8REJHSTA6CORR  '.
           05 filler                        pic x(16)
                value 'B3CASHR A6EDIT  '.
           05 filler                        pic x(16)
                value 'E1TILLOSA6EDIT  '.
           05 filler                        pic x(16)
                value 'B7INVAUDA6EDIT  '.
           05 filler                        pic x(16)
                value 'C6PRCAPLA6EDIT  '.
           05 filler                        pic x(16)
                value 'C2PRCEXCC6PRCAPL'.
           05 filler                        pic x(16)
                value 'A7SPLIT A6EDIT  '.
           05 filler                        pic x(16)
                value 'A9RET   A7SPLIT '.
           05 filler                        pic x(16)
                value 'A8RECON A9RET   '.
           05 filler                        pic x(16)
                value 'B1GLEXT A7SPLIT '.
           05 filler                        pic x(16)
                value 'D3TAXACCB1GLEXT '.
           05 filler                        pic x(16)
                value 'D4TAXRMTD3TAXACC'.
           05 filler                        pic x(16)
                value 'B2HISTLDA7SPLIT '.
           05 filler                        pic x(16)
                value 'C4HISTARB2HISTLD'.
           05 filler                        pic x(16)
                value 'E2COMACCB2HISTLD'.
           05 filler                        pic x(16)
                value 'D2CHGBK C4HISTAR'.
           05 filler                        pic x(16)
                value 'B4SKUMV A7SPLIT '.
           05 filler                        pic x(16)
                value 'B5PDUPD A7SPLIT '.
           05 filler                        pic x(16)
                value 'B6PDRPT B5PDUPD '.
           05 filler                        pic x(16)
                value 'B8SETTLEA7SPLIT '.
           05 filler                        pic x(16)
                value 'E5RETDSPA7SPLIT '.
           05 filler                        pic x(16)
                value 'E6VCLAIME5RETDSP'.
           05 filler                        pic x(16)
                value 'C1INVUPDE5RETDSP'.
           05 filler                        pic x(16)
                value 'C8REPLENC1INVUPD'.
           05 filler                        pic x(16)
                value 'C9CNTRECC1INVUPD'.
           05 filler                        pic x(16)
                value 'C3CASHDPA7SPLIT '.
           05 filler                        pic x(16)
                value 'D5SCORE C1INVUPD'.
           05 filler                        pic x(16)
                value 'C7PROMRPA7SPLIT '.
           05 filler                        pic x(16)
                value 'D1GCLEDGA7SPLIT '.
       01 ws-chain-step-table redefines ws-chain-steps.
           05 ws-chain-step                 occurs 32 times.
                10 ws-cs-program-id          pic x(8).
                10 ws-cs-predecessor-id      pic x(8).
       01 ws-step-count                     pic 9(3)
           value 32.

      * one entry per business date in the range that RUNCTL shows
      * run, and within it one entry per chain step - the live start
      * and completion (a backed-out entry no longer counts), as
      * absolute seconds for the arithmetic and as date and time for
      * the report.
       01 ws-night-table.
           05 ws-night-entry                occurs 62 times.
                10 wt-night-date             pic 9(6).
                10 wt-chain-start-abs        pic 9(11).
                10 wt-chain-end-abs          pic 9(11).
                10 wt-chain-start-date       pic 9(6).
                10 wt-chain-start-time       pic 9(6).
                10 wt-chain-end-date         pic 9(6).
                10 wt-chain-end-time         pic 9(6).
                10 wt-incomplete-flag        pic x.
                10 wt-step-entry             occurs 32 times.
                     15 wt-started-flag      pic x.
                     15 wt-complete-flag     pic x.
                     15 wt-start-date        pic 9(6).
                     15 wt-start-time        pic 9(6).
                     15 wt-start-abs         pic 9(11).
                     15 wt-end-date          pic 9(6).
                     15 wt-end-time          pic 9(6).
                     15 wt-end-abs           pic 9(11).
                     15 wt-record-count      pic 9(9).
                     15 wt-elapsed           pic 9(7).
                     15 wt-restart-count     pic 9(3).
                     15 wt-fatal-count       pic 9(3).
       01 ws-night-count                    pic 9(3)
           value 0.
       01 ws-night-sub                      pic 9(3)
           value 0.
       01 ws-night-match-sub                pic 9(3)
           value 0.
       01 ws-step-sub                       pic 9(3)
           value 0.
       01 ws-step-match-sub                 pic 9(3)
           value 0.
       01 ws-step-save-sub                  pic 9(3)
           value 0.
       01 ws-pred-sub                       pic 9(3)
           value 0.
       01 ws-find-program-id                pic x(8)
           value spaces.
       01 ws-find-date                      pic 9(6)
           value 0.
       01 ws-half-nights                    pic 9(3)
           value 0.
       01 ws-trend-first-sub                pic 9(3)
           value 0.

      * each step over the whole range.
       01 ws-step-summary-table.
           05 ws-step-summary               occurs 32 times.
                10 wu-nights                 pic 9(3).
                10 wu-elapsed-total          pic 9(9).
                10 wu-elapsed-max            pic 9(7).
                10 wu-elapsed-avg            pic 9(7).
                10 wu-record-total           pic 9(11).
                10 wu-wait-total             pic 9(9).
                10 wu-wait-nights            pic 9(3).
                10 wu-first-elapsed          pic 9(9).
                10 wu-first-nights           pic 9(3).
                10 wu-last-elapsed           pic 9(9).
                10 wu-last-nights            pic 9(3).
                10 wu-restart-total          pic 9(5).
                10 wu-warning-total          pic 9(5).
                10 wu-fatal-total            pic 9(5).
                10 wu-ranked-flag            pic x.

      * the slowest steps, slowest first.
       01 ws-slow-table.
           05 ws-slow-step-sub              pic 9(3)
                                             occurs 5 times.
       01 ws-slow-count                     pic 9(3)
           value 0.
       01 ws-slow-sub                       pic 9(3)
           value 0.
       01 ws-slow-best-sub                  pic 9(3)
           value 0.
       01 ws-slow-best-avg                  pic 9(7)
           value 0.

      * days before each month, for the day number.
       01 ws-month-days-values.
           05 filler                        pic 9(3)
                value 0.
           05 filler                        pic 9(3)
                value 31.
           05 filler                        pic 9(3)
                value 59.
           05 filler                        pic 9(3)
                value 90.
           05 filler                        pic 9(3)
                value 120.
           05 filler                        pic 9(3)
                value 151.
           05 filler                        pic 9(3)
                value 181.
           05 filler                        pic 9(3)
                value 212.
           05 filler                        pic 9(3)
                value 243.
           05 filler                        pic 9(3)
                value 273.
           05 filler                        pic 9(3)
                value 304.
           05 filler                        pic 9(3)
                value 334.
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-days-before-month          pic 9(3)
                                             occurs 12 times.

      * date and time conversion work - a yymmdd date and an hhmmss
      * time in, absolute seconds out; seconds in, hh:mm:ss out.
       01 ws-convert-work.
           05 ws-cv-date                    pic 9(6).
           05 ws-cv-date-parts redefines ws-cv-date.
                10 ws-cv-yy                  pic 99.
                10 ws-cv-mm                  pic 99.
                10 ws-cv-dd                  pic 99.
           05 ws-cv-time                    pic 9(6).
           05 ws-cv-time-parts redefines ws-cv-time.
                10 ws-cv-hh                  pic 99.
                10 ws-cv-mi                  pic 99.
                10 ws-cv-ss                  pic 99.
           05 ws-cv-day-number              pic 9(7).
           05 ws-cv-leap-days               pic 9(3).
           05 ws-cv-leap-rem                pic 9.
           05 ws-cv-abs                     pic 9(11).
           05 ws-cv-seconds                 pic 9(9).
           05 ws-cv-signed-seconds          pic s9(9).
           05 ws-cv-hours                   pic 9(5).
           05 ws-cv-minutes                 pic 99.
           05 ws-cv-rest                    pic 9(9).

       01 ws-hms-out.
           05 ws-hms-hh                     pic 99.
           05 filler                        pic x
                value ':'.
           05 ws-hms-mm                     pic 99.
           05 filler                        pic x
                value ':'.
           05 ws-hms-ss                     pic 99.

      * window parameter with its defaults - the DATEPARM date alone,
      * finished by 06:00 the morning after.
       01 ws-window-controls.
           05 ws-from-date                  pic 9(6)
                value 0.
           05 ws-thru-date                  pic 9(6)
                value 0.
           05 ws-target-days                pic 9
                value 1.
           05 ws-target-time                pic 9(4)
                value 0600.
           05 ws-target-time-parts redefines ws-target-time.
                10 ws-target-hh              pic 99.
                10 ws-target-mi              pic 99.
           05 ws-target-abs                 pic 9(11)
                value 0.

       01 ws-eof-flag                       pic x
           value 'N'.
       01 ws-night-overflow-flag            pic x
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

       01 ws-counters.
           05 ws-runctl-read-count          pic 9(7)
                value 0.
           05 ws-runctl-used-count          pic 9(7)
                value 0.
           05 ws-errlog-read-count          pic 9(7)
                value 0.
           05 ws-errlog-used-count          pic 9(7)
                value 0.
           05 ws-on-time-count              pic 9(3)
                value 0.
           05 ws-late-count                 pic 9(3)
                value 0.
           05 ws-incomplete-count           pic 9(3)
                value 0.

       01 ws-wait-work.
           05 ws-wait-seconds               pic 9(9).
           05 ws-per-minute                 pic 9(9).
           05 ws-trend-pct                  pic s9(5).
           05 ws-first-avg                  pic 9(7).
           05 ws-last-avg                   pic 9(7).

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(39)
                value "Batch Window Timing And SLA Report For ".
           05 ws-heading-from-out           pic 9(6).
           05 filler                        pic x(6)
                value " Thru ".
           05 ws-heading-thru-out           pic 9(6).
           05 filler                        pic x(58)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D7".

       01 ws-night-line.
           05 filler                        pic x(5)
                value "Date ".
           05 ws-nl-date-out                pic 9(6).
           05 filler                        pic x(7)
                value " Start ".
           05 ws-nl-start-date-out          pic 9(6).
           05 filler                        pic x
                value space.
           05 ws-nl-start-time-out          pic x(8).
           05 filler                        pic x(8)
                value " Finish ".
           05 ws-nl-end-date-out            pic 9(6).
           05 filler                        pic x
                value space.
           05 ws-nl-end-time-out            pic x(8).
           05 filler                        pic x(9)
                value " Elapsed ".
           05 ws-nl-elapsed-out             pic x(8).
           05 filler                        pic x(9)
                value " Target +".
           05 ws-nl-target-days-out         pic 9.
           05 filler                        pic x(5)
                value " Day ".
           05 ws-nl-target-hh-out           pic 99.
           05 filler                        pic x
                value ':'.
           05 ws-nl-target-mi-out           pic 99.
           05 filler                        pic x
                value space.
           05 ws-nl-result-out              pic x(10).
           05 ws-nl-margin-label-out        pic x(7).
           05 ws-nl-margin-out              pic x(8).
           05 filler                        pic x(3)
                value spaces.

       01 ws-step-headings.
           05 filler                        pic x(10)
                value "Step".
           05 filler                        pic x(10)
                value "Waits On".
           05 filler                        pic x(17)
                value "Started".
           05 filler                        pic x(17)
                value "Finished".
           05 filler                        pic x(10)
                value "Elapsed".
           05 filler                        pic x(14)
                value "      Records".
           05 filler                        pic x(12)
                value "  Per Min".
           05 filler                        pic x(10)
                value "Wait".
           05 filler                        pic x(10)
                value "Restarts".
           05 filler                        pic x(22)
                value "Abends".

       01 ws-step-line.
           05 ws-st-step-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-pred-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-start-date-out          pic 9(6).
           05 filler                        pic x
                value space.
           05 ws-st-start-time-out          pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-end-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-elapsed-out             pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-records-out             pic z,zzz,zzz,zz9.
           05 filler                        pic x
                value space.
           05 ws-st-per-min-out             pic zzz,zzz,zz9.
           05 filler                        pic x
                value space.
           05 ws-st-wait-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-st-restarts-out            pic zz9.
           05 filler                        pic x(7)
                value spaces.
           05 ws-st-abends-out              pic zz9.
           05 filler                        pic x(19)
                value spaces.

       01 ws-step-end-work.
           05 ws-se-date                    pic 9(6).
           05 filler                        pic x
                value space.
           05 ws-se-time                    pic x(8).

       01 ws-summary-heading.
           05 filler                        pic x(50)
                value "Step Summary Over The Range".
           05 filler                        pic x(82)
                value spaces.

       01 ws-summary-headings-2.
           05 filler                        pic x(10)
                value "Step".
           05 filler                        pic x(8)
                value "Nights".
           05 filler                        pic x(10)
                value "Avg Elap".
           05 filler                        pic x(10)
                value "Max Elap".
           05 filler                        pic x(14)
                value "  Avg Records".
           05 filler                        pic x(10)
                value "Avg Wait".
           05 filler                        pic x(10)
                value "1st Half".
           05 filler                        pic x(10)
                value "2nd Half".
           05 filler                        pic x(9)
                value "Change %".
           05 filler                        pic x(9)
                value "Restarts".
           05 filler                        pic x(9)
                value "Warnings".
           05 filler                        pic x(23)
                value "Abends".

       01 ws-summary-line.
           05 ws-su-step-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-nights-out              pic zz9.
           05 filler                        pic x(5)
                value spaces.
           05 ws-su-avg-out                 pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-max-out                 pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-records-out             pic zzz,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-su-wait-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-first-out               pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-last-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-su-change-out              pic -zzzz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-su-restarts-out            pic zzzz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-su-warnings-out            pic zzzz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-su-abends-out              pic zzzz9.
           05 filler                        pic x
                value space.
           05 ws-su-flag-out                pic x(14).

       01 ws-trend-heading.
           05 filler                        pic x(50)
                value "Slowest Steps - Elapsed Over The Last Nights".
           05 filler                        pic x(82)
                value spaces.

      * the last seven nights of the range across, one slowest step
      * down each line.
       01 ws-trend-date-line.
           05 filler                        pic x(22)
                value "Step      Avg Elap".
           05 ws-td-date-out                pic x(12)
                                             occurs 7 times.
           05 filler                        pic x(26)
                value spaces.

       01 ws-trend-line.
           05 ws-tl-step-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-avg-out                 pic x(8).
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-elapsed-out             pic x(12)
                                             occurs 7 times.
           05 ws-tl-flag-out                pic x(26).

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 110-getwindowparm.
           perform 100-openfiles.
           perform 300-loadruncontrol.
           perform 320-loaderrorlog.
           perform 400-timenights.
           perform 450-rankslowsteps.
           perform 200-writeheadings.
           perform 500-writenights.
           perform 550-writesummary.
           perform 560-writetrend.
           perform 590-writetotals.
           perform 600-closefiles.

           move ws-runctl-used-count        to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D7WINDOW: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D7WINDOW: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

      * the range and target off WINPARM. With no parameter the
      * report covers the DATEPARM date alone, against 06:00 the
      * morning after; a range that runs backwards is fatal.
       110-getwindowparm.
           move ws-date-line                to ws-from-date.
           move ws-date-line                to ws-thru-date.
           open input window-param-file.
           read window-param-file
                at end
                     continue
                not at end
                     if wp-from-date is numeric
                        and wp-from-date > 0
                          move wp-from-date  to ws-from-date
                     end-if
                     if wp-thru-date is numeric
                        and wp-thru-date > 0
                          move wp-thru-date  to ws-thru-date
                     end-if
                     if wp-target-days is numeric
                        and wp-target-time is numeric
                          move wp-target-days
                                             to ws-target-days
                          move wp-target-time
                                             to ws-target-time
                     else
                          move 'WINPARM TARGET INVALID - DEFAULT'
                                             to ws-log-message
                          move 0            to ws-log-position
                          perform 9200-logwarning
                     end-if
           end-read.
           close window-param-file.

           if ws-from-date > ws-thru-date
                display 'D7WINDOW: WINPARM FROM DATE ' ws-from-date
                        ' IS AFTER THRU DATE ' ws-thru-date
                move 'WINPARM FROM DATE AFTER THRU DATE'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-night-table,
                      ws-step-summary-table,
                      ws-slow-table.
           open output output-file.

       200-writeheadings.
           move ws-from-date                to ws-heading-from-out.
           move ws-thru-date                to ws-heading-thru-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

      **********************************************
      * RUNCTL is read whole - only live entries for chain steps in
      * the range are kept. A started record opens the step's night
      * afresh (a start with no completion before it was a run that
      * failed, counted as a restart); a completed record closes it.
      **********************************************
       300-loadruncontrol.
           move ws-no-flag                  to ws-eof-flag.
           open input run-control-file.
           perform 310-readruncontrol
                until ws-eof-flag = ws-yes-flag.
           close run-control-file.

      * a range with more business dates than the table holds is
      * reported as far as it goes - logged once RUNCTL is closed.
           if ws-night-overflow-flag = ws-yes-flag
                move 'RANGE EXCEEDS 62 NIGHTS - REPORT TRUNCATED'
                                    to ws-log-message
                move ws-night-count to ws-log-position
                perform 9200-logwarning
           end-if.

       310-readruncontrol.
           read run-control-file
                at end
                     move ws-yes-flag        to ws-eof-flag
                not at end
                     add 1                   to ws-runctl-read-count
                     if rc-business-date >= ws-from-date
                        and rc-business-date <= ws-thru-date
                        and (rc-status = 'S' or rc-status = 'C')
                          move rc-program-id to ws-find-program-id
                          perform 330-findstep
                          if ws-step-match-sub > 0
                               perform 340-findnight
                               if ws-night-match-sub > 0
                                    perform 315-applyruncontrol
                               end-if
                          end-if
                     end-if
           end-read.

       315-applyruncontrol.
           add 1                            to ws-runctl-used-count.
           move ws-night-match-sub          to ws-night-sub.
           move ws-step-match-sub           to ws-step-sub.
           move rc-run-date                 to ws-cv-date.
           move rc-run-time                 to ws-cv-time.
           perform 800-absoluteseconds.
           if rc-status = 'S'
                if wt-started-flag (ws-night-sub, ws-step-sub)
                                             = ws-yes-flag
                   and wt-complete-flag (ws-night-sub, ws-step-sub)
                                             = ws-no-flag
                     add 1                  to wt-restart-count
                                             (ws-night-sub, ws-step-sub)
                end-if
                move ws-yes-flag            to wt-started-flag
                                             (ws-night-sub, ws-step-sub)
                move ws-no-flag             to wt-complete-flag
                                             (ws-night-sub, ws-step-sub)
                move rc-run-date            to wt-start-date
                                             (ws-night-sub, ws-step-sub)
                move rc-run-time            to wt-start-time
                                             (ws-night-sub, ws-step-sub)
                move ws-cv-abs              to wt-start-abs
                                             (ws-night-sub, ws-step-sub)
           else
                move ws-yes-flag            to wt-complete-flag
                                             (ws-night-sub, ws-step-sub)
                move rc-run-date            to wt-end-date
                                             (ws-night-sub, ws-step-sub)
                move rc-run-time            to wt-end-time
                                             (ws-night-sub, ws-step-sub)
                move ws-cv-abs              to wt-end-abs
                                             (ws-night-sub, ws-step-sub)
                move rc-record-count        to wt-record-count
                                             (ws-night-sub, ws-step-sub)
           end-if.

      * each step's warnings and abends over the range, and each
      * night's abends against the step.
       320-loaderrorlog.
           move ws-no-flag                  to ws-eof-flag.
           open input error-log-file.
           perform 325-readerrorlog
                until ws-eof-flag = ws-yes-flag.
           close error-log-file.

       325-readerrorlog.
           read error-log-file
                at end
                     move ws-yes-flag        to ws-eof-flag
                not at end
                     add 1                   to ws-errlog-read-count
                     if el-business-date >= ws-from-date
                        and el-business-date <= ws-thru-date
                          move el-program-id to ws-find-program-id
                          perform 330-findstep
                          if ws-step-match-sub > 0
                               perform 327-applyerrorlog
                          end-if
                     end-if
           end-read.

       327-applyerrorlog.
           add 1                            to ws-errlog-used-count.
           move ws-step-match-sub           to ws-step-sub.
           if el-severity = 'W'
                add 1                       to wu-warning-total
                                                       (ws-step-sub)
           end-if.
           if el-severity = 'F'
                add 1                       to wu-fatal-total
                                                       (ws-step-sub)
                move el-business-date       to ws-find-date
                perform 345-searchnight
                if ws-night-match-sub > 0
                     add 1                  to wt-fatal-count
                                      (ws-night-match-sub, ws-step-sub)
                end-if
           end-if.

      * the chain step named on the record, by linear search of the
      * step table - zero when it is not a chain step.
       330-findstep.
           move 0                           to ws-step-match-sub.
           perform 335-checkstepentry
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count
                   or ws-step-match-sub > 0.

       335-checkstepentry.
           if ws-cs-program-id (ws-step-sub) = ws-find-program-id
                move ws-step-sub            to ws-step-match-sub
           end-if.

      * the night for the record's business date - added on first
      * sight, so the nights stand in the order the chain ran them.
       340-findnight.
           move rc-business-date            to ws-find-date.
           perform 345-searchnight.
           if ws-night-match-sub = 0
                if ws-night-count >= 62
                     move ws-yes-flag       to ws-night-overflow-flag
                else
                     add 1                  to ws-night-count
                     move ws-night-count    to ws-night-match-sub
                     move rc-business-date  to wt-night-date
                                                   (ws-night-count)
                     perform 342-clearnightsteps
                          varying ws-step-sub from 1 by 1
                          until ws-step-sub > ws-step-count
                end-if
           end-if.

       342-clearnightsteps.
           move ws-no-flag                  to wt-started-flag
                                      (ws-night-count, ws-step-sub).
           move ws-no-flag                  to wt-complete-flag
                                      (ws-night-count, ws-step-sub).

       345-searchnight.
           move 0                           to ws-night-match-sub.
           perform 347-checknightentry
                varying ws-night-sub from 1 by 1
                until ws-night-sub > ws-night-count
                   or ws-night-match-sub > 0.

       347-checknightentry.
           if wt-night-date (ws-night-sub) = ws-find-date
                move ws-night-sub           to ws-night-match-sub
           end-if.

      **********************************************
      * elapsed time per step per night, the chain's first start and
      * last finish, and the step totals over the range - the first
      * half of the nights against the second for the trend.
      **********************************************
       400-timenights.
           divide ws-night-count by 2 giving ws-half-nights.
           perform 410-timenight
                varying ws-night-sub from 1 by 1
                until ws-night-sub > ws-night-count.
           perform 440-averagestep
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count.

       410-timenight.
           move 0                           to wt-chain-start-abs
                                                       (ws-night-sub).
           move 0                           to wt-chain-end-abs
                                                       (ws-night-sub).
           move 0                           to wt-chain-start-date
                                                       (ws-night-sub),
                                               wt-chain-start-time
                                                       (ws-night-sub),
                                               wt-chain-end-date
                                                       (ws-night-sub),
                                               wt-chain-end-time
                                                       (ws-night-sub).
           move ws-no-flag                  to wt-incomplete-flag
                                                       (ws-night-sub).
           perform 420-timestep
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count.

       420-timestep.
           if wt-started-flag (ws-night-sub, ws-step-sub) = ws-yes-flag
                if wt-chain-start-abs (ws-night-sub) = 0
                   or wt-start-abs (ws-night-sub, ws-step-sub)
                                < wt-chain-start-abs (ws-night-sub)
                     move wt-start-abs (ws-night-sub, ws-step-sub)
                                         to wt-chain-start-abs
                                                       (ws-night-sub)
                     move wt-start-date (ws-night-sub, ws-step-sub)
                                         to wt-chain-start-date
                                                       (ws-night-sub)
                     move wt-start-time (ws-night-sub, ws-step-sub)
                                         to wt-chain-start-time
                                                       (ws-night-sub)
                end-if
                if wt-complete-flag (ws-night-sub, ws-step-sub)
                                             = ws-no-flag
                     move ws-yes-flag       to wt-incomplete-flag
                                                       (ws-night-sub)
                else
                     perform 425-timecompletestep
                end-if
           end-if.

       425-timecompletestep.
           if wt-end-abs (ws-night-sub, ws-step-sub)
                          > wt-chain-end-abs (ws-night-sub)
                move wt-end-abs (ws-night-sub, ws-step-sub)
                                    to wt-chain-end-abs (ws-night-sub)
                move wt-end-date (ws-night-sub, ws-step-sub)
                                    to wt-chain-end-date (ws-night-sub)
                move wt-end-time (ws-night-sub, ws-step-sub)
                                    to wt-chain-end-time (ws-night-sub)
           end-if.
           if wt-end-abs (ws-night-sub, ws-step-sub)
                          > wt-start-abs (ws-night-sub, ws-step-sub)
                compute wt-elapsed (ws-night-sub, ws-step-sub) =
                     wt-end-abs (ws-night-sub, ws-step-sub)
                   - wt-start-abs (ws-night-sub, ws-step-sub)
           else
                move 0                      to wt-elapsed
                                             (ws-night-sub, ws-step-sub)
           end-if.

           add 1                            to wu-nights (ws-step-sub).
           add wt-elapsed (ws-night-sub, ws-step-sub)
                                    to wu-elapsed-total (ws-step-sub).
           if wt-elapsed (ws-night-sub, ws-step-sub)
                          > wu-elapsed-max (ws-step-sub)
                move wt-elapsed (ws-night-sub, ws-step-sub)
                                    to wu-elapsed-max (ws-step-sub)
           end-if.
           add wt-record-count (ws-night-sub, ws-step-sub)
                                    to wu-record-total (ws-step-sub).
           add wt-restart-count (ws-night-sub, ws-step-sub)
                                    to wu-restart-total (ws-step-sub).
           if ws-night-sub <= ws-half-nights
                add 1                       to wu-first-nights
                                                       (ws-step-sub)
                add wt-elapsed (ws-night-sub, ws-step-sub)
                                    to wu-first-elapsed (ws-step-sub)
           else
                add 1                       to wu-last-nights
                                                       (ws-step-sub)
                add wt-elapsed (ws-night-sub, ws-step-sub)
                                    to wu-last-elapsed (ws-step-sub)
           end-if.

           perform 430-waitonpredecessor.
           if ws-pred-sub > 0
                add ws-wait-seconds         to wu-wait-total
                                                       (ws-step-sub)
                add 1                       to wu-wait-nights
                                                       (ws-step-sub)
           end-if.

      * the wait - from the step waited on finishing that night to
      * this step starting. A predecessor not complete that night
      * leaves no wait to measure (ws-pred-sub comes back zero).
       430-waitonpredecessor.
           move 0                           to ws-wait-seconds.
           move ws-step-sub                 to ws-step-save-sub.
           move ws-cs-predecessor-id (ws-step-sub)
                                             to ws-find-program-id.
           move 0                           to ws-pred-sub.
           if ws-find-program-id not = spaces
                perform 330-findstep
                move ws-step-match-sub      to ws-pred-sub
           end-if.
           move ws-step-save-sub            to ws-step-sub.
           if ws-pred-sub > 0
                if wt-complete-flag (ws-night-sub, ws-pred-sub)
                                             = ws-no-flag
                     move 0                 to ws-pred-sub
                end-if
           end-if.
           if ws-pred-sub > 0
                if wt-start-abs (ws-night-sub, ws-step-sub)
                          > wt-end-abs (ws-night-sub, ws-pred-sub)
                     compute ws-wait-seconds =
                          wt-start-abs (ws-night-sub, ws-step-sub)
                        - wt-end-abs (ws-night-sub, ws-pred-sub)
                end-if
           end-if.

       440-averagestep.
           if wu-nights (ws-step-sub) > 0
                divide wu-elapsed-total (ws-step-sub)
                     by wu-nights (ws-step-sub)
                     giving wu-elapsed-avg (ws-step-sub)
           end-if.

      * the five slowest steps on average elapsed, slowest first -
      * repeated passes, each taking the slowest not yet ranked.
       450-rankslowsteps.
           perform 455-rankonestep
                varying ws-slow-sub from 1 by 1
                until ws-slow-sub > 5.

       455-rankonestep.
           move 0                           to ws-slow-best-sub.
           move 0                           to ws-slow-best-avg.
           perform 457-checkslowentry
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count.
           if ws-slow-best-sub > 0
                add 1                       to ws-slow-count
                move ws-slow-best-sub       to ws-slow-step-sub
                                                       (ws-slow-count)
                move ws-yes-flag            to wu-ranked-flag
                                                   (ws-slow-best-sub)
           end-if.

       457-checkslowentry.
           if wu-nights (ws-step-sub) > 0
              and wu-ranked-flag (ws-step-sub) not = ws-yes-flag
              and (ws-slow-best-sub = 0
                   or wu-elapsed-avg (ws-step-sub) > ws-slow-best-avg)
                move ws-step-sub            to ws-slow-best-sub
                move wu-elapsed-avg (ws-step-sub)
                                             to ws-slow-best-avg
           end-if.

      **********************************************
      * one block per night - the chain's start, finish and elapsed
      * against the target, then each step that ran.
      **********************************************
       500-writenights.
           perform 510-writenight
                varying ws-night-sub from 1 by 1
                until ws-night-sub > ws-night-count.

       510-writenight.
           move wt-night-date (ws-night-sub) to ws-nl-date-out.
           move wt-chain-start-date (ws-night-sub)
                                             to ws-nl-start-date-out.
           move wt-chain-start-time (ws-night-sub) to ws-cv-time.
           perform 815-formattime.
           move ws-hms-out                  to ws-nl-start-time-out.
           move wt-chain-end-date (ws-night-sub)
                                             to ws-nl-end-date-out.
           move wt-chain-end-time (ws-night-sub) to ws-cv-time.
           perform 815-formattime.
           move ws-hms-out                  to ws-nl-end-time-out.
           if wt-chain-end-abs (ws-night-sub)
                          > wt-chain-start-abs (ws-night-sub)
                compute ws-cv-seconds =
                     wt-chain-end-abs (ws-night-sub)
                   - wt-chain-start-abs (ws-night-sub)
           else
                move 0                      to ws-cv-seconds
           end-if.
           perform 810-formatseconds.
           move ws-hms-out                  to ws-nl-elapsed-out.

      * the target - the business date's day number plus the target
      * days, at the target time of day.
           move wt-night-date (ws-night-sub) to ws-cv-date.
           move 0                           to ws-cv-time.
           perform 800-absoluteseconds.
           compute ws-target-abs =
                ws-cv-abs + (ws-target-days * 86400)
              + (ws-target-hh * 3600) + (ws-target-mi * 60).
           move ws-target-days              to ws-nl-target-days-out.
           move ws-target-hh                to ws-nl-target-hh-out.
           move ws-target-mi                to ws-nl-target-mi-out.

           if wt-incomplete-flag (ws-night-sub) = ws-yes-flag
                add 1                       to ws-incomplete-count
                move 'INCOMPLETE'           to ws-nl-result-out
                move spaces                 to ws-nl-margin-label-out
                move spaces                 to ws-nl-margin-out
           else
                if wt-chain-end-abs (ws-night-sub) > ws-target-abs
                     add 1                  to ws-late-count
                     move 'LATE'            to ws-nl-result-out
                     move 'Over   '         to ws-nl-margin-label-out
                     compute ws-cv-seconds =
                          wt-chain-end-abs (ws-night-sub)
                        - ws-target-abs
                else
                     add 1                  to ws-on-time-count
                     move 'ON TIME'         to ws-nl-result-out
                     move 'Margin '         to ws-nl-margin-label-out
                     compute ws-cv-seconds =
                          ws-target-abs
                        - wt-chain-end-abs (ws-night-sub)
                end-if
                perform 810-formatseconds
                move ws-hms-out             to ws-nl-margin-out
           end-if.
           write output-line                from ws-night-line.
           write output-line                from ws-step-headings.
           perform 520-writestep
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count.
           write output-line                from ws-blank-line.

       520-writestep.
           if wt-started-flag (ws-night-sub, ws-step-sub) = ws-yes-flag
                move ws-cs-program-id (ws-step-sub)
                                             to ws-st-step-out
                move ws-cs-predecessor-id (ws-step-sub)
                                             to ws-st-pred-out
                move wt-start-date (ws-night-sub, ws-step-sub)
                                             to ws-st-start-date-out
                move wt-start-time (ws-night-sub, ws-step-sub)
                                             to ws-cv-time
                perform 815-formattime
                move ws-hms-out             to ws-st-start-time-out
                move wt-restart-count (ws-night-sub, ws-step-sub)
                                             to ws-st-restarts-out
                move wt-fatal-count (ws-night-sub, ws-step-sub)
                                             to ws-st-abends-out
                if wt-complete-flag (ws-night-sub, ws-step-sub)
                                             = ws-yes-flag
                     perform 525-writecompletestep
                else
                     move 'NOT COMPLETE'    to ws-st-end-out
                     move spaces            to ws-st-elapsed-out
                     move 0                 to ws-st-records-out
                     move 0                 to ws-st-per-min-out
                     move spaces            to ws-st-wait-out
                end-if
                write output-line           from ws-step-line
           end-if.

       525-writecompletestep.
           move wt-end-date (ws-night-sub, ws-step-sub) to ws-se-date.
           move wt-end-time (ws-night-sub, ws-step-sub) to ws-cv-time.
           perform 815-formattime.
           move ws-hms-out                  to ws-se-time.
           move ws-step-end-work            to ws-st-end-out.
           move wt-elapsed (ws-night-sub, ws-step-sub)
                                             to ws-cv-seconds.
           perform 810-formatseconds.
           move ws-hms-out                  to ws-st-elapsed-out.
           move wt-record-count (ws-night-sub, ws-step-sub)
                                             to ws-st-records-out.

      * throughput in records a minute - a step that ran inside the
      * second shows its whole count.
           if wt-elapsed (ws-night-sub, ws-step-sub) > 0
                compute ws-per-minute rounded =
                     wt-record-count (ws-night-sub, ws-step-sub) * 60
                   / wt-elapsed (ws-night-sub, ws-step-sub)
           else
                move wt-record-count (ws-night-sub, ws-step-sub)
                                             to ws-per-minute
           end-if.
           move ws-per-minute               to ws-st-per-min-out.

           perform 430-waitonpredecessor.
           if ws-pred-sub > 0
                move ws-wait-seconds        to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-st-wait-out
           else
                move spaces                 to ws-st-wait-out
           end-if.

      * each step over the range - averages, and the second half of
      * the nights against the first. A step ten per cent or more
      * slower is flagged as growing.
       550-writesummary.
           write output-line                from ws-summary-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-summary-headings-2.
           perform 555-writesummaryline
                varying ws-step-sub from 1 by 1
                until ws-step-sub > ws-step-count.
           write output-line                from ws-blank-line.

       555-writesummaryline.
           if wu-nights (ws-step-sub) > 0
                move ws-cs-program-id (ws-step-sub)
                                             to ws-su-step-out
                move wu-nights (ws-step-sub) to ws-su-nights-out
                move wu-elapsed-avg (ws-step-sub)
                                             to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-su-avg-out
                move wu-elapsed-max (ws-step-sub)
                                             to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-su-max-out
                divide wu-record-total (ws-step-sub)
                     by wu-nights (ws-step-sub)
                     giving ws-per-minute
                move ws-per-minute          to ws-su-records-out
                if wu-wait-nights (ws-step-sub) > 0
                     divide wu-wait-total (ws-step-sub)
                          by wu-wait-nights (ws-step-sub)
                          giving ws-cv-seconds
                     perform 810-formatseconds
                     move ws-hms-out        to ws-su-wait-out
                else
                     move spaces            to ws-su-wait-out
                end-if
                perform 557-halfaverages
                move ws-first-avg           to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-su-first-out
                move ws-last-avg            to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-su-last-out
                move ws-trend-pct           to ws-su-change-out
                move wu-restart-total (ws-step-sub)
                                             to ws-su-restarts-out
                move wu-warning-total (ws-step-sub)
                                             to ws-su-warnings-out
                move wu-fatal-total (ws-step-sub)
                                             to ws-su-abends-out
                if ws-first-avg > 0
                   and ws-trend-pct >= 10
                     move '*** GROWING'     to ws-su-flag-out
                else
                     move spaces            to ws-su-flag-out
                end-if
                write output-line           from ws-summary-line
           end-if.

      * first-half and second-half average elapsed, and the change
      * between them as a percentage of the first.
       557-halfaverages.
           move 0                           to ws-first-avg,
                                               ws-last-avg,
                                               ws-trend-pct.
           if wu-first-nights (ws-step-sub) > 0
                divide wu-first-elapsed (ws-step-sub)
                     by wu-first-nights (ws-step-sub)
                     giving ws-first-avg
           end-if.
           if wu-last-nights (ws-step-sub) > 0
                divide wu-last-elapsed (ws-step-sub)
                     by wu-last-nights (ws-step-sub)
                     giving ws-last-avg
           end-if.
           if ws-first-avg > 0
              and wu-last-nights (ws-step-sub) > 0
                compute ws-trend-pct rounded =
                     (ws-last-avg - ws-first-avg) * 100
                   / ws-first-avg
           end-if.

      * the slowest steps across the last seven nights of the range.
       560-writetrend.
           write output-line                from ws-trend-heading.
           write output-line                from ws-blank-line.
           if ws-night-count > 7
                compute ws-trend-first-sub = ws-night-count - 6
           else
                move 1                      to ws-trend-first-sub
           end-if.
           move spaces                      to ws-td-date-out (1),
                                               ws-td-date-out (2),
                                               ws-td-date-out (3),
                                               ws-td-date-out (4),
                                               ws-td-date-out (5),
                                               ws-td-date-out (6),
                                               ws-td-date-out (7).
           move 0                           to ws-pred-sub.
           perform 562-setdatecolumn
                varying ws-night-sub from ws-trend-first-sub by 1
                until ws-night-sub > ws-night-count.
           write output-line                from ws-trend-date-line.
           perform 565-writetrendline
                varying ws-slow-sub from 1 by 1
                until ws-slow-sub > ws-slow-count.
           write output-line                from ws-blank-line.

       562-setdatecolumn.
           add 1                            to ws-pred-sub.
           move wt-night-date (ws-night-sub) to ws-td-date-out
                                                       (ws-pred-sub).

       565-writetrendline.
           move ws-slow-step-sub (ws-slow-sub) to ws-step-sub.
           move ws-cs-program-id (ws-step-sub) to ws-tl-step-out.
           move wu-elapsed-avg (ws-step-sub) to ws-cv-seconds.
           perform 810-formatseconds.
           move ws-hms-out                  to ws-tl-avg-out.
           move spaces                      to ws-tl-elapsed-out (1),
                                               ws-tl-elapsed-out (2),
                                               ws-tl-elapsed-out (3),
                                               ws-tl-elapsed-out (4),
                                               ws-tl-elapsed-out (5),
                                               ws-tl-elapsed-out (6),
                                               ws-tl-elapsed-out (7).
           move 0                           to ws-pred-sub.
           perform 567-setelapsedcolumn
                varying ws-night-sub from ws-trend-first-sub by 1
                until ws-night-sub > ws-night-count.
           perform 557-halfaverages.
           if ws-first-avg > 0
              and ws-trend-pct >= 10
                move '*** GROWING'          to ws-tl-flag-out
           else
                move spaces                 to ws-tl-flag-out
           end-if.
           write output-line                from ws-trend-line.

       567-setelapsedcolumn.
           add 1                            to ws-pred-sub.
           if wt-complete-flag (ws-night-sub, ws-step-sub)
                                             = ws-yes-flag
                move wt-elapsed (ws-night-sub, ws-step-sub)
                                             to ws-cv-seconds
                perform 810-formatseconds
                move ws-hms-out             to ws-tl-elapsed-out
                                                       (ws-pred-sub)
           else
                if wt-started-flag (ws-night-sub, ws-step-sub)
                                             = ws-yes-flag
                     move 'NOT COMPLETE'    to ws-tl-elapsed-out
                                                       (ws-pred-sub)
                else
                     move 'DID NOT RUN'     to ws-tl-elapsed-out
                                                       (ws-pred-sub)
                end-if
           end-if.

       590-writetotals.
           move 'Nights Reported'           to ws-cl-label-out.
           move ws-night-count              to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Nights Finished On Time'   to ws-cl-label-out.
           move ws-on-time-count            to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Nights Finished Late'      to ws-cl-label-out.
           move ws-late-count               to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Nights Not Complete'       to ws-cl-label-out.
           move ws-incomplete-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Run-Control Records Read'  to ws-cl-label-out.
           move ws-runctl-read-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Run-Control Records Used'  to ws-cl-label-out.
           move ws-runctl-used-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Error Log Records Read'    to ws-cl-label-out.
           move ws-errlog-read-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Error Log Records Used'    to ws-cl-label-out.
           move ws-errlog-used-count        to ws-cl-count-out.
           write output-line                from ws-count-line.

           if ws-late-count > 0
                move 'CHAIN FINISHED LATE ON NIGHTS IN RANGE'
                                             to ws-log-message
                move ws-late-count          to ws-log-position
                perform 9200-logwarning
           end-if.

      * a yymmdd date and hhmmss time to absolute seconds - the true
      * day number (leap years counted, two-digit years taken as
      * 20yy) times a day's seconds, plus the seconds into the day.
       800-absoluteseconds.
           divide ws-cv-yy by 4 giving ws-cv-leap-days
                remainder ws-cv-leap-rem.
           compute ws-cv-leap-days = (ws-cv-yy + 3) / 4.
           if ws-cv-mm < 1 or ws-cv-mm > 12
                move 1                      to ws-cv-mm
           end-if.
           compute ws-cv-day-number =
                (ws-cv-yy * 365) + ws-cv-leap-days
              + ws-days-before-month (ws-cv-mm) + ws-cv-dd.
           if ws-cv-leap-rem = 0
              and ws-cv-mm > 2
                add 1                       to ws-cv-day-number
           end-if.
           compute ws-cv-abs =
                (ws-cv-day-number * 86400)
              + (ws-cv-hh * 3600) + (ws-cv-mi * 60) + ws-cv-ss.

      * seconds to hh:mm:ss.
       810-formatseconds.
           divide ws-cv-seconds by 3600 giving ws-cv-hours
                remainder ws-cv-rest.
           divide ws-cv-rest by 60 giving ws-cv-minutes
                remainder ws-cv-rest.
           if ws-cv-hours > 99
                move 99                     to ws-hms-hh
           else
                move ws-cv-hours            to ws-hms-hh
           end-if.
           move ws-cv-minutes               to ws-hms-mm.
           move ws-cv-rest                  to ws-hms-ss.

      * an hhmmss time of day to hh:mm:ss.
       815-formattime.
           move ws-cv-hh                    to ws-hms-hh.
           move ws-cv-mi                    to ws-hms-mm.
           move ws-cv-ss                    to ws-hms-ss.

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
                display 'D7WINDOW: PREDECESSOR NOT COMPLETE'
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
           if rc-program-id = 'D7WINDOW'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D7WINDOW: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D7WINDOW: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D7WINDOW'                 to rc-program-id.
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
           move 'D7WINDOW'                   to el-program-id.
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
       end program D7WINDOW.
