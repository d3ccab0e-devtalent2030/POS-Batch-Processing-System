       identification division.
       program-id. E1TILLOS.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E1 Till Close-Out Over/Short.
      *Reconciles each register till at close-out, cashier by
      *cashier, where C3CASHDP can only prove a whole store's cash
      *against its bank deposit. The stores send the end-of-shift
      *count for every till (TILLCNT) - store, register, cashier,
      *the opening float, the cash counted and the card slips
      *counted. Each till is proved against the cash and card
      *tenders the day's valid file says it took in under that
      *cashier id and register number, net of the refunds, voids
      *and exchange return legs it paid back out. The report runs
      *by store, register and cashier, named off the cashier
      *master, with store and chain totals. Every till also goes
      *on to the rolling over/short history (TILLHIST as last
      *night left it, TILLHSTN tonight's), and every cashier whose
      *shortages over the history window add up past the shortage
      *tolerance, or who came up short more often than the short
      *tolerance allows, is flagged for loss prevention. Window and
      *tolerances come off TILLPARM; entries for tonight's date are
      *replaced, so a backed-out date runs again clean.
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

      * the stores' end-of-shift till counts - one record per till
      * counted, store, register and cashier.
           select till-count-file
               assign to TILLCNT
               organization is sequential.

      * the valid records out of the day's edit run
           select valid-file
               assign to VALIDF
               organization is sequential.

      * operator-maintained list of the tenders that go into the
      * till as cash - the same list C3CASHDP banks by.
           select cash-tender-param-file
               assign to CASHTEND
               organization is sequential.

      * operator-maintained list of the card tenders - the same list
      * A9RET refunds by - whose slips go into the till.
           select card-tender-param-file
               assign to CARDTEND
               organization is sequential.

      * cashier master - names, so the report reads as people.
           select cashier-master
               assign to CASHMAS
               organization is indexed
               access mode is random
               record key is cm-cashier-id
               file status is ws-cashier-master-status.

      * history window and over/short tolerances - operator-set, a
      * data change like the other parameter files.
           select optional till-param-file
               assign to TILLPARM
               organization is sequential.

      * the over/short history as last night left it. Optional: the
      * first run starts it empty.
           select optional history-in-file
               assign to TILLHIST
               organization is sequential.

      * sort work file - tonight's tills in store, register and
      * cashier order.
           select sort-file
               assign to SORTWK.

      * tonight's over/short history.
           select history-out-file
               assign to TILLHSTN
               organization is sequential.

      * over/short report
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

      * one till count - the float the till started the shift with,
      * and the cash and card slips in it at close-out. A till
      * counted twice in the day (a mid-shift pickup, then the close)
      * sends two records, the second with no float.
       fd till-count-file
           recording mode is F
           data record is till-count-record
           record contains 40 characters.

       01 till-count-record.
           05 tc-business-date              pic 9(6).
           05 tc-store-num                  pic 99.
           05 tc-register-num               pic 99.
           05 tc-cashier-id                 pic x(5).
           05 tc-opening-float              pic 9(5)V99.
           05 tc-counted-cash               pic 9(7)V99.
           05 tc-counted-card               pic 9(7)V99.

      **********************************************
       fd valid-file
           recording mode is F
           data record is input-line
           record contains 43 characters.

       01 input-line.
           05 il-tran-code                  pic x.
           05 il-tran-amount                pic 9(5)V99.
           05 il-pay-type                   pic xx.
           05 il-store-num                  pic 99.
           05 il-invoice-num                pic x(9).
           05 il-sku-code                   pic x(15).
           05 il-cashier-id                 pic x(5).
           05 il-register-num               pic 99.

      **********************************************
       fd cash-tender-param-file
           recording mode is F
           data record is cash-tender-param-record
           record contains 2 characters.

       01 cash-tender-param-record.
           05 cp-cash-tender                pic xx.

      **********************************************
       fd card-tender-param-file
           recording mode is F
           data record is card-tender-param-record
           record contains 2 characters.

       01 card-tender-param-record.
           05 cp-card-tender                pic xx.

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

      * the history window in days, the band either side of zero a
      * till may miss by and still count as balanced, the cumulative
      * shortage a cashier may run up over the window, and the
      * number of short tills allowed in it.
       fd till-param-file
           recording mode is F
           data record is till-param-record
           record contains 20 characters.

       01 till-param-record.
           05 tp-window-days                pic 9(3).
           05 tp-balance-band               pic 9(3)V99.
           05 tp-shortage-tolerance         pic 9(5)V99.
           05 tp-short-count-tolerance      pic 9(3).
           05 filler                        pic xx.

      **********************************************

      * the over/short history - one entry per till per business
      * date, kept in business date, store, register and cashier
      * order. The result is 'B' balanced, 'S' short, 'O' over, or
      * 'N' took tenders but sent no count.
       fd history-in-file
           recording mode is F
           data record is history-in-record
           record contains 80 characters.

       01 history-in-record.
           05 hi-business-date              pic 9(6).
           05 hi-store-num                  pic 99.
           05 hi-register-num               pic 99.
           05 hi-cashier-id                 pic x(5).
           05 hi-expected-cash              pic s9(7)V99.
           05 hi-counted-cash               pic 9(7)V99.
           05 hi-expected-card              pic s9(7)V99.
           05 hi-counted-card               pic 9(7)V99.
           05 hi-till-variance              pic s9(7)V99.
           05 hi-result-flag                pic x.
           05 filler                        pic x(19).

      **********************************************
       sd sort-file
           data record is sort-record
           record contains 76 characters.

       01 sort-record.
           05 ss-till-key.
                10 ss-store-num              pic 99.
                10 ss-register-num           pic 99.
                10 ss-cashier-id             pic x(5).
           05 ss-counted-flag               pic x.
           05 ss-opening-float              pic 9(5)V99.
           05 ss-counted-cash               pic 9(7)V99.
           05 ss-counted-card               pic 9(7)V99.
           05 ss-cash-in                    pic 9(7)V99.
           05 ss-cash-out                   pic 9(7)V99.
           05 ss-card-in                    pic 9(7)V99.
           05 ss-card-out                   pic 9(7)V99.
           05 ss-tender-count               pic 9(5).

      **********************************************
       fd history-out-file
           recording mode is F
           data record is history-out-record
           record contains 80 characters.

       01 history-out-record.
           05 ho-business-date              pic 9(6).
           05 ho-store-num                  pic 99.
           05 ho-register-num               pic 99.
           05 ho-cashier-id                 pic x(5).
           05 ho-expected-cash              pic s9(7)V99.
           05 ho-counted-cash               pic 9(7)V99.
           05 ho-expected-card              pic s9(7)V99.
           05 ho-counted-card               pic 9(7)V99.
           05 ho-till-variance              pic s9(7)V99.
           05 ho-result-flag                pic x.
           05 filler                        pic x(19).

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
                value 'A6EDIT  '.
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
       01 ws-valid-eof-flag                 pic x
           value 'N'.
       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-cashtend-eof-flag              pic x
           value 'N'.
       01 ws-cardtend-eof-flag              pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.
       01 ws-till-found-flag                pic x
           value 'N'.
       01 ws-cashier-found-flag             pic x
           value 'N'.
       01 ws-exchange-leg-flag              pic x
           value 'N'.
       01 ws-first-till-flag                pic x
           value 'Y'.

       01 ws-cashier-master-status          pic xx.

      * which way the record in hand moved money through the till -
      * 'I' into it, 'O' back out of it, 'X' neither (a basket's
      * tender line and a gift card redemption re-state tenders
      * already on the file).
       01 ws-record-side                    pic x
           value 'I'.
      * the record's tender - 'C' cash, 'K' card, 'X' anything else,
      * which never goes into the till.
       01 ws-tender-class                   pic x
           value 'X'.

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

      * the history window and tolerances - off TILLPARM, else the
      * defaults here.
       01 ws-till-controls.
           05 ws-window-days                pic 9(3)
                value 30.
           05 ws-balance-band               pic 9(3)V99
                value 1.00.
           05 ws-shortage-tolerance         pic 9(5)V99
                value 100.00.
           05 ws-short-count-tolerance      pic 9(3)
                value 3.

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

      * the operator-maintained cash and card tender lists.
       01 ws-cash-tender-table.
           05 ws-cash-tender-entry          occurs 20 times
                                             indexed by ws-cash-idx.
                10 wc-cash-tender            pic xx.
       01 ws-cash-tender-count              pic 9(3)
           value 0.
       01 ws-card-tender-table.
           05 ws-card-tender-entry          occurs 20 times
                                             indexed by ws-card-idx.
                10 wd-card-tender            pic xx.
       01 ws-card-tender-count              pic 9(3)
           value 0.
       01 ws-tender-search-idx              pic 9(3)
           value 0.

      * one entry per till seen today, on either the count feed or
      * the valid file, found by linear search the same way B3CASHR
      * keeps its cashiers - the count side and the tender side of
      * each till side by side.
       01 ws-till-table.
           05 ws-till-entry                 occurs 2000 times
                                             indexed by ws-till-idx.
                10 wt-till-key.
                     15 wt-store-num         pic 99.
                     15 wt-register-num      pic 99.
                     15 wt-cashier-id        pic x(5).
                10 wt-counted-flag           pic x.
                10 wt-opening-float          pic 9(5)V99.
                10 wt-counted-cash           pic 9(7)V99.
                10 wt-counted-card           pic 9(7)V99.
                10 wt-cash-in                pic 9(7)V99.
                10 wt-cash-out               pic 9(7)V99.
                10 wt-card-in                pic 9(7)V99.
                10 wt-card-out               pic 9(7)V99.
                10 wt-tender-count           pic 9(5).
       01 ws-till-count                     pic 9(5)
           value 0.
       01 ws-till-search-sub                pic 9(5)
           value 0.
       01 ws-till-match-sub                 pic 9(5)
           value 0.

       01 ws-till-key-work.
           05 ws-tk-store-num               pic 99.
           05 ws-tk-register-num            pic 99.
           05 ws-tk-cashier-id              pic x(5).

      * one entry per cashier over the history window, tonight
      * included - what loss prevention looks for is the pattern
      * across nights, not one bad count.
       01 ws-cashier-table.
           05 ws-cashier-entry              occurs 2000 times
                                             indexed by ws-cashier-idx.
                10 wh-cashier-id             pic x(5).
                10 wh-cashier-name           pic x(20).
                10 wh-closeout-count         pic 9(5).
                10 wh-short-count            pic 9(5).
                10 wh-short-amount           pic 9(7)V99.
                10 wh-over-amount            pic 9(7)V99.
                10 wh-net-variance           pic s9(7)V99.
                10 wh-missed-count           pic 9(5).
                10 wh-tolerance-flag         pic x.
       01 ws-cashier-count                  pic 9(5)
           value 0.
       01 ws-cashier-search-sub             pic 9(5)
           value 0.
       01 ws-cashier-match-sub              pic 9(5)
           value 0.

      * the entry the cashier pattern is being fed from - a history
      * entry carried forward or one of tonight's tills.
       01 ws-pattern-work.
           05 ws-pw-cashier-id              pic x(5).
           05 ws-pw-result-flag             pic x.
           05 ws-pw-till-variance           pic s9(7)V99.

      * one till's proof.
       01 ws-till-proof.
           05 ws-expected-cash              pic s9(7)V99.
           05 ws-expected-card              pic s9(7)V99.
           05 ws-cash-variance              pic s9(7)V99.
           05 ws-card-variance              pic s9(7)V99.
           05 ws-till-variance              pic s9(7)V99.
           05 ws-short-limit                pic s9(3)V99.
           05 ws-result-flag                pic x.

      * store subtotal and chain total, the same columns as the till
      * lines.
       01 ws-prev-store-num                 pic 99
           value 0.
       01 ws-store-totals.
           05 ws-st-expected-cash           pic s9(9)V99.
           05 ws-st-counted-cash            pic 9(9)V99.
           05 ws-st-expected-card           pic s9(9)V99.
           05 ws-st-counted-card            pic 9(9)V99.
           05 ws-st-till-variance           pic s9(9)V99.
           05 ws-st-short-count             pic 9(5).
       01 ws-chain-totals.
           05 ws-ct-expected-cash           pic s9(9)V99.
           05 ws-ct-counted-cash            pic 9(9)V99.
           05 ws-ct-expected-card           pic s9(9)V99.
           05 ws-ct-counted-card            pic 9(9)V99.
           05 ws-ct-till-variance           pic s9(9)V99.
           05 ws-ct-short-count             pic 9(5).

       01 ws-counters.
           05 ws-count-read-count           pic 9(7)
                value 0.
           05 ws-count-offdate-count        pic 9(7)
                value 0.
           05 ws-count-unusable-count       pic 9(7)
                value 0.
           05 ws-valid-read-count           pic 9(7)
                value 0.
           05 ws-cash-record-count          pic 9(7)
                value 0.
           05 ws-card-record-count          pic 9(7)
                value 0.
           05 ws-other-tender-count         pic 9(7)
                value 0.
           05 ws-unattributed-count         pic 9(7)
                value 0.
           05 ws-history-read-count         pic 9(7)
                value 0.
           05 ws-history-replaced-count     pic 9(7)
                value 0.
           05 ws-history-aged-count         pic 9(7)
                value 0.
           05 ws-history-carried-count      pic 9(7)
                value 0.
           05 ws-history-written-count      pic 9(7)
                value 0.
           05 ws-balanced-total             pic 9(7)
                value 0.
           05 ws-short-total                pic 9(7)
                value 0.
           05 ws-over-total                 pic 9(7)
                value 0.
           05 ws-no-count-total             pic 9(7)
                value 0.
           05 ws-flagged-cashier-count      pic 9(7)
                value 0.
           05 ws-other-cashier-count        pic 9(7)
                value 0.

       01 ws-amount-work.
           05 ws-unattributed-amount        pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(30)
                value "Till Close-Out Over/Short For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(79)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E1".

       01 ws-headings-2.
           05 filler                        pic x(6)
                value "Store ".
           05 filler                        pic x(5)
                value "Reg  ".
           05 filler                        pic x(8)
                value "Cashier".
           05 filler                        pic x(20)
                value "Cashier Name".
           05 filler                        pic x(15)
                value " Expected Cash ".
           05 filler                        pic x(15)
                value "  Counted Cash ".
           05 filler                        pic x(15)
                value " Expected Card ".
           05 filler                        pic x(15)
                value "  Counted Card ".
           05 filler                        pic x(16)
                value "    Over/Short  ".
           05 filler                        pic x(6)
                value "Result".

       01 ws-till-line.
           05 ws-tl-store-out               pic 99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-register-out            pic 99.
           05 filler                        pic x(3)
                value spaces.
           05 ws-tl-cashier-out             pic x(5).
           05 filler                        pic x(3)
                value spaces.
           05 ws-tl-name-out                pic x(20).
           05 ws-tl-expected-cash-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-counted-cash-out        pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-expected-card-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-counted-card-out        pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-tl-variance-out            pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-result-out              pic x(17).

       01 ws-store-total-line.
           05 ws-sl-label-out               pic x(39).
           05 ws-sl-expected-cash-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-sl-counted-cash-out        pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-sl-expected-card-out       pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-sl-counted-card-out        pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x
                value spaces.
           05 ws-sl-variance-out            pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-short-out               pic zz,zz9.
           05 filler                        pic x(11)
                value " Short".

       01 ws-store-label-work.
           05 filler                        pic x(6)
                value "Store ".
           05 ws-slw-store-out              pic 99.
           05 filler                        pic x(31)
                value " Total".

       01 ws-pattern-heading.
           05 filler                        pic x(34)
                value "Cashier Over/Short Pattern - Last ".
           05 ws-ph-window-out              pic zz9.
           05 filler                        pic x(26)
                value " Days, Shortage Tolerance ".
           05 ws-ph-shortage-out            pic ZZ,ZZ9.99.
           05 filler                        pic x(18)
                value ", Short Tolerance ".
           05 ws-ph-short-count-out         pic zz9.

       01 ws-flagged-heading.
           05 filler                        pic x(50)
                value "Cashiers Over Tolerance".

       01 ws-other-heading.
           05 filler                        pic x(50)
                value "Other Cashiers Short In The Window".

       01 ws-pattern-headings-2.
           05 filler                        pic x(8)
                value "Cashier".
           05 filler                        pic x(20)
                value "Cashier Name".
           05 filler                        pic x(9)
                value " Tills   ".
           05 filler                        pic x(9)
                value "Shorts   ".
           05 filler                        pic x(15)
                value " Short Amount  ".
           05 filler                        pic x(15)
                value "  Over Amount  ".
           05 filler                        pic x(16)
                value "Net Over/Short  ".
           05 filler                        pic x(9)
                value "Missed   ".
           05 filler                        pic x(4)
                value "Flag".

       01 ws-pattern-line.
           05 ws-pl-cashier-out             pic x(5).
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-name-out                pic x(20).
           05 ws-pl-tills-out               pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-shorts-out              pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-short-amount-out        pic ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pl-over-amount-out         pic ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pl-net-out                 pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-pl-missed-out              pic zz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-pl-flag-out                pic x(31).

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic zz,zzz,zz9.

       01 ws-amount-line.
           05 ws-al-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-al-amount-out              pic ZZZ,ZZZ,ZZ9.99.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 300-loadcounts
                until ws-count-eof-flag = ws-yes-flag.
           perform 320-loadtenders
                until ws-valid-eof-flag = ws-yes-flag.
           perform 350-carryhistory
                until ws-history-eof-flag = ws-yes-flag.

      * tonight's tills follow every earlier date already carried,
      * in store, register and cashier order behind them.
           sort sort-file
                ascending key ss-store-num
                              ss-register-num
                              ss-cashier-id
                input procedure is 400-releasetills
                output procedure is 410-reporttills.

           perform 500-writepattern.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-count-read-count + ws-valid-read-count
                + ws-history-read-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock, so a catch-up
      * run carries the right date.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E1TILLOS: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E1TILLOS: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-cash-tender-table,
                      ws-card-tender-table,
                      ws-till-table,
                      ws-cashier-table,
                      ws-store-totals,
                      ws-chain-totals.

           perform 120-loadtillparm.
           compute ws-short-limit = 0 - ws-balance-band.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

           open input  cash-tender-param-file,
                       card-tender-param-file.
           perform 110-loadcashtenders
                until ws-cashtend-eof-flag = ws-yes-flag.
           perform 115-loadcardtenders
                until ws-cardtend-eof-flag = ws-yes-flag.
           close cash-tender-param-file,
                 card-tender-param-file.

      * an empty tender list means no till could ever prove - fatal,
      * the operator supplies the lists the way they supply PAYPARM.
           if ws-cash-tender-count = 0
                display 'E1TILLOS: NO CASH TENDERS ON CASHTEND'
                move 'NO CASH TENDERS ON CASHTEND'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           if ws-card-tender-count = 0
                display 'E1TILLOS: NO CARD TENDERS ON CARDTEND'
                move 'NO CARD TENDERS ON CARDTEND'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open input  till-count-file,
                       valid-file,
                       cashier-master,
                       history-in-file.
           open output history-out-file,
                       output-file.

       110-loadcashtenders.
           read cash-tender-param-file
                at end
                     move ws-yes-flag        to ws-cashtend-eof-flag
                not at end
                     add 1                   to ws-cash-tender-count
                     if ws-cash-tender-count > 20
                          display
                             'E1TILLOS: CASHTEND EXCEEDS 20 ENTRIES'
                          move 'CASHTEND EXCEEDS 20 ENTRIES'
                                              to ws-log-message
                          move 0              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-cash-idx         to ws-cash-tender-count
                     move cp-cash-tender     to wc-cash-tender
                                                          (ws-cash-idx)
           end-read.

       115-loadcardtenders.
           read card-tender-param-file
                at end
                     move ws-yes-flag        to ws-cardtend-eof-flag
                not at end
                     add 1                   to ws-card-tender-count
                     if ws-card-tender-count > 20
                          display
                             'E1TILLOS: CARDTEND EXCEEDS 20 ENTRIES'
                          move 'CARDTEND EXCEEDS 20 ENTRIES'
                                              to ws-log-message
                          move 0              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-card-idx         to ws-card-tender-count
                     move cp-card-tender     to wd-card-tender
                                                          (ws-card-idx)
           end-read.

      * a missing or unusable parameter leaves the default in place.
       120-loadtillparm.
           open input till-param-file.
           read till-param-file
                at end
                     continue
                not at end
                     perform 125-applytillparm
           end-read.
           close till-param-file.

       125-applytillparm.
           if tp-window-days is numeric
              and tp-window-days > 0
                move tp-window-days         to ws-window-days
           else
                move 'TILLPARM WINDOW DAYS INVALID - DEFAULT'
                                             to ws-log-message
                move 0                      to ws-log-position
                perform 9200-logwarning
           end-if.
           if tp-balance-band is numeric
                move tp-balance-band        to ws-balance-band
           else
                move 'TILLPARM BALANCE BAND INVALID - DEFAULT'
                                             to ws-log-message
                move 0                      to ws-log-position
                perform 9200-logwarning
           end-if.
           if tp-shortage-tolerance is numeric
                move tp-shortage-tolerance  to ws-shortage-tolerance
           else
                move 'TILLPARM SHORTAGE TOLERANCE INVALID - DEFAULT'
                                             to ws-log-message
                move 0                      to ws-log-position
                perform 9200-logwarning
           end-if.
           if tp-short-count-tolerance is numeric
                move tp-short-count-tolerance
                                             to ws-short-count-tolerance
           else
                move 'TILLPARM SHORT COUNT TOLERANCE INVALID - DEFAULT'
                                             to ws-log-message
                move 0                      to ws-log-position
                perform 9200-logwarning
           end-if.

      * is the record's tender one of the cash tenders, one of the
      * card tenders, or neither?
       150-checktender.
           move 'X'                         to ws-tender-class.
           perform 155-checkcashentry
                varying ws-tender-search-idx from 1 by 1
                until ws-tender-search-idx > ws-cash-tender-count
                   or ws-tender-class not = 'X'.
           perform 157-checkcardentry
                varying ws-tender-search-idx from 1 by 1
                until ws-tender-search-idx > ws-card-tender-count
                   or ws-tender-class not = 'X'.

       155-checkcashentry.
           set ws-cash-idx                  to ws-tender-search-idx.
           if wc-cash-tender (ws-cash-idx) = il-pay-type
                move 'C'                    to ws-tender-class
           end-if.

       157-checkcardentry.
           set ws-card-idx                  to ws-tender-search-idx.
           if wd-card-tender (ws-card-idx) = il-pay-type
                move 'K'                    to ws-tender-class
           end-if.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

       300-loadcounts.
           read till-count-file
                at end
                     move ws-yes-flag        to ws-count-eof-flag
                not at end
                     add 1                   to ws-count-read-count
                     perform 310-capturecount
           end-read.

      * a count for another date, or one that cannot be keyed to a
      * till, is left out and the operator told - the till it
      * belonged to then shows on the report with no count.
       310-capturecount.
           if tc-business-date not = ws-date-line
                add 1                       to ws-count-offdate-count
                move 'TILL COUNT DATED OFF BUSINESS DATE - SKIPPED'
                                             to ws-log-message
                move ws-count-read-count    to ws-log-position
                perform 9200-logwarning
           else
           if tc-store-num is not numeric
              or tc-store-num < 1 or tc-store-num > 99
              or tc-register-num is not numeric
              or tc-register-num < 1 or tc-register-num > 20
              or tc-cashier-id = spaces
              or tc-opening-float is not numeric
              or tc-counted-cash is not numeric
              or tc-counted-card is not numeric
                add 1                       to ws-count-unusable-count
                move 'TILL COUNT RECORD UNUSABLE - SKIPPED'
                                             to ws-log-message
                move ws-count-read-count    to ws-log-position
                perform 9200-logwarning
           else
                move tc-store-num           to ws-tk-store-num
                move tc-register-num        to ws-tk-register-num
                move tc-cashier-id          to ws-tk-cashier-id
                perform 340-findtill
                set ws-till-idx             to ws-till-match-sub
                move ws-yes-flag            to wt-counted-flag
                                                         (ws-till-idx)
                add tc-opening-float        to wt-opening-float
                                                         (ws-till-idx)
                add tc-counted-cash         to wt-counted-cash
                                                         (ws-till-idx)
                add tc-counted-card         to wt-counted-card
                                                         (ws-till-idx)
           end-if
           end-if.

       320-loadtenders.
           read valid-file
                at end
                     move ws-yes-flag        to ws-valid-eof-flag
                not at end
                     add 1                   to ws-valid-read-count
                     perform 330-capturetender
           end-read.

      * every cash or card tender goes to the till that rang it up -
      * sales, layaways, basket items, gift card loads and the sale
      * leg of an exchange in, returns, voids and the return leg of
      * an exchange back out. The exchange toggle advances on every
      * 'E' record, so the legs stay in step with the pairs. An
      * old-terminal record carries no cashier or register and
      * cannot be put to a till - it is counted so the coverage
      * shows.
       330-capturetender.
           if il-tran-code = 'E'
                if ws-exchange-leg-flag = ws-no-flag
                     move ws-yes-flag       to ws-exchange-leg-flag
                     move 'O'               to ws-record-side
                else
                     move ws-no-flag        to ws-exchange-leg-flag
                     move 'I'               to ws-record-side
                end-if
           else
           if il-tran-code = 'R' or il-tran-code = 'V'
                move 'O'                    to ws-record-side
           else
           if il-tran-code = 'P' or il-tran-code = 'D'
                move 'X'                    to ws-record-side
           else
                move 'I'                    to ws-record-side
           end-if
           end-if
           end-if.

           if ws-record-side = 'X'
                continue
           else
                perform 150-checktender
                if ws-tender-class = 'X'
                     add 1                  to ws-other-tender-count
                else
                if il-cashier-id = spaces
                   or il-register-num is not numeric
                   or il-register-num < 1 or il-register-num > 20
                   or il-store-num < 1 or il-store-num > 99
                     add 1                  to ws-unattributed-count
                     add il-tran-amount     to ws-unattributed-amount
                else
                     move il-store-num      to ws-tk-store-num
                     move il-register-num   to ws-tk-register-num
                     move il-cashier-id     to ws-tk-cashier-id
                     perform 340-findtill
                     perform 335-posttender
                end-if
                end-if
           end-if.

       335-posttender.
           set ws-till-idx                  to ws-till-match-sub.
           add 1                            to wt-tender-count
                                                         (ws-till-idx).
           if ws-tender-class = 'C'
                add 1                       to ws-cash-record-count
                if ws-record-side = 'I'
                     add il-tran-amount     to wt-cash-in (ws-till-idx)
                else
                     add il-tran-amount     to wt-cash-out
                                                         (ws-till-idx)
                end-if
           else
                add 1                       to ws-card-record-count
                if ws-record-side = 'I'
                     add il-tran-amount     to wt-card-in (ws-till-idx)
                else
                     add il-tran-amount     to wt-card-out
                                                         (ws-till-idx)
                end-if
           end-if.

      * find (or add) the till in ws-till-key-work - linear search,
      * the same way B3CASHR finds its cashiers.
       340-findtill.
           move ws-no-flag                  to ws-till-found-flag.
           move 0                           to ws-till-match-sub.

           perform 345-checktillentry
                varying ws-till-search-sub from 1 by 1
                until ws-till-search-sub > ws-till-count
                   or ws-till-found-flag = ws-yes-flag.

           if ws-till-found-flag = ws-no-flag
                if ws-till-count < 2000
                     add 1                  to ws-till-count
                     move ws-till-count     to ws-till-match-sub
                     set ws-till-idx        to ws-till-count
                     move ws-till-key-work  to wt-till-key
                                                         (ws-till-idx)
                     move ws-no-flag        to wt-counted-flag
                                                         (ws-till-idx)
                else
                     display 'E1TILLOS: TILL TABLE EXCEEDS 2000'
                     move 'TILL TABLE EXCEEDS 2000'
                                         to ws-log-message
                     move ws-valid-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

       345-checktillentry.
           if wt-till-key (ws-till-search-sub) = ws-till-key-work
                move ws-yes-flag            to ws-till-found-flag
                move ws-till-search-sub     to ws-till-match-sub
           end-if.

      * last night's history, one entry at a time - tonight's date
      * (a rerun of a backed-out date) is replaced, anything past the
      * window rolls off, and what is carried feeds each cashier's
      * pattern.
       350-carryhistory.
           read history-in-file
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-read-count
                     perform 360-carryentry
           end-read.

       360-carryentry.
           move hi-business-date            to ws-date-work.
           perform 790-computedaynum.
           compute ws-history-age-days = ws-run-day-num - ws-day-num.

           if ws-history-age-days <= 0
                add 1                       to ws-history-replaced-count
           else
           if ws-history-age-days >= ws-window-days
                add 1                       to ws-history-aged-count
           else
                move history-in-record      to history-out-record
                add 1                       to ws-history-carried-count
                perform 440-writehistory
                move hi-cashier-id          to ws-pw-cashier-id
                move hi-result-flag         to ws-pw-result-flag
                move hi-till-variance       to ws-pw-till-variance
                perform 445-accumulatepattern
           end-if
           end-if.

       400-releasetills.
           perform 405-releasetill
                varying ws-till-idx from 1 by 1
                until ws-till-idx > ws-till-count.

       405-releasetill.
           release sort-record              from ws-till-entry
                                                         (ws-till-idx).

       410-reporttills.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 415-returntill
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-till-flag = ws-no-flag
                perform 425-writestoretotal
           end-if.
           perform 428-writechaintotal.

       415-returntill.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 420-reporttill
           end-return.

      * the till's proof - what should be in it is the float plus
      * the cash it took less the cash it paid out, and the card
      * slips for the card tenders less the card refunds; a till
      * that took tenders but sent no count is shown, not proved.
       420-reporttill.
           if ws-first-till-flag = ws-yes-flag
                move ws-no-flag             to ws-first-till-flag
                move ss-store-num           to ws-prev-store-num
           else
           if ss-store-num not = ws-prev-store-num
                perform 425-writestoretotal
                move ss-store-num           to ws-prev-store-num
           end-if
           end-if.

           compute ws-expected-cash =
                ss-opening-float + ss-cash-in - ss-cash-out.
           compute ws-expected-card = ss-card-in - ss-card-out.

           if ss-counted-flag = ws-no-flag
                move 0                      to ws-cash-variance,
                                               ws-card-variance,
                                               ws-till-variance
                move 'N'                    to ws-result-flag
                add 1                       to ws-no-count-total
                move "** NO COUNT **"       to ws-tl-result-out
           else
                compute ws-cash-variance =
                     ss-counted-cash - ws-expected-cash
                compute ws-card-variance =
                     ss-counted-card - ws-expected-card
                compute ws-till-variance =
                     ws-cash-variance + ws-card-variance
                if ws-till-variance < ws-short-limit
                     move 'S'               to ws-result-flag
                     add 1                  to ws-short-total
                     add 1                  to ws-st-short-count
                     add 1                  to ws-ct-short-count
                     move "*** SHORT ***"   to ws-tl-result-out
                else
                if ws-till-variance > ws-balance-band
                     move 'O'               to ws-result-flag
                     add 1                  to ws-over-total
                     move "*** OVER ***"    to ws-tl-result-out
                else
                     move 'B'               to ws-result-flag
                     add 1                  to ws-balanced-total
                     move "BALANCED"        to ws-tl-result-out
                end-if
                end-if
           end-if.

           move ss-cashier-id               to ws-pw-cashier-id.
           perform 430-findcashier.
           set ws-cashier-idx               to ws-cashier-match-sub.

           move ss-store-num                to ws-tl-store-out.
           move ss-register-num             to ws-tl-register-out.
           move ss-cashier-id               to ws-tl-cashier-out.
           move wh-cashier-name (ws-cashier-idx)
                                             to ws-tl-name-out.
           move ws-expected-cash            to ws-tl-expected-cash-out.
           move ss-counted-cash             to ws-tl-counted-cash-out.
           move ws-expected-card            to ws-tl-expected-card-out.
           move ss-counted-card             to ws-tl-counted-card-out.
           move ws-till-variance            to ws-tl-variance-out.
           write output-line                from ws-till-line.

           add ws-expected-cash             to ws-st-expected-cash.
           add ss-counted-cash              to ws-st-counted-cash.
           add ws-expected-card             to ws-st-expected-card.
           add ss-counted-card              to ws-st-counted-card.
           add ws-till-variance             to ws-st-till-variance.

           move spaces                      to history-out-record.
           move ws-date-line                to ho-business-date.
           move ss-store-num                to ho-store-num.
           move ss-register-num             to ho-register-num.
           move ss-cashier-id               to ho-cashier-id.
           move ws-expected-cash            to ho-expected-cash.
           move ss-counted-cash             to ho-counted-cash.
           move ws-expected-card            to ho-expected-card.
           move ss-counted-card             to ho-counted-card.
           move ws-till-variance            to ho-till-variance.
           move ws-result-flag              to ho-result-flag.
           perform 440-writehistory.

           move ws-result-flag              to ws-pw-result-flag.
           move ws-till-variance            to ws-pw-till-variance.
           perform 445-accumulatepattern.

      * the store's subtotal, rolled into the chain total and
      * cleared for the next store.
       425-writestoretotal.
           move ws-prev-store-num           to ws-slw-store-out.
           move ws-store-label-work         to ws-sl-label-out.
           move ws-st-expected-cash         to ws-sl-expected-cash-out.
           move ws-st-counted-cash          to ws-sl-counted-cash-out.
           move ws-st-expected-card         to ws-sl-expected-card-out.
           move ws-st-counted-card          to ws-sl-counted-card-out.
           move ws-st-till-variance         to ws-sl-variance-out.
           move ws-st-short-count           to ws-sl-short-out.
           write output-line                from ws-blank-line.
           write output-line                from ws-store-total-line.
           write output-line                from ws-blank-line.

           add ws-st-expected-cash          to ws-ct-expected-cash.
           add ws-st-counted-cash           to ws-ct-counted-cash.
           add ws-st-expected-card          to ws-ct-expected-card.
           add ws-st-counted-card           to ws-ct-counted-card.
           add ws-st-till-variance          to ws-ct-till-variance.
           initialize ws-store-totals.

       428-writechaintotal.
           move "Chain Total"               to ws-sl-label-out.
           move ws-ct-expected-cash         to ws-sl-expected-cash-out.
           move ws-ct-counted-cash          to ws-sl-counted-cash-out.
           move ws-ct-expected-card         to ws-sl-expected-card-out.
           move ws-ct-counted-card          to ws-sl-counted-card-out.
           move ws-ct-till-variance         to ws-sl-variance-out.
           move ws-ct-short-count           to ws-sl-short-out.
           write output-line                from ws-store-total-line.
           write output-line                from ws-blank-line.

      * find (or add) the cashier in ws-pw-cashier-id - the name is
      * looked up on the cashier master once, when the id first
      * appears.
       430-findcashier.
           move ws-no-flag                  to ws-cashier-found-flag.
           move 0                           to ws-cashier-match-sub.

           perform 435-checkcashierentry
                varying ws-cashier-search-sub from 1 by 1
                until ws-cashier-search-sub > ws-cashier-count
                   or ws-cashier-found-flag = ws-yes-flag.

           if ws-cashier-found-flag = ws-no-flag
                if ws-cashier-count < 2000
                     add 1                  to ws-cashier-count
                     move ws-cashier-count  to ws-cashier-match-sub
                     set ws-cashier-idx     to ws-cashier-count
                     move ws-pw-cashier-id  to wh-cashier-id
                                                       (ws-cashier-idx)
                     move ws-no-flag        to wh-tolerance-flag
                                                       (ws-cashier-idx)
                     perform 432-lookupcashiermaster
                else
                     display 'E1TILLOS: CASHIER TABLE EXCEEDS 2000'
                     move 'CASHIER TABLE EXCEEDS 2000'
                                         to ws-log-message
                     move ws-history-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

      * an id that has since dropped off the master is still
      * reported, just marked so instead of silently blank.
       432-lookupcashiermaster.
           move ws-pw-cashier-id            to cm-cashier-id.
           read cashier-master
                invalid key
                     move '** NOT ON MASTER **'
                                             to wh-cashier-name
                                                       (ws-cashier-idx)
                not invalid key
                     move cm-cashier-name   to wh-cashier-name
                                                       (ws-cashier-idx)
           end-read.

      * anything other than found ('00') or not-found ('23') on the
      * cashier master is an I/O failure INVALID KEY alone would not
      * catch - fatal, since the report cannot be trusted without it.
           if ws-cashier-master-status <> '00'
              and ws-cashier-master-status <> '23'
                display 'E1TILLOS: CASHIER-MASTER I/O ERROR, STATUS = '
                                             ws-cashier-master-status
                move 'CASHIER-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-history-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       435-checkcashierentry.
           if wh-cashier-id (ws-cashier-search-sub) = ws-pw-cashier-id
                move ws-yes-flag            to ws-cashier-found-flag
                move ws-cashier-search-sub  to ws-cashier-match-sub
           end-if.

       440-writehistory.
           write history-out-record.
           add 1                            to ws-history-written-count.

      * one till into its cashier's pattern - a till with no count
      * is a missed close-out, not a short.
       445-accumulatepattern.
           perform 430-findcashier.
           set ws-cashier-idx               to ws-cashier-match-sub.
           if ws-pw-result-flag = 'N'
                add 1                       to wh-missed-count
                                                       (ws-cashier-idx)
           else
                add 1                       to wh-closeout-count
                                                       (ws-cashier-idx)
                add ws-pw-till-variance     to wh-net-variance
                                                       (ws-cashier-idx)
                if ws-pw-result-flag = 'S'
                     add 1                  to wh-short-count
                                                       (ws-cashier-idx)
                     subtract ws-pw-till-variance
                                             from wh-short-amount
                                                       (ws-cashier-idx)
                end-if
                if ws-pw-result-flag = 'O'
                     add ws-pw-till-variance
                                             to wh-over-amount
                                                       (ws-cashier-idx)
                end-if
           end-if.

      * every cashier short in the window - those past either
      * tolerance first, for loss prevention, then the rest.
       500-writepattern.
           move ws-window-days              to ws-ph-window-out.
           move ws-shortage-tolerance       to ws-ph-shortage-out.
           move ws-short-count-tolerance    to ws-ph-short-count-out.
           write output-line                from ws-pattern-heading.
           write output-line                from ws-blank-line.

           perform 505-checktolerance
                varying ws-cashier-idx from 1 by 1
                until ws-cashier-idx > ws-cashier-count.

           write output-line                from ws-flagged-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-pattern-headings-2.
           perform 510-writeflagged
                varying ws-cashier-idx from 1 by 1
                until ws-cashier-idx > ws-cashier-count.
           write output-line                from ws-blank-line.

           write output-line                from ws-other-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-pattern-headings-2.
           perform 515-writeothershort
                varying ws-cashier-idx from 1 by 1
                until ws-cashier-idx > ws-cashier-count.
           write output-line                from ws-blank-line.

       505-checktolerance.
           if wh-short-amount (ws-cashier-idx) > ws-shortage-tolerance
              or wh-short-count (ws-cashier-idx)
                   > ws-short-count-tolerance
                move ws-yes-flag            to wh-tolerance-flag
                                                       (ws-cashier-idx)
                add 1                       to ws-flagged-cashier-count
           end-if.

       510-writeflagged.
           if wh-tolerance-flag (ws-cashier-idx) = ws-yes-flag
                perform 520-writepatternline
           end-if.

       515-writeothershort.
           if wh-tolerance-flag (ws-cashier-idx) = ws-no-flag
              and wh-short-count (ws-cashier-idx) > 0
                add 1                       to ws-other-cashier-count
                perform 520-writepatternline
           end-if.

       520-writepatternline.
           move wh-cashier-id (ws-cashier-idx)
                                             to ws-pl-cashier-out.
           move wh-cashier-name (ws-cashier-idx)
                                             to ws-pl-name-out.
           move wh-closeout-count (ws-cashier-idx)
                                             to ws-pl-tills-out.
           move wh-short-count (ws-cashier-idx)
                                             to ws-pl-shorts-out.
           move wh-short-amount (ws-cashier-idx)
                                             to ws-pl-short-amount-out.
           move wh-over-amount (ws-cashier-idx)
                                             to ws-pl-over-amount-out.
           move wh-net-variance (ws-cashier-idx)
                                             to ws-pl-net-out.
           move wh-missed-count (ws-cashier-idx)
                                             to ws-pl-missed-out.
           move spaces                      to ws-pl-flag-out.
           if wh-short-amount (ws-cashier-idx) > ws-shortage-tolerance
                if wh-short-count (ws-cashier-idx)
                     > ws-short-count-tolerance
                     move "*** SHORTAGE AND FREQUENCY ***"
                                             to ws-pl-flag-out
                else
                     move "*** CUMULATIVE SHORTAGE ***"
                                             to ws-pl-flag-out
                end-if
           else
           if wh-short-count (ws-cashier-idx)
                > ws-short-count-tolerance
                move "*** SHORT FREQUENCY ***"
                                             to ws-pl-flag-out
           end-if
           end-if.
           write output-line                from ws-pattern-line.

       550-writetotals.
           move 'Till Counts Read'          to ws-cl-label-out.
           move ws-count-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Dated Off Business Date' to ws-cl-label-out.
           move ws-count-offdate-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Unusable'                to ws-cl-label-out.
           move ws-count-unusable-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Valid Records Read'        to ws-cl-label-out.
           move ws-valid-read-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Cash Tenders Put To A Till' to ws-cl-label-out.
           move ws-cash-record-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Card Tenders Put To A Till' to ws-cl-label-out.
           move ws-card-record-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Cash/Card With No Cashier Or Reg'
                                             to ws-cl-label-out.
           move ws-unattributed-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Other Tenders, Not In The Till'
                                             to ws-cl-label-out.
           move ws-other-tender-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Cash/Card With No Cashier Or Reg'
                                             to ws-al-label-out.
           move ws-unattributed-amount      to ws-al-amount-out.
           write output-line                from ws-amount-line.
           write output-line                from ws-blank-line.
           move 'Tills Reported'            to ws-cl-label-out.
           move ws-till-count               to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Balanced'                to ws-cl-label-out.
           move ws-balanced-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Short'                   to ws-cl-label-out.
           move ws-short-total              to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Over'                    to ws-cl-label-out.
           move ws-over-total               to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Took Tenders, No Count Sent' to ws-cl-label-out.
           move ws-no-count-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Cashiers Over Tolerance'   to ws-cl-label-out.
           move ws-flagged-cashier-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Other Cashiers Short In Window'
                                             to ws-cl-label-out.
           move ws-other-cashier-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           write output-line                from ws-blank-line.
           move 'History Window Days'       to ws-cl-label-out.
           move ws-window-days              to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Read'      to ws-cl-label-out.
           move ws-history-read-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Replaced By Tonight''s Run'
                                             to ws-cl-label-out.
           move ws-history-replaced-count   to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Rolled Off Past The Window' to ws-cl-label-out.
           move ws-history-aged-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Carried'   to ws-cl-label-out.
           move ws-history-carried-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Written'   to ws-cl-label-out.
           move ws-history-written-count    to ws-cl-count-out.
           write output-line                from ws-count-line.

      * an empty or mis-assigned count feed would read as every till
      * in the chain sending no count - the operator has to hear
      * about it.
           if ws-count-read-count = 0
              and ws-till-count > 0
                move 'NO TILL COUNTS READ - FILE EMPTY OR WRONG'
                                             to ws-log-message
                move 0                      to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-short-total > 0
              or ws-over-total > 0
                move 'TILL OVER/SHORT DIFFERENCES FOUND'
                                             to ws-log-message
                move ws-short-total         to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-no-count-total > 0
                move 'TILLS TOOK TENDERS BUT SENT NO COUNT'
                                             to ws-log-message
                move ws-no-count-total      to ws-log-position
                perform 9200-logwarning
           end-if.
           if ws-flagged-cashier-count > 0
                move 'CASHIERS OVER THE OVER/SHORT TOLERANCE'
                                             to ws-log-message
                move ws-flagged-cashier-count
                                             to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close till-count-file,
                 valid-file,
                 cashier-master,
                 history-in-file,
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
                display 'E1TILLOS: PREDECESSOR A6EDIT NOT COMPLETE'
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
           if rc-program-id = 'E1TILLOS'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'E1TILLOS: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'E1TILLOS: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'E1TILLOS'                 to rc-program-id.
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
           move 'E1TILLOS'                   to el-program-id.
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
       end program E1TILLOS.
