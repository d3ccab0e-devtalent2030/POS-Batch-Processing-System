       identification division.
       program-id. D1GCLEDG.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D1 Gift Card Liability Ledger.
      *Reads tonight's gift card stream out of A7SPLIT (GCFILE, H/T
      *stamped) and lists every activation and redemption with the
      *day's net movement in the liability, then passes the whole
      *gift card balance master (GCMAST) for what the chain still
      *owes cardholders - outstanding liability by issuing store and
      *for the chain - and lists as breakage candidates the cards
      *with value left on them and no activity for the dormancy
      *period on GCPARM (365 days when no parameter is supplied), so
      *finance can review them for breakage recognition.
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

      * the gift card stream A7SPLIT wrote, H/T stamped
           select gift-card-file
               assign to GCFILE
               organization is sequential.

      * dormancy period parameter - finance's call, so a change in
      * the breakage policy is a data change, not a recompile.
           select optional gift-card-param-file
               assign to GCPARM
               organization is sequential.

      * gift card balance master A7SPLIT keeps - read whole, in card
      * number order.
           select gift-card-master
               assign to GCMAST
               organization is indexed
               access mode is sequential
               record key is gc-card-num
               file status is ws-gift-card-master-status.

      * gift card ledger report
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
       fd gift-card-file
           recording mode is F
           data record is gc-detail-record
           record contains 36 characters.

      * three layouts share the FD - the record type in byte one says
      * which applies: 'H' header, 'T' trailer, else a detail record.
       01 gc-header-record.
           05 gh-record-type                pic x.
           05 gh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 gc-detail-record.
           05 gd-tran-code                  pic x.
           05 gd-tran-amount                pic 9(5)V99.
           05 gd-pay-type                   pic xx.
           05 gd-store-num                  pic 99.
           05 gd-invoice-num                pic x(9).
           05 gd-card-num                   pic x(15).

       01 gc-trailer-record.
           05 gt-record-type                pic x.
           05 gt-record-count               pic 9(7).
           05 gt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd gift-card-param-file
           recording mode is F
           data record is gift-card-param-record
           record contains 8 characters.

       01 gift-card-param-record.
           05 gp-dormancy-days              pic 9(4).
           05 filler                        pic x(4).

      **********************************************

      * the same layout A7SPLIT maintains and A6EDIT edits against.
       fd gift-card-master
           recording mode is F
           data record is gift-card-master-record
           record contains 60 characters.

       01 gift-card-master-record.
           05 gc-card-num                   pic x(15).
           05 gc-card-status                pic x.
                88 gc-card-active
                    value 'A'.
           05 gc-balance                    pic 9(7)V99.
           05 gc-activated-date             pic 9(6).
           05 gc-last-activity-date         pic 9(6).
           05 gc-issue-store                pic 99.
           05 gc-total-loaded               pic 9(7)V99.
           05 gc-total-redeemed             pic 9(7)V99.
           05 filler                        pic x(3).

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

       01 ws-gc-eof-flag                    pic x
           value 'N'.
       01 ws-master-eof-flag                pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

       01 ws-gift-card-master-status        pic xx.

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

      * a card with value left and no activity for this many days is
      * a breakage candidate - off GCPARM, else the default here.
       01 ws-dormancy-days                  pic 9(4)
           value 365.

      * day numbers for the idle-days test - the chain's usual
      * yy*365 + mm*30 + dd approximation.
       01 ws-day-number-work.
           05 ws-date-work.
                10 ws-dw-yy                  pic 99.
                10 ws-dw-mm                  pic 99.
                10 ws-dw-dd                  pic 99.
           05 ws-day-num                    pic 9(7).
           05 ws-run-day-num                pic 9(7).
           05 ws-idle-days                  pic 9(7).

      * outstanding liability and dormant value by issuing store,
      * subscripted by store number.
       01 ws-store-liability-table.
           05 ws-store-liability-entry      occurs 99 times
                                             indexed by ws-liab-idx.
                10 wl-open-cards             pic 9(7).
                10 wl-liability              pic 9(9)V99.
                10 wl-dormant-cards          pic 9(7).
                10 wl-dormant-amount         pic 9(9)V99.

       01 ws-counters.
           05 ws-gc-read-count              pic 9(7)
                value 0.
           05 ws-activation-count           pic 9(7)
                value 0.
           05 ws-redemption-count           pic 9(7)
                value 0.
           05 ws-master-read-total          pic 9(7)
                value 0.
           05 ws-open-card-total            pic 9(7)
                value 0.
           05 ws-dormant-card-total         pic 9(7)
                value 0.
           05 ws-other-store-cards          pic 9(7)
                value 0.

       01 ws-amount-totals.
           05 ws-activation-amount          pic 9(9)V99
                value 0.
           05 ws-redemption-amount          pic 9(9)V99
                value 0.
           05 ws-net-movement               pic s9(9)V99
                value 0.
           05 ws-outstanding-liability      pic 9(11)V99
                value 0.
           05 ws-dormant-amount             pic 9(11)V99
                value 0.
           05 ws-other-store-liability      pic 9(9)V99
                value 0.

      * trailer figures captured off GCFILE, proved against what was
      * actually read.
       01 ws-trailer-controls.
           05 ws-gc-trailer-count           pic 9(7)
                value 0.
           05 ws-gc-trailer-amount          pic 9(9)V99
                value 0.
           05 ws-gc-read-amount             pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(40)
                value "Gift Card Liability Ledger For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(69)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D1".

       01 ws-activity-heading.
           05 filler                        pic x(40)
                value "Gift Card Activity".

       01 ws-activity-headings-2.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Invoice".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(15)
                value "Card Number".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "Movement".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(6)
                value "Tender".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(6)
                value "Amount".

       01 ws-activity-detail-line.
           05 filler                        pic x(2)
                value spaces.
           05 ws-ad-store-out               pic 99.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ad-invoice-out             pic x(9).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ad-card-out                pic x(15).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ad-type-out                pic x(10).
           05 filler                        pic x(5)
                value spaces.
           05 ws-ad-tender-out              pic xx.
           05 filler                        pic x(5)
                value spaces.
           05 ws-ad-amount-out              pic $ZZ,ZZ9.99.

       01 ws-activity-total-line.
           05 filler                        pic x(14)
                value "Activations = ".
           05 ws-at-load-count-out          pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-at-load-amount-out         pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "Redemptions = ".
           05 ws-at-redeem-count-out        pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-at-redeem-amount-out       pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(15)
                value "Net Movement = ".
           05 ws-at-net-out                 pic $ZZZ,ZZZ,ZZZ.99-.

       01 ws-dormant-heading.
           05 filler                        pic x(45)
                value "Breakage Candidates - No Activity In Last ".
           05 ws-dh-days-out                pic z,zz9.
           05 filler                        pic x(5)
                value " Days".

       01 ws-dormant-headings-2.
           05 filler                        pic x(15)
                value "Card Number".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Activated".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(13)
                value "Last Activity".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(9)
                value "Idle Days".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(7)
                value "Balance".

       01 ws-dormant-detail-line.
           05 ws-dd-card-out                pic x(15).
           05 filler                        pic x(5)
                value spaces.
           05 ws-dd-store-out               pic 99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-dd-activated-out           pic 9(6).
           05 filler                        pic x(8)
                value spaces.
           05 ws-dd-last-out                pic 9(6).
           05 filler                        pic x(7)
                value spaces.
           05 ws-dd-idle-out                pic zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-dd-balance-out             pic $Z,ZZZ,ZZ9.99.

       01 ws-dormant-total-line.
           05 filler                        pic x(29)
                value "Breakage Candidate Cards  =  ".
           05 ws-dt-count-out               pic z,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(17)
                value "Dormant Balance =".
           05 ws-dt-amount-out              pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-liability-heading.
           05 filler                        pic x(45)
                value "Outstanding Liability By Issuing Store".

       01 ws-liability-headings-2.
           05 filler                        pic x(5)
                value "Store".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(10)
                value "Open Cards".
           05 filler                        pic x(8)
                value spaces.
           05 filler                        pic x(9)
                value "Liability".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(13)
                value "Dormant Cards".
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(15)
                value "Dormant Balance".

       01 ws-liability-detail-line.
           05 ws-ld-store-out               pic x(5).
           05 filler                        pic x(6)
                value spaces.
           05 ws-ld-open-out                pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 ws-ld-liability-out           pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(5)
                value spaces.
           05 ws-ld-dormant-out             pic z,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 ws-ld-dormant-amt-out         pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-chain-liability-line.
           05 filler                        pic x(29)
                value "Total Outstanding Liability =".
           05 ws-cl-amount-out              pic $ZZ,ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(14)
                value "Open Cards  = ".
           05 ws-cl-cards-out               pic z,zzz,zz9.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(19)
                value "Cards On Master  = ".
           05 ws-cl-master-out              pic z,zzz,zz9.

      * tie-back of what this run read against the record/amount
      * control totals A7SPLIT stamped on the GCFILE trailer.
       01 ws-tieback-line.
           05 filler                        pic x(8)
                value "GCFILE  ".
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

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 9500-checkruncontrol.
           perform 100-openfiles.
           perform 200-writeheadings.

           perform 300-initialreadgc.
           perform 400-processgcrecords
                until ws-gc-eof-flag = ws-yes-flag.
           perform 450-writeactivitytotals.

           perform 460-writedormantheadings.
           perform 310-initialreadmaster.
           perform 410-processmasterrecords
                until ws-master-eof-flag = ws-yes-flag.
           perform 520-writedormanttotals.
           perform 530-writeliability.

           perform 590-writetotals.
           perform 600-closefiles.

           move ws-gc-read-count            to ws-runctl-record-count.
           perform 9600-markruncomplete.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D1GCLEDG: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move ws-gc-read-count
                                         to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D1GCLEDG: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move ws-gc-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

           move ws-date-line                to ws-date-work.
           perform 790-computedaynum.
           move ws-day-num                  to ws-run-day-num.

       100-openfiles.
      * the store table carries no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-store-liability-table.

           open input  gift-card-file,
                       gift-card-master.
           open output output-file.

           if ws-gift-card-master-status <> '00'
                display 'D1GCLEDG: GIFT-CARD-MASTER OPEN ERROR, '
                        'STATUS = ' ws-gift-card-master-status
                move 'GIFT-CARD-MASTER OPEN ERROR'
                                    to ws-log-message
                move ws-gc-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           perform 110-loaddormancyparm.

      * a missing or unusable parameter leaves the default in place -
      * worth a warning, since the candidate list depends on it.
       110-loaddormancyparm.
           open input gift-card-param-file.
           read gift-card-param-file
                at end
                     continue
                not at end
                     if gp-dormancy-days is numeric
                        and gp-dormancy-days > 0
                          move gp-dormancy-days
                                             to ws-dormancy-days
                     else
                          move 'GCPARM DORMANCY DAYS INVALID - DEFAULT'
                                             to ws-log-message
                          move 0            to ws-log-position
                          perform 9200-logwarning
                     end-if
           end-read.
           close gift-card-param-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           write output-line                from ws-activity-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-activity-headings-2.
           write output-line                from ws-blank-line.

       300-initialreadgc.
           read gift-card-file
                at end move ws-yes-flag     to ws-gc-eof-flag.

       310-initialreadmaster.
           perform 315-readmaster.

       315-readmaster.
           read gift-card-master
                at end move ws-yes-flag     to ws-master-eof-flag
           end-read.
           if ws-gift-card-master-status <> '00'
              and ws-gift-card-master-status <> '10'
                display 'D1GCLEDG: GIFT-CARD-MASTER I/O ERROR, '
                        'STATUS = ' ws-gift-card-master-status
                move 'GIFT-CARD-MASTER I/O ERROR'
                                    to ws-log-message
                move ws-master-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       400-processgcrecords.
           perform 420-listgcrecord.

           read gift-card-file
                at end move ws-yes-flag     to ws-gc-eof-flag.

       410-processmasterrecords.
           perform 430-assesscard.
           perform 315-readmaster.

      * H and T records carry controls - the header must be for
      * tonight, the trailer's totals are held for the tie-back.
       420-listgcrecord.
           if gh-record-type = 'H'
                if gh-business-date not = ws-date-line
                     display 'D1GCLEDG: GCFILE HEADER DATE '
                             gh-business-date
                             ' DOES NOT MATCH BUSINESS DATE '
                             ws-date-line
                     move 'GCFILE HEADER DATE MISMATCH'
                                         to ws-log-message
                     move ws-gc-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           else
           if gt-record-type = 'T'
                move gt-record-count        to ws-gc-trailer-count
                move gt-amount-total        to ws-gc-trailer-amount
           else
                add 1                       to ws-gc-read-count
                add gd-tran-amount          to ws-gc-read-amount
                if gd-tran-code = 'G'
                     add 1                  to ws-activation-count
                     add gd-tran-amount     to ws-activation-amount
                     move 'Activation'      to ws-ad-type-out
                else
                     add 1                  to ws-redemption-count
                     add gd-tran-amount     to ws-redemption-amount
                     move 'Redemption'      to ws-ad-type-out
                end-if
                move gd-store-num           to ws-ad-store-out
                move gd-invoice-num         to ws-ad-invoice-out
                move gd-card-num            to ws-ad-card-out
                move gd-pay-type            to ws-ad-tender-out
                move gd-tran-amount         to ws-ad-amount-out
                write output-line           from
                                             ws-activity-detail-line
           end-if
           end-if.

      * every card with value left is owed; one that has also sat
      * idle for the dormancy period is a breakage candidate. A card
      * never used since activation is idle from its activation.
       430-assesscard.
           add 1                            to ws-master-read-total.
           if gc-balance > 0
                add 1                       to ws-open-card-total
                add gc-balance              to ws-outstanding-liability

                if gc-last-activity-date is numeric
                   and gc-last-activity-date > 0
                     move gc-last-activity-date
                                             to ws-date-work
                else
                     move gc-activated-date to ws-date-work
                end-if
                perform 790-computedaynum
                if ws-day-num < ws-run-day-num
                     compute ws-idle-days =
                          ws-run-day-num - ws-day-num
                else
                     move 0                 to ws-idle-days
                end-if

                if gc-issue-store >= 1 and gc-issue-store <= 99
                     set ws-liab-idx        to gc-issue-store
                     add 1                  to wl-open-cards
                                                       (ws-liab-idx)
                     add gc-balance         to wl-liability
                                                       (ws-liab-idx)
                else
                     add 1                  to ws-other-store-cards
                     add gc-balance         to
                                             ws-other-store-liability
                end-if

                if ws-idle-days >= ws-dormancy-days
                     perform 440-listdormantcard
                end-if
           end-if.

       440-listdormantcard.
           add 1                            to ws-dormant-card-total.
           add gc-balance                   to ws-dormant-amount.
           if gc-issue-store >= 1 and gc-issue-store <= 99
                add 1                       to wl-dormant-cards
                                                       (ws-liab-idx)
                add gc-balance              to wl-dormant-amount
                                                       (ws-liab-idx)
           end-if.

           move gc-card-num                 to ws-dd-card-out.
           move gc-issue-store              to ws-dd-store-out.
           move gc-activated-date           to ws-dd-activated-out.
           move ws-date-work                to ws-dd-last-out.
           move ws-idle-days                to ws-dd-idle-out.
           move gc-balance                  to ws-dd-balance-out.
           write output-line                from ws-dormant-detail-line.

      * value loaded less value spent - the day's movement in what
      * the chain owes cardholders.
       450-writeactivitytotals.
           compute ws-net-movement =
                ws-activation-amount - ws-redemption-amount.

           write output-line                from ws-blank-line.
           move ws-activation-count         to ws-at-load-count-out.
           move ws-activation-amount        to ws-at-load-amount-out.
           move ws-redemption-count         to ws-at-redeem-count-out.
           move ws-redemption-amount        to ws-at-redeem-amount-out.
           move ws-net-movement             to ws-at-net-out.
           write output-line                from
                                             ws-activity-total-line.

       460-writedormantheadings.
           write output-line                from ws-blank-line.
           move ws-dormancy-days            to ws-dh-days-out.
           write output-line                from ws-dormant-heading.
           write output-line                from ws-blank-line.
           write output-line                from ws-dormant-headings-2.
           write output-line                from ws-blank-line.

       520-writedormanttotals.
           write output-line                from ws-blank-line.
           move ws-dormant-card-total       to ws-dt-count-out.
           move ws-dormant-amount           to ws-dt-amount-out.
           write output-line                from ws-dormant-total-line.

      * one line per issuing store with cards outstanding, then the
      * chain total finance books the liability account against.
       530-writeliability.
           write output-line                from ws-blank-line.
           write output-line                from ws-liability-heading.
           write output-line                from ws-blank-line.
           write output-line                from
                                             ws-liability-headings-2.
           write output-line                from ws-blank-line.

           perform 535-writestoreliability
                varying ws-liab-idx from 1 by 1
                until ws-liab-idx > 99.

           if ws-other-store-cards > 0
                move 'Other'                to ws-ld-store-out
                move ws-other-store-cards   to ws-ld-open-out
                move ws-other-store-liability
                                             to ws-ld-liability-out
                move 0                      to ws-ld-dormant-out
                move 0                      to ws-ld-dormant-amt-out
                write output-line           from
                                             ws-liability-detail-line
           end-if.

           write output-line                from ws-blank-line.
           move ws-outstanding-liability    to ws-cl-amount-out.
           move ws-open-card-total          to ws-cl-cards-out.
           move ws-master-read-total        to ws-cl-master-out.
           write output-line                from
                                             ws-chain-liability-line.

       535-writestoreliability.
           if wl-open-cards (ws-liab-idx) > 0
                move spaces                 to ws-ld-store-out
                set ws-dw-dd                to ws-liab-idx
                move ws-dw-dd               to ws-ld-store-out (4:2)
                move wl-open-cards (ws-liab-idx)
                                             to ws-ld-open-out
                move wl-liability (ws-liab-idx)
                                             to ws-ld-liability-out
                move wl-dormant-cards (ws-liab-idx)
                                             to ws-ld-dormant-out
                move wl-dormant-amount (ws-liab-idx)
                                             to ws-ld-dormant-amt-out
                write output-line           from
                                             ws-liability-detail-line
           end-if.

       590-writetotals.
           write output-line                from ws-blank-line.
           move ws-gc-read-count            to ws-tb-read-out.
           move ws-gc-trailer-count         to ws-tb-trailer-out.
           move ws-gc-read-amount           to ws-tb-amount-out.
           move ws-gc-trailer-amount        to ws-tb-tramount-out.
           if ws-gc-read-count = ws-gc-trailer-count
              and ws-gc-read-amount = ws-gc-trailer-amount
                move "OK          "          to ws-tb-result-out
           else
                move "*** MISMATCH"          to ws-tb-result-out
                move 'GCFILE TRAILER TIE-BACK MISMATCH'
                                             to ws-log-message
                move ws-gc-read-count       to ws-log-position
                perform 9200-logwarning
           end-if.
           write output-line                from ws-tieback-line.

      * breakage candidates are finance's to review - logged so the
      * morning operator passes the count along.
           if ws-dormant-card-total > 0
                move 'GIFT CARD BREAKAGE CANDIDATES LISTED'
                                             to ws-log-message
                move ws-dormant-card-total  to ws-log-position
                perform 9200-logwarning
           end-if.

       600-closefiles.
           close gift-card-file,
                 gift-card-master,
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
                display 'D1GCLEDG: PREDECESSOR A7SPLIT NOT COMPLETE'
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
           if rc-program-id = 'D1GCLEDG'
              and rc-status = 'C'
                if rc-business-date = ws-date-line
                     display 'D1GCLEDG: STEP ALREADY COMPLETE FOR '
                                             ws-date-line
                     move 'STEP ALREADY COMPLETE FOR THIS DATE'
                                         to ws-log-message
                     perform 9100-logfatal
                end-if
                if rc-business-date > ws-date-line
                     display 'D1GCLEDG: BUSINESS DATE OUT OF SEQUENCE'
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
           move 'D1GCLEDG'                 to rc-program-id.
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
           move 'D1GCLEDG'                   to el-program-id.
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
       end program D1GCLEDG.
