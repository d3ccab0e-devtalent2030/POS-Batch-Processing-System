               assign to RETFILE
               organization is sequential.

      * gift card activations and redemptions - their own stream, so
      * a card sold never reaches the inventory or sales-history
      * runs as merchandise, and the ledger and GL extract read the
      * day's card movement from one place.
           select gift-card-file
               assign to GCFILE
               organization is sequential.

      * gift card balance master - activations load value onto a
      * card and redemptions take it off. Updated by the run of
      * record only; a flash run leaves it alone.
           select gift-card-master
               assign to GCMAST
               organization is indexed
               access mode is random
               record key is gc-card-num
               file status is ws-gift-card-master-status.

      * unrecognized tran-code records, so a new or corrupted
      * tran-code shows up as a visible exception instead of
      * silently vanishing from every downstream total.
               assign to CTLTOT
               organization is sequential.
      *
      * per-store results for the store manager scorecard (D5SCORE)
      * - extended, since A5POLL starts the day's file.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.
      *
      * output-file declaration
           select output-file
               assign to OUTFILE
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
       fd run-mode-param-file
       fd flash-state-file
           recording mode is F
           data record is flash-state-record
           record contains 5196 characters.

       01 flash-state-record.
           05 fs-business-date              pic 9(6).
           05 fs-pay-type-table             pic x(760).
           05 fs-other-tender-totals        pic x(36).
           05 fs-store-totals               pic x(4158).
           05 fs-gift-card-counters         pic x(36).
           05 filler                        pic x(8).

      **********************************************

       01 ret-line                      pic x(36).

      **********************************************

       fd gift-card-file
           recording mode is F
           data record is gift-card-line
           record contains 36 characters.

       01 gift-card-line                pic x(36).

      **********************************************

      * one record per card ever activated - the same layout A6EDIT
      * edits redemptions against and the gift card ledger reads.
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

       fd exception-file
      * the shared control-total layout A8RECON reconciles from.
      * for A7SPLIT: count-1/2/3 = read/SLFILE-stream/RETFILE-stream
      * records, amount-1/2/3 = SLFILE/RETFILE/exception dollars
      * (the streams carry exchange legs and voids alongside S/L/R),
      * amount-4 = GCFILE (gift card activation + redemption) dollars.
       fd control-total-file
           recording mode is F
           data record is control-total-record
           05 ct-amount-1                   pic 9(9)V99.
           05 ct-amount-2                   pic 9(9)V99.
           05 ct-amount-3                   pic 9(9)V99.
           05 ct-amount-4                   pic 9(9)V99.
           05 filler                        pic x.

      **********************************************

      * the shared per-store result layout D5SCORE gathers into the
      * store manager scorecard. A 'RUN ' record on store 00 opens
      * each step's block, so a rerun's figures replace the earlier
      * run's rather than adding to them.
       fd store-result-file
           recording mode is F
           data record is store-result-record
           record contains 40 characters.

       01 store-result-record.
           05 sr-program-id                 pic x(8).
           05 sr-business-date              pic 9(6).
           05 sr-store-num                  pic 99.
           05 sr-result-code                pic x(4).
           05 sr-result-flag                pic x.
           05 sr-result-count               pic 9(7).
           05 sr-result-amount              pic s9(9)V99.
           05 filler                        pic x.

      **********************************************
       fd output-file
                value 'N'.
           05 ws-runctl-status              pic x
                value 'S'.
           05 ws-runctl-time.
                10 ws-runctl-hhmmss          pic 9(6).
                10 filler                    pic 99.
           05 ws-runctl-record-count        pic 9(9)
                value 0.

       01 ws-eof-flag                       pic x
           value 'N'.
                value 0.

       01 ws-store-master-status            pic xx.
       01 ws-gift-card-master-status        pic xx.
       01 ws-gift-card-found-flag           pic x
           value 'N'.
       01 ws-store-master-eof-flag          pic x
           value 'N'.

           05 ws-p-total                    pic 9(7).
           05 ws-p-total-amount             pic 9(9)V99.

      * gift card activations and redemptions - counted apart from
      * the merchandise figures. An activation is money taken, so
      * it counts in the grand total; a redemption re-states the
      * tender on a sale already counted, so it does not.
       01 ws-gift-card-counters.
           05 ws-g-total                    pic 9(7).
           05 ws-g-total-amount             pic 9(9)V99.
           05 ws-d-total                    pic 9(7).
           05 ws-d-total-amount             pic 9(9)V99.

      * what actually went onto each output stream - the H/T trailer
      * and control-total figures come from these, so they are the
      * truth about the files no matter how routing evolves.
           05 ws-sl-stream-amount           pic 9(9)V99.
           05 ws-ret-stream-count           pic 9(7).
           05 ws-ret-stream-amount          pic 9(9)V99.
           05 ws-gc-stream-count            pic 9(7).
           05 ws-gc-stream-amount           pic 9(9)V99.

      * which leg of an exchange pair the next 'E' record is - the
      * POS sends the return leg first, the replacement-sale second.
                value spaces.
           05 ws-basket-amount-out          pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-gift-card-line.
           05 filler                        pic x(22)
                value "Gift Card Load/Redeem".
           05 filler                        pic x(3)
                value " = ".
           05 ws-gift-load-count-out        pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-gift-load-amount-out       pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value " / ".
           05 ws-gift-redeem-count-out      pic z,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-gift-redeem-amount-out     pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-net-voids-line.
           05 filler                        pic x(22)
                value "S&L Net Of Voids     ".
           perform 600-closefiles.

           if ws-flash-mode-flag = ws-no-flag
                move ws-records-read-total  to ws-runctl-record-count
                perform 9600-markruncomplete
           end-if.

      * cleared here so the adds start from zero.
           initialize ws-counters,
                      ws-ve-counters,
                      ws-gift-card-counters,
                      ws-stream-controls,
                      ws-tran-amount-totals,
                      ws-pay-type-table,
           open output output-file,
                       sl-file,
                       ret-file,
                       gift-card-file,
                       exception-file,
                       settle-extract-file,
                       region-extract-file.

           if ws-flash-mode-flag = ws-no-flag
                perform 120-opengiftcardmaster
           end-if.

           perform 700-loadstoremaster.

           perform 115-loadpaytypes
                                             to ws-other-tender-totals
                          move fs-store-totals
                                             to ws-store-totals
                          move fs-gift-card-counters
                                             to ws-gift-card-counters
                          move fs-flash-run-count
                                             to ws-flash-run-count
                     end-if
           close flash-state-file.
           add 1                            to ws-flash-run-count.

      * the first run against a new installation finds no master -
      * it is created empty, the way the other kept masters are.
       120-opengiftcardmaster.
           open i-o gift-card-master.
           if ws-gift-card-master-status = '35'
                open output gift-card-master
                close gift-card-master
                open i-o gift-card-master
           end-if.
           if ws-gift-card-master-status <> '00'
                display 'A7SPLIT: GIFT-CARD-MASTER OPEN ERROR, '
                        'STATUS = ' ws-gift-card-master-status
                move 'GIFT-CARD-MASTER OPEN ERROR'
                                    to ws-log-message
                move ws-records-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       115-loadpaytypes.
           read pay-type-param-file
                at end
           move ws-date-line             to ws-dh-business-date.
           write sl-line                 from ws-data-header-line.
           write ret-line                from ws-data-header-line.
           write gift-card-line          from ws-data-header-line.

           move spaces                   to settle-header-record.
           move 'H'                      to xh-record-type.
                move il-tran-amount         to ws-tran-amount-out
                write output-line           from ws-detail-line
           else
           if (il-tran-code = 'G' or il-tran-code = 'D')
              and ws-store-range-flag = ws-yes-flag
                perform 470-routegiftcard
           else
           if il-tran-code = 'E' and ws-store-range-flag = ws-yes-flag
                perform 460-routeexchange
           else
           end-if
           end-if
           end-if
           end-if
           end-if.

      * every record bound for an output stream goes through one of
           add 1                            to ws-ret-stream-count.
           add il-tran-amount               to ws-ret-stream-amount.

       457-writegiftcardfile.
           write gift-card-line             from input-line.
           add 1                            to ws-gc-stream-count.
           add il-tran-amount               to ws-gc-stream-amount.

      * exchanges arrive as a consecutive pair of 'E' records - the
      * return leg first (original invoice), the replacement-sale leg
      * second (new invoice). The legs net against each other in the
           add il-tran-amount               to ws-se-ret-amount
                                    (ws-se-store-idx ws-se-pt-idx).

      * 'G' activates or reloads a card, paid for in the record's own
      * tender - that tender settles like any sale. 'D' is the card
      * tendered against a sale already routed under the same
      * invoice, so it settles nothing. Both ride GCFILE and move
      * the card's balance on the master.
       470-routegiftcard.
           add 1                            to ws-grand-total.
           if il-tran-code = 'G'
                add 1                       to ws-g-total
                add il-tran-amount          to ws-g-total-amount
                add il-tran-amount          to ws-grand-total-amount
                perform 150-checkpaytype
                if ws-paytype-found-flag = ws-yes-flag
                     perform 465-addsettlesale
                end-if
           else
                add 1                       to ws-d-total
                add il-tran-amount          to ws-d-total-amount
           end-if.

           move il-tran-code                to ws-tran-code-out.
           move il-store-num                to ws-store-num-out.
           move il-tran-amount              to ws-tran-amount-out.
           write output-line                from ws-detail-line.
           perform 457-writegiftcardfile.

           if ws-flash-mode-flag = ws-no-flag
                perform 475-postgiftcardmaster
           end-if.

      * A6EDIT has already refused a redemption against an inactive
      * card or beyond its balance - one that still will not post
      * here means the master moved under the day's file, and is
      * logged rather than driven below zero.
       475-postgiftcardmaster.
           move il-sku-code                 to gc-card-num.
           read gift-card-master
                invalid key
                     move ws-no-flag        to ws-gift-card-found-flag
                not invalid key
                     move ws-yes-flag       to ws-gift-card-found-flag
           end-read.
           if ws-gift-card-master-status <> '00'
              and ws-gift-card-master-status <> '23'
                display 'A7SPLIT: GIFT-CARD-MASTER I/O ERROR, '
                        'STATUS = ' ws-gift-card-master-status
                move 'GIFT-CARD-MASTER I/O ERROR'
                                    to ws-log-message
                move ws-records-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           if ws-gift-card-found-flag = ws-yes-flag
                perform 478-updategiftcard
           else
                if il-tran-code = 'G'
                     perform 477-addgiftcard
                else
                     move 'REDEMPTION AGAINST CARD NOT ON GCMAST'
                                             to ws-log-message
                     move ws-records-read-total
                                             to ws-log-position
                     perform 9200-logwarning
                end-if
           end-if.

       477-addgiftcard.
           move spaces                      to gift-card-master-record.
           move il-sku-code                 to gc-card-num.
           move 'A'                         to gc-card-status.
           move il-tran-amount              to gc-balance.
           move ws-date-line                to gc-activated-date.
           move ws-date-line                to gc-last-activity-date.
           move il-store-num                to gc-issue-store.
           move il-tran-amount              to gc-total-loaded.
           move 0                           to gc-total-redeemed.
           write gift-card-master-record.
           perform 479-checkgiftcardwrite.

       478-updategiftcard.
           if il-tran-code = 'G'
                if not gc-card-active
                     move 'A'               to gc-card-status
                     move ws-date-line      to gc-activated-date
                     move il-store-num      to gc-issue-store
                end-if
                add il-tran-amount          to gc-balance
                add il-tran-amount          to gc-total-loaded
           else
                if not gc-card-active
                   or il-tran-amount > gc-balance
                     move 'REDEMPTION NOT COVERED BY GCMAST BALANCE'
                                             to ws-log-message
                     move ws-records-read-total
                                             to ws-log-position
                     perform 9200-logwarning
                end-if
                if il-tran-amount > gc-balance
                     move 0                 to gc-balance
                else
                     subtract il-tran-amount
                                             from gc-balance
                end-if
                add il-tran-amount          to gc-total-redeemed
           end-if.
           move ws-date-line                to gc-last-activity-date.
           rewrite gift-card-master-record.
           perform 479-checkgiftcardwrite.

       479-checkgiftcardwrite.
           if ws-gift-card-master-status <> '00'
                display 'A7SPLIT: GIFT-CARD-MASTER WRITE ERROR, '
                        'STATUS = ' ws-gift-card-master-status
                move 'GIFT-CARD-MASTER WRITE ERROR'
                                    to ws-log-message
                move ws-records-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       500-writetotals.
           write output-line                from ws-blank-line.
           write output-line                from ws-store-heading.
           move ws-p-total-amount           to ws-basket-amount-out.
           write output-line                from ws-basket-tender-line.

           move ws-g-total                  to ws-gift-load-count-out.
           move ws-g-total-amount           to ws-gift-load-amount-out.
           move ws-d-total                  to ws-gift-redeem-count-out.
           move ws-d-total-amount           to
                                             ws-gift-redeem-amount-out.
           write output-line                from ws-gift-card-line.

      * the day's sales picture with voids backed out - this is the
      * figure that used to be overstated on any day with voids.
           compute ws-sl-net-voids =
           move ws-ret-stream-amount        to ws-dt-amount-total.
           write ret-line                   from ws-data-trailer-line.

           move ws-gc-stream-count          to ws-dt-record-count.
           move ws-gc-stream-amount         to ws-dt-amount-total.
           write gift-card-line             from ws-data-trailer-line.

           move ws-grand-total              to ws-ot-count-out.
           move ws-grand-total-amount       to ws-ot-amount-out.
           write output-line                from ws-outfile-trailer.
                perform 565-writeflashstate
           else
                perform 560-writecontroltotals
                perform 562-writestoreresults
           end-if.

       565-writeflashstate.
           move ws-pay-type-table           to fs-pay-type-table.
           move ws-other-tender-totals      to fs-other-tender-totals.
           move ws-store-totals             to fs-store-totals.
           move ws-gift-card-counters       to fs-gift-card-counters.
           write flash-state-record.
           close flash-state-file.

           move ws-sl-stream-amount         to ct-amount-1.
           move ws-ret-stream-amount        to ct-amount-2.
           move ws-exception-amount         to ct-amount-3.
           move ws-gc-stream-amount         to ct-amount-4.
           write control-total-record.

           close control-total-file.

      * each trading store's sales and leases for the store
      * scorecard, off the same per-store subtotals the report
      * prints, behind the 'RUN ' record that opens this step's
      * block.
       562-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'A7SPLIT '                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 563-writestoresales
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           close store-result-file.

       563-writestoresales.
           if ws-store-s-count (ws-store-idx) > 0
                move spaces                 to store-result-record
                move 'A7SPLIT '             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-store-idx
                move 'SALE'                 to sr-result-code
                move ws-store-s-count (ws-store-idx)
                                             to sr-result-count
                move ws-store-s-amount (ws-store-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.
           if ws-store-l-count (ws-store-idx) > 0
                move spaces                 to store-result-record
                move 'A7SPLIT '             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-store-idx
                move 'LEAS'                 to sr-result-code
                move ws-store-l-count (ws-store-idx)
                                             to sr-result-count
                move ws-store-l-amount (ws-store-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.

       600-closefiles.
           close input-file,
                 sl-file,
                 ret-file,
                 gift-card-file,
                 exception-file,
                 settle-extract-file,
                 region-extract-file,
                 output-file.
           if ws-flash-mode-flag = ws-no-flag
                close gift-card-master
           end-if.


      *
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

