               assign to NOTVALID
               organization is sequential.

      * the day's rejects with the reasons each one failed on, and
      * the records edited per store and register - rolled into the
      * reject history by D8REJHST. Written by the run of record
      * only; a flash run leaves it alone.
           select reject-detail-file
               assign to REJDTL
               organization is sequential.

      * store master - open/closed status by store number, maintained
      * by operations so store adds/closures do not need a recompile.
           select store-master
               record key is cm-cashier-id
               file status is ws-cashier-master-status.

      * gift card balance master - one record per card ever
      * activated, kept by A7SPLIT. A redemption is edited against
      * it so a card that was never activated, or has too little
      * left on it, is rejected here and not discovered at the GL.
           select optional gift-card-master
               assign to GCMAST
               organization is indexed
               access mode is random
               record key is gc-card-num
               file status is ws-gift-card-master-status.

      * pay-type parameter list - operator-maintained, so a new
      * tender type does not need a programmer and a recompile.
           select pay-type-param-file
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
       01 input-line.
           05 il-tran-code                  pic x.
                88 il-valid-tran-code
                    value 'S', 'R', 'L', 'N', 'V', 'E', 'B', 'P',
                          'G', 'D'.
      * 'N' is a sale rung up on one of the newer POS terminals - same
      * record as S/L/R plus a cashier id and register number tacked
      * on the end (see il-cashier-id / il-register-num below).
      * one 'P' tender line whose amount must equal the item lines'
      * sum. The basket stands or falls together, the same way an
      * exchange pair does.
      * 'G' activates (or reloads) a gift card and 'D' redeems one -
      * both carry the card number in the sku code field. A 'G'
      * amount is the value loaded, paid in the record's pay type; a
      * 'D' amount is what came off the card against the sale it
      * tendered, which rides its own S/N record under the same
      * invoice.
                88 il-new-terminal-tran
                    value 'N', 'B', 'P'.
                88 il-basket-item
                    value 'B'.
                88 il-basket-tender
                    value 'P'.
                88 il-gift-card-tran
                    value 'G', 'D'.
                88 il-gift-card-activation
                    value 'G'.
                88 il-gift-card-redemption
                    value 'D'.
           05 il-tran-amount                pic 9(5)V99.
           05 il-pay-type                   pic xx.
           05 il-store-num                  pic 99.

       01 invalid-line                      pic x(43).

      **********************************************

      * 'R' - one rejected record, its reason codes (the numbers of
      * the edit messages below, plus 22 unpaired exchange leg, 23
      * rejected with its exchange partner, 24 rejected with its
      * basket) and the record itself; 'V' - the records edited
      * against one store and register. A store or register number
      * that is not valid is carried as 00. Same layout as the
      * reject history D8REJHST keeps, the clearance fields unset.
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

       fd store-master
       fd sku-master
           recording mode is F
           data record is sku-master-record
           record contains 52 characters.

       01 sku-master-record.
           05 km-sku-code                   pic x(15).
           05 km-sku-desc                   pic x(20).
           05 km-dept-code                  pic x(3).
           05 km-unit-price                 pic 9(5)V99.
           05 km-vendor-code                pic x(6).

      **********************************************

                    value 'A'.
           05 filler                        pic xx.

      **********************************************

      * the layout A7SPLIT maintains and the gift card ledger
      * reports from - this program only reads status and balance.
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

       fd pay-type-param-file

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

      *
       fd output-file
           recording mode is F
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
       01 ws-error-flag                     pic x
           value 'N'.

      * the number of the edit message just printed - each record's
      * reasons are collected from it for the reject history.
       01 ws-error-num                      pic 99
           value 0.
       01 ws-reject-reasons.
           05 ws-rr-count                   pic 9.
           05 ws-rr-code                    pic 99
                                             occurs 6 times.

      * a rejected record on its way to the reject-detail file, with
      * the reason it carries when it failed on none of its own - an
      * exchange leg or basket line dragged down with its group.
       01 ws-reject-work.
           05 ws-rw-line                    pic x(43).
           05 ws-rw-fields redefines ws-rw-line.
                10 filler                    pic x(10).
                10 ws-rw-store-num           pic xx.
                10 ws-rw-store-num-n redefines ws-rw-store-num
                                             pic 99.
                10 filler                    pic x(29).
                10 ws-rw-register-num        pic xx.
                10 ws-rw-register-num-n redefines ws-rw-register-num
                                             pic 99.
           05 ws-rw-reasons.
                10 ws-rw-reason-count        pic 9.
                10 ws-rw-reason-code         pic 99
                                             occurs 6 times.
       01 ws-fallback-reason                pic 99
           value 0.
       01 ws-reject-seq                     pic 9(7)
           value 0.
       01 ws-norm-store                     pic 99
           value 0.
       01 ws-norm-register                  pic 99
           value 0.

      * records edited by store and register, the denominator of the
      * reject rate - store 00 and register 00 take the numbers that
      * are not valid (and the older terminals that send no register).
       01 ws-volume-table.
           05 ws-volume-store               occurs 100 times.
                10 wv-edited-count           pic 9(7)
                                             occurs 21 times.
       01 ws-vol-store-sub                  pic 9(3)
           value 0.
       01 ws-vol-reg-sub                    pic 9(3)
           value 0.

       01 ws-run-date                       pic 9(6).

      * intraday flash controls - mode off RUNMODE, and which flash
       01 ws-store-master-status            pic xx.
       01 ws-sku-master-status               pic xx.
       01 ws-cashier-master-status          pic xx.
       01 ws-gift-card-master-status        pic xx.

      * every card touched so far in today's file, with its balance
      * as this run has left it - a card activated this morning can
      * be redeemed this afternoon, and two redemptions in one day
      * cannot each spend the same balance. Status is the master's,
      * or 'N' for a card not yet on the master.
       01 ws-gift-card-table.
           05 ws-gift-card-entry            occurs 2000 times.
                10 wgc-card-num              pic x(15).
                10 wgc-card-status           pic x.
                10 wgc-balance               pic 9(7)V99.
       01 ws-gift-card-count                pic 9(5)
           value 0.
       01 ws-gift-card-search-sub           pic 9(5).
       01 ws-gift-card-match-sub            pic 9(5)
           value 0.

      * a cashier ringing away from their home store is flagged on
      * the report and counted, but the record stays valid - loss
           05 ws-invalid-amount-total       pic 9(9)V99
                value 0.

      * rejects by store for the store scorecard - counted wherever
      * a record goes to the invalid-file, against the store number
      * the record itself carries.
       01 ws-store-reject-table.
           05 ws-store-reject-entry         occurs 99 times
                                             indexed by ws-srej-idx.
                10 wsr-reject-count          pic 9(5).
                10 wsr-reject-amount         pic 9(7)V99.
       01 ws-reject-tally.
           05 ws-rt-store-num               pic xx.
           05 ws-rt-store-num-n redefines ws-rt-store-num
                                             pic 99.
           05 ws-rt-amount                  pic 9(5)V99.

      * an exchange arrives as a consecutive pair of 'E' records and
      * the pair stands or falls together - the first leg is held
      * here until its partner is edited, so a typo in either leg
           05 ws-pending-e-fields redefines ws-pending-e-record.
                10 pe-tran-code              pic x.
                10 pe-tran-amount            pic 9(5)V99.
                10 pe-pay-type               pic xx.
                10 pe-store-num              pic xx.
                10 filler                    pic x(31).
           05 ws-pending-e-reasons          pic x(13).

      * a basket's 'B' item lines are held here until the 'P' tender
      * line closes it - the lines must sum to the tendered amount
                     15 wbk-invoice-num       pic x(9).
                     15 wbk-sku-code          pic x(15).
                     15 filler                pic x(7).
                10 wbk-reasons               pic x(13).
       01 ws-basket-write-sub               pic 9(3)
           value 0.

           05 ws-error-18-msg               pic x(30)
                value 'Orphan Basket Tender Line'.

      *'G'/'D' record with no card number in the sku code field
           05 ws-error-19-msg               pic x(24)
                value 'Gift Card Number Missing'.

      *Redemption against a card never activated (or not active)
           05 ws-error-20-msg               pic x(23)
                value 'Gift Card Not Activated'.

      *Redemption for more than is left on the card
           05 ws-error-21-msg               pic x(31)
                value 'Redemption Exceeds Card Balance'.

       01 ws-detail-line.
           05 ws-input-data-out             pic x(43).
           05 filler                        pic x(7)
           perform 600-closefiles.

           if ws-flash-mode-flag = ws-no-flag
                move ws-total-records       to ws-runctl-record-count
                perform 9600-markruncomplete
           end-if.

           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the adds start from zero.
           initialize ws-store-reject-table,
                      ws-volume-table.

           open input  input-file,
                       store-master,
                       sku-master,
                       cashier-master,
                       gift-card-master,
                       pay-type-param-file.
           open output output-file,
                       valid-file,
                       invalid-file.
           if ws-flash-mode-flag = ws-no-flag
                open output reject-detail-file
           end-if.

           perform 115-loadpaytypes
                until ws-paytype-eof-flag = ws-yes-flag.

       400-processrecords.
           add 1                            to ws-total-records.
           move input-line                  to ws-rw-line.
           perform 474-normalizekey.
           compute ws-vol-store-sub = ws-norm-store + 1.
           compute ws-vol-reg-sub = ws-norm-register + 1.
           add 1                            to wv-edited-count
                                     (ws-vol-store-sub, ws-vol-reg-sub).
           perform 420-editrecords.

           read input-file
       420-editrecords.
           move spaces                      to ws-error-msg.
           move ws-no-flag                  to ws-error-flag.
           initialize ws-reject-reasons.

           if not il-valid-tran-code
                move ws-yes-flag            to ws-error-flag
                move 1                      to ws-error-num
                move ws-error-1-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.

           if il-tran-amount is not numeric
                move ws-yes-flag            to ws-error-flag
                move 2                      to ws-error-num
                move ws-error-2-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.
           perform 150-checkpaytype.
           if ws-paytype-found-flag = ws-no-flag
                move ws-yes-flag            to ws-error-flag
                move 3                      to ws-error-num
                move ws-error-3-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.
           read store-master
                invalid key
                     move ws-yes-flag       to ws-error-flag
                     move 4                 to ws-error-num
                     move ws-error-4-msg    to ws-error-msg
                     perform 440-writeerrors
                not invalid key
                     if sm-store-closed
                          move ws-yes-flag  to ws-error-flag
                          move 10           to ws-error-num
                          move ws-error-10-msg
                                             to ws-error-msg
                          perform 440-writeerrors
           if not il-valid-invoice-num-1 or
              not il-valid-invoice-num-2
                move ws-yes-flag            to ws-error-flag
                move 5                      to ws-error-num
                move ws-error-5-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.

           if il-invoice-num-1 = il-invoice-num-2
                move ws-yes-flag            to ws-error-flag
                move 6                      to ws-error-num
                move ws-error-6-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.
           if il-invoice-num-4-9 is not numeric or
              not il-valid-invoice-num-4-9
                move ws-yes-flag            to ws-error-flag
                move 7                      to ws-error-num
                move ws-error-7-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.

           if not il-valid-invoice-num-3
                move ws-yes-flag            to ws-error-flag
                move 8                      to ws-error-num
                move ws-error-8-msg         to ws-error-msg
                perform 440-writeerrors
           end-if.

      * a basket tender line carries no merchandise, and a gift card
      * record carries a card number, not a sku - the SKU edits
      * apply to every other record type.
           if il-basket-tender
                continue
           else
           if il-gift-card-tran
                perform 430-editgiftcard
           else
           if il-sku-code = spaces
                move ws-yes-flag            to ws-error-flag
                move 9                      to ws-error-num
                move ws-error-9-msg         to ws-error-msg
                perform 440-writeerrors
           else
                read sku-master
                     invalid key
                          move ws-yes-flag  to ws-error-flag
                          move 11           to ws-error-num
                          move ws-error-11-msg
                                             to ws-error-msg
                          perform 440-writeerrors
                     perform 9100-logfatal
                end-if
           end-if
           end-if
           end-if.

           if il-new-terminal-tran
       425-editnewterminalfields.
           if il-cashier-id = spaces
                move ws-yes-flag            to ws-error-flag
                move 12                     to ws-error-num
                move ws-error-12-msg        to ws-error-msg
                perform 440-writeerrors
           else
           if il-register-num is not numeric or
              not il-valid-register-num
                move ws-yes-flag            to ws-error-flag
                move 13                     to ws-error-num
                move ws-error-13-msg        to ws-error-msg
                perform 440-writeerrors
           end-if.
           read cashier-master
                invalid key
                     move ws-yes-flag       to ws-error-flag
                     move 14                to ws-error-num
                     move ws-error-14-msg   to ws-error-msg
                     perform 440-writeerrors
                not invalid key
                     if not cm-cashier-active
                          move ws-yes-flag  to ws-error-flag
                          move 15           to ws-error-num
                          move ws-error-15-msg
                                             to ws-error-msg
                          perform 440-writeerrors
                perform 9100-logfatal
           end-if.

      * a gift card record must name its card, and a redemption must
      * be against an active card with enough left on it - as the
      * card stands after everything earlier in today's file.
       430-editgiftcard.
           if il-sku-code = spaces
                move ws-yes-flag            to ws-error-flag
                move 19                     to ws-error-num
                move ws-error-19-msg        to ws-error-msg
                perform 440-writeerrors
           else
                perform 432-findgiftcard
                if il-gift-card-redemption
                     if wgc-card-status (ws-gift-card-match-sub)
                                             not = 'A'
                          move ws-yes-flag  to ws-error-flag
                          move 20           to ws-error-num
                          move ws-error-20-msg
                                             to ws-error-msg
                          perform 440-writeerrors
                     else
                          if il-tran-amount is numeric
                             and il-tran-amount >
                                 wgc-balance (ws-gift-card-match-sub)
                               move ws-yes-flag
                                             to ws-error-flag
                               move 21      to ws-error-num
                               move ws-error-21-msg
                                             to ws-error-msg
                               perform 440-writeerrors
                          end-if
                     end-if
                end-if
           end-if.

      * the card's entry in today's table - taken from the master
      * the first time the card turns up in the file.
       432-findgiftcard.
           move 0                           to ws-gift-card-match-sub.
           perform 434-checkgiftcardentry
                varying ws-gift-card-search-sub from 1 by 1
                until ws-gift-card-search-sub > ws-gift-card-count
                   or ws-gift-card-match-sub > 0.

           if ws-gift-card-match-sub = 0
                if ws-gift-card-count >= 2000
                     display 'A6EDIT: GIFT CARD TABLE EXCEEDS 2000'
                     move 'GIFT CARD TABLE EXCEEDS 2000 CARDS'
                                             to ws-log-message
                     move ws-total-records  to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-gift-card-count
                move ws-gift-card-count     to ws-gift-card-match-sub
                move il-sku-code            to wgc-card-num
                                             (ws-gift-card-match-sub)
                move il-sku-code            to gc-card-num
                read gift-card-master
                     invalid key
                          move 'N'          to wgc-card-status
                                             (ws-gift-card-match-sub)
                          move 0            to wgc-balance
                                             (ws-gift-card-match-sub)
                     not invalid key
                          move gc-card-status
                                             to wgc-card-status
                                             (ws-gift-card-match-sub)
                          move gc-balance   to wgc-balance
                                             (ws-gift-card-match-sub)
                end-read

      * same I/O-failure guard as the other masters carry.
                if ws-gift-card-master-status <> '00'
                   and ws-gift-card-master-status <> '23'
                     display 'A6EDIT: GIFT-CARD-MASTER I/O ERROR, '
                             'STATUS = ' ws-gift-card-master-status
                     move 'GIFT-CARD-MASTER I/O ERROR, STATUS ='
                                             to ws-log-message
                     move ws-total-records  to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

       434-checkgiftcardentry.
           if wgc-card-num (ws-gift-card-search-sub) = il-sku-code
                move ws-gift-card-search-sub
                                             to ws-gift-card-match-sub
           end-if.

      * a valid activation or redemption moves today's balance, so
      * the next record against the same card is edited against it.
       436-applygiftcardtoday.
           perform 432-findgiftcard.
           if il-gift-card-activation
                move 'A'                    to wgc-card-status
                                             (ws-gift-card-match-sub)
                add il-tran-amount          to wgc-balance
                                             (ws-gift-card-match-sub)
           else
                subtract il-tran-amount     from wgc-balance
                                             (ws-gift-card-match-sub)
           end-if.

      * the flag prints like an error line so the pattern is on the
      * report next to the record, but the record stays valid and
      * the error count stays clean.
           move il-invoice-num              to ws-invoice-num-out.
           move il-sku-code                 to ws-sku-out.
           write output-line                from ws-detail-line.
           perform 441-addreason.

      * each error printed is one of the record's reasons - the
      * first six are kept, more than enough for any one record.
       441-addreason.
           if ws-rr-count < 6
                add 1                       to ws-rr-count
                move ws-error-num           to ws-rr-code (ws-rr-count)
           end-if.

      * the record's errors (if any) have all been printed above by
      * now - write it exactly once, based on the final state of
                     add il-tran-amount     to ws-invalid-amount-total
                end-if
                write invalid-line          from input-line
                perform 469-tallyinputreject
                move 0                      to ws-fallback-reason
                perform 477-rejectinputrecord
           else
                add 1                       to ws-valid-records
                add il-tran-amount          to ws-valid-amount-total
                write valid-line            from input-line
                if il-gift-card-tran
                     perform 436-applygiftcardtoday
                end-if
           end-if.

      * first leg of a pair is held; the second decides both. A pair
       446-pairexchangeleg.
           if ws-pending-e-flag = ws-no-flag
                move input-line             to ws-pending-e-record
                move ws-reject-reasons      to ws-pending-e-reasons
                move ws-error-flag          to ws-pending-e-error-flag
                move ws-yes-flag            to ws-pending-e-flag
           else
           end-if.
           write invalid-line               from ws-pending-e-record.
           write invalid-line               from input-line.
           perform 471-tallyheldlegreject.
           perform 469-tallyinputreject.
           move 23                          to ws-fallback-reason.
           perform 476-rejectheldleg.
           perform 477-rejectinputrecord.

       451-writepairvalid.
           add 2                            to ws-valid-records.
                add pe-tran-amount          to ws-invalid-amount-total
           end-if.
           write invalid-line               from ws-pending-e-record.
           perform 471-tallyheldlegreject.
           move 22                          to ws-fallback-reason.
           perform 476-rejectheldleg.
           move ws-no-flag                  to ws-pending-e-flag.

           move 'UNPAIRED EXCHANGE LEG REJECTED TO INVALID-FILE'
           set ws-basket-idx                to ws-pending-b-count.
           move input-line                  to wbk-record
                                                       (ws-basket-idx).
           move ws-reject-reasons           to wbk-reasons
                                                       (ws-basket-idx).
           if il-tran-amount is numeric
                add il-tran-amount          to ws-pending-b-amount
           end-if.
       454-closebasket.
           if ws-pending-b-flag = ws-no-flag
                move ws-yes-flag            to ws-error-flag
                move 18                     to ws-error-num
                move ws-error-18-msg        to ws-error-msg
                perform 440-writeerrors
                perform 447-writesinglerecord
           if il-invoice-num not = ws-pending-b-invoice
                perform 456-flushbrokenbasket
                move ws-yes-flag            to ws-error-flag
                move 18                     to ws-error-num
                move ws-error-18-msg        to ws-error-msg
                perform 440-writeerrors
                perform 447-writesinglerecord
                if il-tran-amount is not numeric
                   or il-tran-amount not = ws-pending-b-amount
                     move ws-yes-flag       to ws-error-flag
                     move 17                to ws-error-num
                     move ws-error-17-msg   to ws-error-msg
                     perform 440-writeerrors
                end-if
      * excludes the tender line: its amount re-states the items.
       459-writebasketinvalid.
           add 1                            to ws-basket-rejected-total.
           move 24                          to ws-fallback-reason.
           perform 464-writebasketlineinvalid
                varying ws-basket-write-sub from 1 by 1
                until ws-basket-write-sub > ws-pending-b-count.
           add 1                            to ws-invalid-records.
           write invalid-line               from input-line.
           perform 469-tallyinputreject.
           perform 477-rejectinputrecord.

           move 'BASKET REJECTED WHOLE TO INVALID-FILE'
                                             to ws-log-message.
           end-if.
           write invalid-line               from wbk-record
                                                       (ws-basket-idx).
           move wbk-store-num (ws-basket-idx)
                                             to ws-rt-store-num.
           if wbk-tran-amount (ws-basket-idx) is numeric
                move wbk-tran-amount (ws-basket-idx)
                                             to ws-rt-amount
           else
                move 0                      to ws-rt-amount
           end-if.
           perform 468-tallystorereject.
           move wbk-record (ws-basket-idx)  to ws-rw-line.
           move wbk-reasons (ws-basket-idx) to ws-rw-reasons.
           perform 473-writerejectdetail.

      * one rejected record against the store it carries - a store
      * number that is itself the error counts against no store.
       468-tallystorereject.
           if ws-rt-store-num is numeric
                if ws-rt-store-num-n >= 1 and ws-rt-store-num-n <= 99
                     set ws-srej-idx        to ws-rt-store-num-n
                     add 1                  to wsr-reject-count
                                                         (ws-srej-idx)
                     add ws-rt-amount       to wsr-reject-amount
                                                         (ws-srej-idx)
                end-if
           end-if.

       469-tallyinputreject.
           move il-store-num                to ws-rt-store-num.
           if il-tran-amount is numeric
                move il-tran-amount         to ws-rt-amount
           else
                move 0                      to ws-rt-amount
           end-if.
           perform 468-tallystorereject.

       471-tallyheldlegreject.
           move pe-store-num                to ws-rt-store-num.
           if pe-tran-amount is numeric
                move pe-tran-amount         to ws-rt-amount
           else
                move 0                      to ws-rt-amount
           end-if.
           perform 468-tallystorereject.

      * a rejected record to the reject-detail file with the reasons
      * it failed on - or, failing on none of its own, the reason its
      * exchange partner or basket took it down with it. The run of
      * record writes them; a flash run only prints its errors.
       473-writerejectdetail.
           if ws-flash-mode-flag = ws-no-flag
                if ws-rw-reason-count = 0
                   and ws-fallback-reason > 0
                     move 1                 to ws-rw-reason-count
                     move ws-fallback-reason
                                             to ws-rw-reason-code (1)
                end-if
                perform 474-normalizekey
                add 1                       to ws-reject-seq
                move spaces                 to reject-detail-record
                move ws-date-line           to rd-business-date
                move ws-norm-store          to rd-store-num
                move ws-norm-register       to rd-register-num
                move 'R'                    to rd-record-type
                move ws-reject-seq          to rd-reject-seq
                move 0                      to rd-edited-count
                move ws-rw-reasons          to rd-reasons
                move ws-rw-line             to rd-reject-line
                move ws-no-flag             to rd-cleared-flag
                move ws-no-flag             to rd-corrected-flag
                move 0                      to rd-cleared-date
                write reject-detail-record
           end-if.

      * the store and register a record is kept under - a number
      * that is not valid is kept under 00.
       474-normalizekey.
           if ws-rw-store-num is numeric
                move ws-rw-store-num-n      to ws-norm-store
           else
                move 0                      to ws-norm-store
           end-if.
           if ws-rw-register-num is numeric
              and ws-rw-register-num-n <= 20
                move ws-rw-register-num-n   to ws-norm-register
           else
                move 0                      to ws-norm-register
           end-if.

       476-rejectheldleg.
           move ws-pending-e-record         to ws-rw-line.
           move ws-pending-e-reasons        to ws-rw-reasons.
           perform 473-writerejectdetail.

       477-rejectinputrecord.
           move input-line                  to ws-rw-line.
           move ws-reject-reasons           to ws-rw-reasons.
           perform 473-writerejectdetail.

      * a non-basket record (or end of file) arrived while item
      * lines were still waiting for their tender line - the POS
      * way every other rejection prints, and the operator warned.
       456-flushbrokenbasket.
           add 1                            to ws-basket-rejected-total.
           move 16                          to ws-fallback-reason.
           perform 467-flushbasketline
                varying ws-basket-write-sub from 1 by 1
                until ws-basket-write-sub > ws-pending-b-count.
                perform 565-writeflashstate
           else
                perform 550-writecontroltotals
                perform 555-writestoreresults
                perform 570-writevolumes
           end-if.

       565-writeflashstate.

           close control-total-file.

      * each store's rejects for the store scorecard, behind the
      * 'RUN ' record that opens this step's block.
       555-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'A6EDIT  '                  to sr-program-id.
           move ws-date-line                to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 557-writestorereject
                varying ws-srej-idx from 1 by 1
                until ws-srej-idx > 99.
           close store-result-file.

       557-writestorereject.
           if wsr-reject-count (ws-srej-idx) > 0
                move spaces                 to store-result-record
                move 'A6EDIT  '             to sr-program-id
                move ws-date-line           to sr-business-date
                set sr-store-num            to ws-srej-idx
                move 'REJC'                 to sr-result-code
                move wsr-reject-count (ws-srej-idx)
                                             to sr-result-count
                move wsr-reject-amount (ws-srej-idx)
                                             to sr-result-amount
                write store-result-record
           end-if.

      * the records edited per store and register, behind the day's
      * rejects on the reject-detail file.
       570-writevolumes.
           perform 572-writevolumestore
                varying ws-vol-store-sub from 1 by 1
                until ws-vol-store-sub > 100.

       572-writevolumestore.
           perform 574-writevolumeentry
                varying ws-vol-reg-sub from 1 by 1
                until ws-vol-reg-sub > 21.

       574-writevolumeentry.
           if wv-edited-count (ws-vol-store-sub, ws-vol-reg-sub) > 0
                move spaces                 to reject-detail-record
                move ws-date-line           to rd-business-date
                compute rd-store-num = ws-vol-store-sub - 1
                compute rd-register-num = ws-vol-reg-sub - 1
                move 'V'                    to rd-record-type
                move 0                      to rd-reject-seq
                move wv-edited-count (ws-vol-store-sub, ws-vol-reg-sub)
                                             to rd-edited-count
                move zeros                  to rd-reasons
                move 0                      to rd-cleared-date
                write reject-detail-record
           end-if.

       600-closefiles.
           close input-file,
                 store-master,
                 sku-master,
                 cashier-master,
                 gift-card-master,
                 valid-file,
                 invalid-file,
                 output-file.
           if ws-flash-mode-flag = ws-no-flag
                close reject-detail-file
           end-if.
      *
      *

           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

