      *returns as contra entries, with the return tax owing carried as
      *its own posting pair - so the day's figures load straight into
      *the GL instead of being re-keyed off the printed summaries.
      *Also reads A7SPLIT's GCFILE gift card stream - an activation
      *debits the tender it was paid in and credits the gift card
      *liability account, a redemption debits the liability and
      *credits the tender account the sale's card tender came in on.
      *Sales tax collected is figured per store at the rate of the
      *store's tax jurisdiction (STORJUR/JURRATE) and posts as its
      *own pair against the sales tax clearing account; the return
      *tax pair is figured at the same jurisdiction rate, so D3TAXACC
      *can balance what each authority is owed against this extract.
      *A store assigned to no jurisdiction stays on the chain-wide
      *TAXRATE rate.
      *
       environment division.
       configuration section.
               assign to RETFILE
               organization is sequential.

      * the gift card stream A7SPLIT wrote, H/T stamped - activations
      * and redemptions, card number in the sku code field.
           select gift-card-file
               assign to GCFILE
               organization is sequential.

      * same date-effective tax rate table A9RET selects from, so the
      * return tax posting line carries the rate in effect for the day.
           select tax-rate-file
               assign to TAXRATE
               organization is sequential.

      * store-to-jurisdiction assignment - a store's sales and return
      * tax are figured at its own jurisdiction's rate. Optional: a
      * store not on file stays on the chain-wide TAXRATE rate.
           select optional store-jurisdiction-file
               assign to STORJUR
               organization is sequential.

      * date-effective tax rate per jurisdiction, with the authority
      * the tax is remitted to and how often it files.
           select optional jurisdiction-rate-file
               assign to JURRATE
               organization is sequential.

      * same operator-maintained pay-type list A6EDIT validates
      * against - each entry is assigned its own tender GL account, so
      * a new tender is a data change here too, not a recompile.
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
       fd sl-file
           05 rt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd gift-card-file
           recording mode is F
           data record is gc-detail-record
           record contains 36 characters.

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
       fd tax-rate-file
           recording mode is F
           05 tx-effective-date             pic 9(6).
           05 tx-tax-rate                   pic 9V9999.

      **********************************************
       fd store-jurisdiction-file
           recording mode is F
           data record is store-jurisdiction-record
           record contains 10 characters.

       01 store-jurisdiction-record.
           05 sj-store-num                  pic 99.
           05 sj-jurisdiction-code          pic x(4).
           05 filler                        pic x(4).

      **********************************************
       fd jurisdiction-rate-file
           recording mode is F
           data record is jurisdiction-rate-record
           record contains 40 characters.

       01 jurisdiction-rate-record.
           05 jr-jurisdiction-code          pic x(4).
           05 jr-effective-date             pic 9(6).
           05 jr-tax-rate                   pic 9V9999.
           05 jr-authority-name             pic x(20).
           05 jr-filing-freq                pic x.
           05 filler                        pic x(4).

      **********************************************
       fd pay-type-param-file
           recording mode is F
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
       fd gl-map-file
       fd approval-feed-file
           recording mode is F
           data record is approval-feed-record
           record contains 24 characters.

       01 approval-feed-record.
           05 af-invoice-num                pic x(9).
                    value 'A'.
                88 af-reject-action
                    value 'R'.
           05 af-approver-id                pic x(5).
           05 af-decision-date              pic 9(6).
           05 filler                        pic x(3).

      **********************************************
       fd gl-extract-file
                value 'N'.
           05 ws-runctl-status              pic x
                value 'S'.
           05 ws-runctl-time.
                10 ws-runctl-hhmmss          pic 9(6).
                10 filler                    pic 99.
           05 ws-runctl-record-count        pic 9(9)
                value 0.

       01 ws-sl-eof-flag                    pic x
           value 'N'.
       01 ws-ret-eof-flag                   pic x
           value 'N'.
       01 ws-gc-eof-flag                    pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x

       01 ws-tax-rate-eof-flag              pic x
           value 'N'.
       01 ws-storjur-eof-flag               pic x
           value 'N'.
       01 ws-jurrate-eof-flag               pic x
           value 'N'.

      * remaining fixed GL accounts - the revenue, return and tender
      * assignments now come from the finance-maintained GLMAP file;
      * only the tax pair, the gift card liability and the
      * catch-all suspense stay compiled in, since anything unmapped
      * has to land somewhere visible.
       01 ws-gl-accounts.
           05 ws-acct-tax-payable           pic 9(4)
                value 2210.
           05 ws-acct-ret-tax-clearing      pic 9(4)
                value 1210.
           05 ws-acct-sales-tax-clearing    pic 9(4)
                value 1220.
           05 ws-acct-gift-card-liability   pic 9(4)
                value 2250.
           05 ws-acct-tender-suspense       pic 9(4)
                value 1099.

       01 ws-selected-date                  pic 9(6)
           value 0.

      * jurisdiction rate table, loaded from JURRATE - the rate for
      * a jurisdiction on a date is the latest effective-date not
      * after it, the same rule as the chain-wide table.
       01 ws-jur-rate-table.
           05 ws-jur-rate-entry             occurs 200 times
                                             indexed by ws-jrate-idx.
                10 wj-jurisdiction-code      pic x(4).
                10 wj-effective-date         pic 9(6).
                10 wj-tax-rate               pic 9V9999.
       01 ws-jur-rate-count                 pic 9(3)
           value 0.
       01 ws-rate-lookup-jur                pic x(4).
       01 ws-rate-lookup-date               pic 9(6).
       01 ws-rate-found-rate                pic 9V9999.
       01 ws-rate-found-date                pic 9(6).

      * each store's jurisdiction and the rate in effect tonight -
      * subscripted by store number, like the posting table.
       01 ws-store-tax-table.
           05 ws-store-tax-entry            occurs 99 times
                                             indexed by ws-stax-idx.
                10 ws-st-jurisdiction-code   pic x(4).
                10 ws-st-tax-rate            pic 9V9999.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.
                     15 ws-post-l-amount      pic 9(7)V99.
                     15 ws-post-r-count       pic 9(5).
                     15 ws-post-r-amount      pic 9(7)V99.
                     15 ws-post-g-amount      pic 9(7)V99.
                     15 ws-post-d-amount      pic 9(7)V99.
      * revenue and return contra dollars by department - the dept
      * dimension subscripts off ws-dept-list.
                10 ws-post-dept-entry        occurs 50 times
                10 ws-post-store-l-amount    pic 9(7)V99.
                10 ws-post-store-r-amount    pic 9(7)V99.
                10 ws-post-store-tax         pic s9(7)V99.
                10 ws-post-store-sales-tax   pic s9(7)V99.
                10 ws-post-store-g-amount    pic 9(7)V99.
                10 ws-post-store-d-amount    pic 9(7)V99.

       01 ws-tax-work                       pic 9(6)V99.
       01 ws-sales-tax-work                 pic 9(7)V99.

      * yesterday's holds and the manager's decisions - a rejected
      * hold drives one reversing posting block. A9RET polices the
                value 0.
           05 ws-ret-read-count             pic 9(7)
                value 0.
           05 ws-gc-read-count              pic 9(7)
                value 0.
           05 ws-posting-line-count         pic 9(5)
                value 0.
           05 ws-suspense-total             pic 9(5)
                value 0.
           05 ws-ret-read-amount            pic 9(9)V99
                value 0.
           05 ws-gc-load-amount             pic 9(9)V99
                value 0.
           05 ws-gc-redeem-amount           pic 9(9)V99
                value 0.
           05 ws-debit-total                pic 9(9)V99
                value 0.
           05 ws-credit-total               pic 9(9)V99
                value 0.
           05 ws-sales-tax-total            pic s9(9)V99
                value 0.
           05 ws-return-tax-total           pic s9(9)V99
                value 0.

      * trailer figures captured off the two input streams, proved
      * against what was actually read and accumulated.
                value 0.
           05 ws-ret-trailer-amount         pic 9(9)V99
                value 0.
           05 ws-gc-trailer-count           pic 9(7)
                value 0.
           05 ws-gc-trailer-amount          pic 9(9)V99
                value 0.

       01 ws-headings-1.
           05 filler                        pic x(36)
                value spaces.
           05 ws-reversal-amount-out        pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-gift-card-totals.
           05 filler                        pic x(33)
                value "Gift Card Loaded / Redeemed      ".
           05 filler                        pic x(3)
                value " = ".
           05 ws-gift-load-amount-out       pic $ZZZ,ZZZ,ZZZ.99.
           05 filler                        pic x(3)
                value " / ".
           05 ws-gift-redeem-amount-out     pic $ZZZ,ZZZ,ZZZ.99.

       01 ws-tax-totals-line.
           05 filler                        pic x(33)
                value "Sales Tax / Return Tax Posted    ".
           05 filler                        pic x(3)
                value " = ".
           05 ws-sales-tax-total-out        pic $ZZZ,ZZZ,ZZZ.99-.
           05 filler                        pic x(3)
                value " / ".
           05 ws-return-tax-total-out       pic $ZZZ,ZZZ,ZZZ.99-.

       01 ws-posting-count-line.
           05 filler                        pic x(22)
                value "Posting Lines Written ".
           perform 310-initialreadret.
           perform 410-processretrecords
                until ws-ret-eof-flag = ws-yes-flag.
           perform 315-initialreadgc.
           perform 415-processgcrecords
                until ws-gc-eof-flag = ws-yes-flag.
           perform 500-writepostings
                varying ws-store-idx from 1 by 1
                until ws-store-idx > 99.
           perform 550-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-sl-read-count + ws-ret-read-count.
           perform 9600-markruncomplete.

           goback.
                      ws-sku-dept-table,
                      ws-dept-map-table,
                      ws-tender-map-table,
                      ws-dept-list,
                      ws-jur-rate-table,
                      ws-store-tax-table.

           open input  sl-file,
                       ret-file,
                       gift-card-file,
                       tax-rate-file,
                       pay-type-param-file,
                       sku-master,
                perform 9100-logfatal
           end-if.

           open input store-jurisdiction-file.
           perform 132-loadstorejurisdiction
                until ws-storjur-eof-flag = ws-yes-flag.
           close store-jurisdiction-file.

           open input jurisdiction-rate-file.
           perform 134-loadjurisdictionrate
                until ws-jurrate-eof-flag = ws-yes-flag.
           close jurisdiction-rate-file.

           perform 146-setstorerate
                varying ws-stax-idx from 1 by 1
                until ws-stax-idx > 99.

       115-loadpaytypes.
           read pay-type-param-file
                at end
                                                          (ws-tax-idx)
           end-read.

      * one store's jurisdiction - a store outside 1-99 cannot carry
      * sales and is passed over.
       132-loadstorejurisdiction.
           read store-jurisdiction-file
                at end
                     move ws-yes-flag        to ws-storjur-eof-flag
                not at end
                     if sj-store-num is numeric
                        and sj-store-num >= 1
                          set ws-stax-idx    to sj-store-num
                          move sj-jurisdiction-code
                                             to ws-st-jurisdiction-code
                                                          (ws-stax-idx)
                     end-if
           end-read.

       134-loadjurisdictionrate.
           read jurisdiction-rate-file
                at end
                     move ws-yes-flag        to ws-jurrate-eof-flag
                not at end
                     add 1                   to ws-jur-rate-count
                     if ws-jur-rate-count > 200
                          display
                             'B1GLEXT: JURRATE EXCEEDS 200 ENTRIES'
                          move 'JURRATE EXCEEDS 200 ENTRIES'
                                              to ws-log-message
                          move ws-sl-read-count
                                              to ws-log-position
                          perform 9100-logfatal
                     end-if
                     set ws-jrate-idx        to ws-jur-rate-count
                     move jr-jurisdiction-code
                                             to wj-jurisdiction-code
                                                          (ws-jrate-idx)
                     move jr-effective-date  to wj-effective-date
                                                          (ws-jrate-idx)
                     move jr-tax-rate        to wj-tax-rate
                                                          (ws-jrate-idx)
           end-read.

      * pick the rate with the latest effective-date that is not
      * after today - same rule as A9RET.
       140-selecttaxrate.
                                               to ws-selected-date
           end-if.

      * tonight's rate per store - its jurisdiction's rate in effect
      * for the day, or the chain-wide rate for a store assigned to
      * no jurisdiction. An assigned jurisdiction with no rate in
      * effect is fatal, the same as an empty TAXRATE.
       146-setstorerate.
           if ws-st-jurisdiction-code (ws-stax-idx) = spaces
                move ws-active-tax-rate     to ws-st-tax-rate
                                                       (ws-stax-idx)
           else
                move ws-st-jurisdiction-code (ws-stax-idx)
                                             to ws-rate-lookup-jur
                move ws-date-line           to ws-rate-lookup-date
                perform 147-findjurrate
                if ws-rate-found-date = 0
                     display 'B1GLEXT: NO RATE IN EFFECT FOR '
                             'JURISDICTION ' ws-rate-lookup-jur
                     move 'NO JURISDICTION TAX RATE IN EFFECT'
                                         to ws-log-message
                     move ws-sl-read-count
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-rate-found-rate     to ws-st-tax-rate
                                                       (ws-stax-idx)
           end-if.

      * the rate for ws-rate-lookup-jur in effect on
      * ws-rate-lookup-date - found date stays zero when none is.
       147-findjurrate.
           move 0                           to ws-rate-found-rate.
           move 0                           to ws-rate-found-date.
           perform 148-checkjurrateentry
                varying ws-jrate-idx from 1 by 1
                until ws-jrate-idx > ws-jur-rate-count.

       148-checkjurrateentry.
           if wj-jurisdiction-code (ws-jrate-idx) = ws-rate-lookup-jur
              and wj-effective-date (ws-jrate-idx) <=
                                              ws-rate-lookup-date
              and wj-effective-date (ws-jrate-idx) > ws-rate-found-date
                move wj-tax-rate (ws-jrate-idx)
                                             to ws-rate-found-rate
                move wj-effective-date (ws-jrate-idx)
                                             to ws-rate-found-date
           end-if.

      * look the record's tender up on the PAYPARM list - sets the
      * found flag and the entry number for the caller's subscripting.
       150-checkpaytype.
                     add sd-tran-amount     to
                                             ws-post-dept-rev-amount
                                (ws-store-idx ws-post-dept-idx)
      * sales tax collected at the store's jurisdiction rate -
      * exchange legs carry no tax of their own, on either stream.
                     if sd-tran-code not = 'E'
                          set ws-stax-idx    to ws-store-idx
                          compute ws-tax-work = sd-tran-amount *
                                           ws-st-tax-rate (ws-stax-idx)
                          add ws-tax-work    to
                                             ws-post-store-sales-tax
                                                       (ws-store-idx)
                     end-if
                end-if
           end-if
           end-if.
           end-if
           end-if.

       315-initialreadgc.
           read gift-card-file
                at end move ws-yes-flag     to ws-gc-eof-flag.

       415-processgcrecords.
           perform 435-accumulategc.

           read gift-card-file
                at end move ws-yes-flag     to ws-gc-eof-flag.

      * gift card movement accumulates by store and tender - an
      * activation ('G') by the tender it was paid in, a redemption
      * ('D') by the card tender the sale took. A tender off the
      * list lands in suspense on the side it would have posted to,
      * the same way the sale and return streams' do.
       435-accumulategc.
           if gh-record-type = 'H'
                if gh-business-date not = ws-date-line
                     display 'B1GLEXT: GCFILE HEADER DATE '
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
                if gd-tran-code = 'G'
                     add gd-tran-amount     to ws-gc-load-amount
                else
                     add gd-tran-amount     to ws-gc-redeem-amount
                end-if

                move gd-pay-type            to ws-lookup-pay-type
                perform 150-checkpaytype

                if gd-store-num >= 1 and gd-store-num <= 99
                     set ws-store-idx       to gd-store-num
                     if gd-tran-code = 'G'
                          add gd-tran-amount to
                                             ws-post-store-g-amount
                                                       (ws-store-idx)
                     else
                          add gd-tran-amount to
                                             ws-post-store-d-amount
                                                       (ws-store-idx)
                     end-if
                     if ws-paytype-found-flag = ws-no-flag
                          add 1             to ws-suspense-total
                          if gd-tran-code = 'G'
                               add 1        to ws-post-susp-count
                                                       (ws-store-idx)
                               add gd-tran-amount to
                                             ws-post-susp-amount
                                                       (ws-store-idx)
                          else
                               add 1        to ws-post-susp-ret-count
                                                       (ws-store-idx)
                               add gd-tran-amount to
                                             ws-post-susp-ret-amount
                                                       (ws-store-idx)
                          end-if
                     else
                          set ws-post-pt-idx to ws-paytype-found-num
                          if gd-tran-code = 'G'
                               add gd-tran-amount to
                                             ws-post-g-amount
                                             (ws-store-idx
                                                      ws-post-pt-idx)
                          else
                               add gd-tran-amount to
                                             ws-post-d-amount
                                             (ws-store-idx
                                                      ws-post-pt-idx)
                          end-if
                     end-if
                end-if
           end-if
           end-if.

      * return tax on the stream as received: an 'R' accrues tax
      * unless its invoice was already voided, and marks the
      * invoice taxed; a first 'V' arms the invoice and backs tax
      * out where an 'R' had accrued it - a void of a sale-side
      * invoice has no return tax to reverse, so it backs the sale's
      * tax out of the sales tax collected instead; a repeat 'V'
      * does nothing. Rates are the store's jurisdiction rate.
      * Approval holds accrue here like any other return - a later
      * rejection is reversed by the hold-reversal pass, not by this
      * netting. Caller has already range-checked the store.
       440-netreturntax.
           set ws-stax-idx                  to ws-store-idx.
           perform 461-lookupretinvoice.
           if ws-invoice-found-flag = ws-no-flag
                perform 464-storeretinvoice
           if rd-tran-code = 'R'
                if ws-ri-voided-flag (ws-probe-sub) = ws-no-flag
                     compute ws-tax-work = rd-tran-amount *
                                           ws-st-tax-rate (ws-stax-idx)
                     add ws-tax-work        to
                                             ws-post-store-tax
                                                       (ws-store-idx)
                end-if
           else
                if ws-ri-voided-flag (ws-probe-sub) = ws-no-flag
                     compute ws-tax-work = rd-tran-amount *
                                           ws-st-tax-rate (ws-stax-idx)
                     if ws-ri-taxed-flag (ws-probe-sub) = ws-yes-flag
                          subtract ws-tax-work from
                                             ws-post-store-tax
                                                       (ws-store-idx)
                     else
                          subtract ws-tax-work from
                                             ws-post-store-sales-tax
                                                       (ws-store-idx)
                     end-if
                     move ws-yes-flag       to ws-ri-voided-flag
                                                       (ws-probe-sub)
              or ws-post-store-r-amount (ws-store-idx) > 0
              or ws-post-susp-amount (ws-store-idx) > 0
              or ws-post-susp-ret-amount (ws-store-idx) > 0
              or ws-post-store-g-amount (ws-store-idx) > 0
              or ws-post-store-d-amount (ws-store-idx) > 0
                perform 510-writesalespostings
                perform 515-writeleasepostings
                perform 519-writedeptrevline
                     varying ws-post-dept-idx from 1 by 1
                     until ws-post-dept-idx > ws-dept-count
                perform 520-writereturnpostings
                perform 524-writesalestaxpostings
                perform 525-writetaxpostings
                perform 527-writegiftcardpostings
           end-if.

       510-writesalespostings.
                perform 560-writeglrecord
           end-if.

      * sales tax collected posts as its own balanced pair - the
      * tax-payable liability credited against the sales tax
      * clearing account. A day whose sale voids outran its sales
      * posts the pair the other way round.
       524-writesalestaxpostings.
           add ws-post-store-sales-tax (ws-store-idx)
                                             to ws-sales-tax-total.
           if ws-post-store-sales-tax (ws-store-idx) > 0
                move ws-post-store-sales-tax (ws-store-idx)
                                             to ws-sales-tax-work
                move ws-acct-sales-tax-clearing
                                             to ge-account-num
                move "Sales Tax Clearing  "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-sales-tax-work      to ge-amount
                perform 560-writeglrecord

                move ws-acct-tax-payable    to ge-account-num
                move "Sales Tax Payable   "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-sales-tax-work      to ge-amount
                perform 560-writeglrecord
           else
           if ws-post-store-sales-tax (ws-store-idx) < 0
                compute ws-sales-tax-work =
                     0 - ws-post-store-sales-tax (ws-store-idx)
                move ws-acct-tax-payable    to ge-account-num
                move "Sales Tax Payable   "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-sales-tax-work      to ge-amount
                perform 560-writeglrecord

                move ws-acct-sales-tax-clearing
                                             to ge-account-num
                move "Sales Tax Clearing  "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-sales-tax-work      to ge-amount
                perform 560-writeglrecord
           end-if
           end-if.

      * the return tax owing, computed at the day's tax rate, posts
      * as its own balanced pair, reducing the tax-payable liability
      * against the return-tax clearing account finance nets off on
      * filing.
       525-writetaxpostings.
           add ws-post-store-tax (ws-store-idx)
                                             to ws-return-tax-total.
           if ws-post-store-tax (ws-store-idx) > 0
                move ws-acct-tax-payable    to ge-account-num
                move "Sales Tax Payable   "  to ge-account-desc
                perform 560-writeglrecord
           end-if.

      * the store's gift card liability movement - value loaded is
      * owed to the cardholder until spent, so activations credit
      * the liability against the tenders that paid for them, and
      * redemptions debit it against the card tender the sales took.
      * Suspense tenders were folded into 510/520's suspense lines.
       527-writegiftcardpostings.
           perform 528-writegiftloadtenderline
                varying ws-post-pt-idx from 1 by 1
                until ws-post-pt-idx > ws-pay-type-count.

           if ws-post-store-g-amount (ws-store-idx) > 0
                move ws-acct-gift-card-liability
                                             to ge-account-num
                move "Gift Card Liability "  to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-post-store-g-amount (ws-store-idx)
                                             to ge-amount
                perform 560-writeglrecord
           end-if.

           if ws-post-store-d-amount (ws-store-idx) > 0
                move ws-acct-gift-card-liability
                                             to ge-account-num
                move "Gift Card Liability "  to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-post-store-d-amount (ws-store-idx)
                                             to ge-amount
                perform 560-writeglrecord
           end-if.

           perform 529-writegiftredeemtenderline
                varying ws-post-pt-idx from 1 by 1
                until ws-post-pt-idx > ws-pay-type-count.

       528-writegiftloadtenderline.
           if ws-post-g-amount (ws-store-idx ws-post-pt-idx) > 0
                move wp-account-num (ws-post-pt-idx)
                                             to ge-account-num
                move wp-account-desc (ws-post-pt-idx)
                                             to ge-account-desc
                move "DR"                    to ge-dr-cr
                move ws-post-g-amount (ws-store-idx ws-post-pt-idx)
                                             to ge-amount
                perform 560-writeglrecord
           end-if.

       529-writegiftredeemtenderline.
           if ws-post-d-amount (ws-store-idx ws-post-pt-idx) > 0
                move wp-account-num (ws-post-pt-idx)
                                             to ge-account-num
                move wp-account-desc (ws-post-pt-idx)
                                             to ge-account-desc
                move "CR"                    to ge-dr-cr
                move ws-post-d-amount (ws-store-idx ws-post-pt-idx)
                                             to ge-amount
                perform 560-writeglrecord
           end-if.

      * a hold the manager REJECTED was posted in full the night it
      * arrived - one reversing block per rejection squares the GL:
      * the department contra comes back out (CR), the tender credit
           end-if.

      * the rate with the latest effective-date not after the HELD
      * date - the rate the original posting accrued at, off the
      * store's jurisdiction where it has one.
       536-selectheldrate.
           move 0                           to ws-held-rate.
           move 0                           to ws-held-sel-date.
           set ws-stax-idx                  to ws-store-idx.
           if ws-st-jurisdiction-code (ws-stax-idx) = spaces
                perform 537-checkheldrateentry
                     varying ws-tax-idx from 1 by 1
                     until ws-tax-idx > ws-tax-rate-count
           else
                move ws-st-jurisdiction-code (ws-stax-idx)
                                             to ws-rate-lookup-jur
                move wn-held-date (ws-pend-idx)
                                             to ws-rate-lookup-date
                perform 147-findjurrate
                move ws-rate-found-rate     to ws-held-rate
                move ws-rate-found-date     to ws-held-sel-date
           end-if.

       537-checkheldrateentry.
           if wt-effective-date (ws-tax-idx) <=
           end-if.
           write output-line                from ws-tieback-line.

           move "GCFILE  "                  to ws-tb-file-out.
           move ws-gc-read-count            to ws-tb-read-out.
           move ws-gc-trailer-count         to ws-tb-trailer-out.
           add ws-gc-load-amount  ws-gc-redeem-amount
                                             giving ws-tb-amount-out.
           move ws-gc-trailer-amount        to ws-tb-tramount-out.
           if ws-gc-read-count = ws-gc-trailer-count
              and ws-gc-load-amount + ws-gc-redeem-amount =
                  ws-gc-trailer-amount
                move "OK          "          to ws-tb-result-out
           else
                move "*** MISMATCH"          to ws-tb-result-out
                move 'GCFILE TRAILER TIE-BACK MISMATCH'
                                             to ws-log-message
                move ws-gc-read-count       to ws-log-position
                perform 9200-logwarning
           end-if.
           write output-line                from ws-tieback-line.

           move ws-gc-load-amount           to ws-gift-load-amount-out.
           move ws-gc-redeem-amount         to
                                             ws-gift-redeem-amount-out.
           write output-line                from ws-gift-card-totals.

           move ws-suspense-total           to ws-suspense-count-out.
           write output-line                from ws-suspense-totals.

           move ws-reversal-amount          to ws-reversal-amount-out.
           write output-line                from ws-reversal-totals.

           move ws-sales-tax-total          to ws-sales-tax-total-out.
           move ws-return-tax-total         to ws-return-tax-total-out.
           write output-line                from ws-tax-totals-line.

       600-closefiles.
           close sl-file,
                 ret-file,
                 gift-card-file,
                 sku-master,
                 gl-extract-file,
                 output-file.
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

