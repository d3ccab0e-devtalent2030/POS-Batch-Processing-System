       identification division.
       program-id. D6BKOUT.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: D6 Business Date Backout.
      *Controlled backout of one business date, so a day the chain
      *ran on a corrupted poll can be run again clean. For the date
      *on DATEPARM it deletes the sales B2HISTLD loaded to SALEHIST,
      *reverses the unit movement C1INVUPD (and any count C9CNTREC
      *applied) posted to ONHAND - a returned unit only where the
      *date's DISPOSN shows it restocked - deletes the vendor claims
      *E5RETDSP raised for the date, takes the date's gift card
      *activations and redemptions A7SPLIT posted back off GCMAST,
      *restores the approval-hold pending file to where it stood
      *before A9RET ran, steps the period master back to the prior
      *generation on PDCATLG once that generation is proved, and
      *marks the date's RUNCTL entries backed out ('B') so the
      *double-run guard accepts the rerun.
      *Every record reversed is listed on the audit report, with the
      *card refunds A9RET instructed that night for recall by hand.
      *It refuses to run if any later business date has been
      *processed, and every input is proved before a master is
      *touched, so a refusal leaves nothing half backed out. A
      *backout that itself failed part way cannot be run again over
      *the masters it half reversed - they are restored from backup
      *first.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - the date to back out.
           select business-date-file
               assign to DATEPARM
               organization is sequential.

      * shared operations error log - appended, never rewritten, so
      * the morning operator reads one log for the whole chain.
           select optional error-log-file
               assign to ERRLOG
               organization is sequential.

      * chain run-control file - read for what ran on the date, then
      * rewritten in place to mark the date's entries backed out.
           select optional run-control-file
               assign to RUNCTL
               organization is sequential.

      * sales history master - the date's loads are deleted.
           select sales-history
               assign to SALEHIST
               organization is indexed
               access mode is dynamic
               record key is hm-invoice-num
               file status is ws-sales-history-status.

      * on-hand master - the date's movement is reversed.
           select onhand-master
               assign to ONHAND
               organization is indexed
               access mode is random
               record key is oh-inv-key
               file status is ws-onhand-master-status.

      * the date's retained SLFILE, RETFILE and receiving feed - the
      * movement C1INVUPD posted, read again to take it back off.
           select sl-file
               assign to SLFILE
               organization is sequential.

           select ret-file
               assign to RETFILE
               organization is sequential.

           select receiving-file
               assign to RCVFILE
               organization is sequential.

      * the date's gift card stream out of A7SPLIT - the activations
      * and redemptions it posted to GCMAST, read again to take them
      * back off.
           select gift-card-file
               assign to GCFILE
               organization is sequential.

      * gift card balance master - the date's card movement is
      * reversed.
           select gift-card-master
               assign to GCMAST
               organization is indexed
               access mode is random
               record key is gc-card-num
               file status is ws-gift-card-master-status.

      * the date's disposition stream out of E5RETDSP - which of the
      * returned units C1INVUPD put back on the shelf.
           select disposition-file
               assign to DISPOSN
               organization is sequential.

      * vendor claim master - the claims E5RETDSP raised for the
      * date are deleted.
           select vendor-claim-master
               assign to VCLMMAS
               organization is indexed
               access mode is dynamic
               record key is cl-claim-key
               file status is ws-vendor-claim-status.

      * the date's count-variance audit trail out of C9CNTREC.
           select optional count-audit-file
               assign to CNTAUDIT
               organization is sequential.

      * the pending-refund file A9RET read on the date (its PENDIN)
      * and the one it wrote (its PENDOUT).
           select optional pending-refund-in-file
               assign to PENDIN
               organization is sequential.

           select optional pending-refund-out-file
               assign to PENDOUT
               organization is sequential.

      * the restored pending-refund file - the date's PENDIN again,
      * for the rerun of A9RET to read.
           select pending-restored-file
               assign to PENDRST
               organization is sequential.

      * the card refunds A9RET instructed on the date - listed for
      * recall, never reversed here.
           select optional card-refund-file
               assign to CARDRFND
               organization is sequential.

      * period master generation catalog, and the prior generation
      * it is to be stepped back to.
           select optional generation-catalog-file
               assign to PDCATLG
               organization is sequential.

           select period-master
               assign to PDMAST
               organization is sequential.

      * backout audit report
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
      * through 9500-checkruncontrol. A backed-out entry carries 'B'
      * and no longer counts.
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
       fd sl-file
           recording mode is F
           data record is sl-detail-record
           record contains 36 characters.

      * three layouts share the FD - the record type in byte one says
      * which applies: 'H' header, 'T' trailer, else a detail record.
       01 sl-header-record.
           05 sh-record-type                pic x.
           05 sh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 sl-detail-record.
           05 sd-tran-code                  pic x.
           05 sd-tran-amount                pic 9(5)V99.
           05 sd-pay-type                   pic xx.
           05 sd-store-num                  pic 99.
           05 sd-invoice-num                pic x(9).
           05 sd-sku-code                   pic x(15).

       01 sl-trailer-record.
           05 st-record-type                pic x.
           05 st-record-count               pic 9(7).
           05 st-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd ret-file
           recording mode is F
           data record is ret-detail-record
           record contains 36 characters.

       01 ret-header-record.
           05 rh-record-type                pic x.
           05 rh-business-date              pic 9(6).
           05 filler                        pic x(29).

       01 ret-detail-record.
           05 rd-tran-code                  pic x.
           05 rd-tran-amount                pic 9(5)V99.
           05 rd-pay-type                   pic xx.
           05 rd-store-num                  pic 99.
           05 rd-invoice-num                pic x(9).
           05 rd-sku-code                   pic x(15).

       01 ret-trailer-record.
           05 rt-record-type                pic x.
           05 rt-record-count               pic 9(7).
           05 rt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

      **********************************************
       fd receiving-file
           recording mode is F
           data record is receiving-record
           record contains 30 characters.

       01 receiving-record.
           05 rv-store-num                  pic 99.
           05 rv-sku-code                   pic x(15).
           05 rv-quantity                   pic 9(5).
           05 rv-receive-date               pic 9(6).
           05 filler                        pic xx.

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
       fd disposition-file
           recording mode is F
           data record is disposition-record
           record contains 40 characters.

       01 disposition-header-record.
           05 dh-record-type                pic x.
           05 dh-business-date              pic 9(6).
           05 filler                        pic x(33).

       01 disposition-record.
           05 ds-store-num                  pic 99.
           05 ds-invoice-num                pic x(9).
           05 ds-sku-code                   pic x(15).
           05 ds-tran-code                  pic x.
           05 ds-disposition                pic x.
                88 ds-restock
                    value 'R'.
                88 ds-write-off
                    value 'W'.
                88 ds-return-to-vendor
                    value 'V'.
           05 ds-default-flag               pic x.
           05 ds-vendor-code                pic x(6).
           05 filler                        pic x(5).

       01 disposition-trailer-record.
           05 dt-record-type                pic x.
           05 dt-record-count               pic 9(7).
           05 dt-restock-count              pic 9(7).
           05 dt-write-off-count            pic 9(7).
           05 dt-vendor-count               pic 9(7).
           05 filler                        pic x(11).

      **********************************************
       fd vendor-claim-master
           recording mode is F
           data record is vendor-claim-record
           record contains 60 characters.

       01 vendor-claim-record.
           05 cl-claim-key.
                10 cl-vendor-code            pic x(6).
                10 cl-claim-date             pic 9(6).
           05 cl-claim-status               pic x.
                88 cl-claim-open
                    value 'O'.
                88 cl-claim-settled
                    value 'S'.
           05 cl-claim-units                pic 9(5).
           05 cl-claim-amount               pic 9(7)V99.
           05 cl-settled-amount             pic 9(7)V99.
           05 cl-settled-date               pic 9(6).
           05 cl-last-update-date           pic 9(6).
           05 cl-last-credit-date           pic 9(6).
           05 filler                        pic x(6).

      **********************************************
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
       fd pending-refund-in-file
           recording mode is F
           data record is pending-refund-in-record
           record contains 80 characters.

       01 pending-refund-in-record.
           05 pr-invoice-num                pic x(9).
           05 pr-store-num                  pic 99.
           05 pr-pay-type                   pic xx.
           05 pr-sku-code                   pic x(15).
           05 pr-tran-amount                pic 9(5)V99.
           05 pr-held-date                  pic 9(6).
           05 pr-flag-text                  pic x(26).
           05 filler                        pic x(13).

      **********************************************
       fd pending-refund-out-file
           recording mode is F
           data record is pending-refund-out-record
           record contains 80 characters.

       01 pending-refund-out-record.
           05 pw-invoice-num                pic x(9).
           05 pw-store-num                  pic 99.
           05 pw-pay-type                   pic xx.
           05 pw-sku-code                   pic x(15).
           05 pw-tran-amount                pic 9(5)V99.
           05 pw-held-date                  pic 9(6).
           05 pw-flag-text                  pic x(26).
           05 filler                        pic x(13).

      **********************************************
       fd pending-restored-file
           recording mode is F
           data record is pending-restored-record
           record contains 80 characters.

       01 pending-restored-record           pic x(80).

      **********************************************
       fd card-refund-file
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
       fd generation-catalog-file
           recording mode is F
           data record is generation-catalog-record
           record contains 40 characters.

       01 generation-catalog-record.
           05 cg-business-date              pic 9(6).
           05 cg-record-count               pic 9(5).
           05 cg-ytd-amount                 pic 9(11)V99.
           05 cg-run-date                   pic 9(6).
           05 filler                        pic x(10).

      **********************************************
       fd period-master
           recording mode is F
           data record is period-master-record
           record contains 130 characters.

       01 period-master-record.
           05 pm-store-num                  pic 99.
           05 pm-tran-code                  pic x.
           05 pm-pay-type                   pic xx.
           05 pm-last-update-date           pic 9(6).
           05 pm-day-count                  pic 9(7).
           05 pm-day-amount                 pic 9(9)V99.
           05 pm-prior-day-count            pic 9(7).
           05 pm-prior-day-amount           pic 9(9)V99.
           05 pm-ptd-count                  pic 9(7).
           05 pm-ptd-amount                 pic 9(9)V99.
           05 pm-prior-period-count         pic 9(7).
           05 pm-prior-period-amount        pic 9(9)V99.
           05 pm-ytd-count                  pic 9(7).
           05 pm-ytd-amount                 pic 9(9)V99.
           05 pm-fiscal-year                pic 99.
           05 pm-fiscal-period              pic 99.
           05 pm-fiscal-week                pic 99.
           05 pm-wtd-count                  pic 9(7).
           05 pm-wtd-amount                 pic 9(9)V99.
           05 filler                        pic x(5).

      **********************************************
       fd output-file
           recording mode is F
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

      **********************************************
       working-storage section.

      * run-control work fields - the backout waits on no step; the
      * scan of RUNCTL finds what ran on the date instead.
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
           05 ws-later-date-flag            pic x
                value 'N'.
           05 ws-later-date                 pic 9(6)
                value 0.
           05 ws-later-program-id           pic x(8)
                value spaces.
           05 ws-date-entry-count           pic 9(5)
                value 0.
           05 ws-own-start-count            pic 9(5)
                value 0.
           05 ws-own-complete-count         pic 9(5)
                value 0.

      * the steps whose work on the date this program takes back -
      * whether each started and whether it completed.
       01 ws-step-names.
           05 filler                        pic x(8)
                value 'B2HISTLD'.
           05 filler                        pic x(8)
                value 'C1INVUPD'.
           05 filler                        pic x(8)
                value 'C9CNTREC'.
           05 filler                        pic x(8)
                value 'A9RET   '.
           05 filler                        pic x(8)
                value 'B5PDUPD '.
           05 filler                        pic x(8)
                value 'E5RETDSP'.
           05 filler                        pic x(8)
                value 'A7SPLIT '.
       01 ws-step-name-table redefines ws-step-names.
           05 ws-step-name                  pic x(8)
                                             occurs 7 times.
       01 ws-step-status-table.
           05 ws-step-status-entry          occurs 7 times.
                10 ws-step-started-flag      pic x.
                10 ws-step-complete-flag     pic x.
       01 ws-step-sub                       pic 9(3)
           value 0.

       01 ws-sales-history-status           pic xx.
       01 ws-onhand-master-status           pic xx.
       01 ws-vendor-claim-status            pic xx.
       01 ws-gift-card-master-status        pic xx.

       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-sl-eof-flag                    pic x
           value 'N'.
       01 ws-ret-eof-flag                   pic x
           value 'N'.
       01 ws-rcv-eof-flag                   pic x
           value 'N'.
       01 ws-disp-eof-flag                  pic x
           value 'N'.
       01 ws-claim-eof-flag                 pic x
           value 'N'.
       01 ws-gc-eof-flag                    pic x
           value 'N'.
       01 ws-audit-eof-flag                 pic x
           value 'N'.
       01 ws-pendin-eof-flag                pic x
           value 'N'.
       01 ws-pendout-eof-flag               pic x
           value 'N'.
       01 ws-refund-eof-flag                pic x
           value 'N'.
       01 ws-catalog-eof-flag               pic x
           value 'N'.
       01 ws-master-eof-flag                pic x
           value 'N'.
       01 ws-header-seen-flag               pic x
           value 'N'.
       01 ws-trailer-seen-flag              pic x
           value 'N'.
       01 ws-refund-date-ok-flag            pic x
           value 'N'.
       01 ws-key-on-file-flag               pic x
           value 'N'.
       01 ws-pending-found-flag             pic x
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

      * stream proof - what was read against what the trailer says,
      * the same proof C1INVUPD made before it posted the movement.
       01 ws-stream-proof.
           05 ws-stream-read-count          pic 9(7).
           05 ws-stream-read-amount         pic 9(9)V99.
           05 ws-stream-trailer-count       pic 9(7).
           05 ws-stream-trailer-amount      pic 9(9)V99.
           05 ws-ret-unit-count             pic 9(7).

      * the generation catalog - the last entry must be the date's
      * generation, and the one before it the generation to step
      * back to.
       01 ws-catalog-work.
           05 ws-catalog-entries            pic 9(5)
                value 0.
           05 ws-last-gen-date              pic 9(6)
                value 0.
           05 ws-last-gen-count             pic 9(5)
                value 0.
           05 ws-last-gen-ytd-amount        pic 9(11)V99
                value 0.
           05 ws-prior-gen-date             pic 9(6)
                value 0.
           05 ws-prior-gen-count            pic 9(5)
                value 0.
           05 ws-prior-gen-ytd-amount       pic 9(11)V99
                value 0.
           05 ws-master-count               pic 9(5)
                value 0.
           05 ws-master-ytd-amount          pic 9(11)V99
                value 0.

      * the gift card pass under way - redemptions are put back on
      * the cards first, then the activations taken off, so a card
      * loaded and spent the same night never goes below zero.
       01 ws-gc-pass-code                   pic x
           value space.

      * one movement to take back off the on-hand master.
       01 ws-movement-work.
           05 ws-mv-source                  pic x(8).
           05 ws-mv-store-num               pic 99.
           05 ws-mv-sku-code                pic x(15).
           05 ws-mv-quantity                pic s9(7).

      * the holds A9RET wrote on the date, so a hold it read in and
      * no longer carried out (decided that night) can be named as
      * reinstated.
       01 ws-pendout-table.
           05 ws-pendout-entry              occurs 2000 times
                                             indexed by ws-pendout-idx.
                10 wq-invoice-num            pic x(9).
       01 ws-pendout-count                  pic 9(4)
           value 0.
       01 ws-pendout-search-sub             pic 9(4)
           value 0.

       01 ws-counters.
           05 ws-history-read-count         pic 9(7)
                value 0.
           05 ws-history-deleted-count      pic 9(7)
                value 0.
           05 ws-history-deleted-amount     pic 9(9)V99
                value 0.
           05 ws-onhand-reversed-count      pic 9(7)
                value 0.
           05 ws-onhand-missing-count       pic 9(7)
                value 0.
           05 ws-count-reversed-count       pic 9(7)
                value 0.
           05 ws-not-restocked-count        pic 9(7)
                value 0.
           05 ws-claim-deleted-count        pic 9(5)
                value 0.
           05 ws-claim-deleted-amount       pic 9(9)V99
                value 0.
           05 ws-claim-kept-count           pic 9(5)
                value 0.
           05 ws-gc-reversed-count          pic 9(7)
                value 0.
           05 ws-gc-reversed-amount         pic 9(9)V99
                value 0.
           05 ws-gc-deleted-count           pic 9(7)
                value 0.
           05 ws-gc-missing-count           pic 9(7)
                value 0.
           05 ws-rcv-read-count             pic 9(7)
                value 0.
           05 ws-pending-removed-count      pic 9(5)
                value 0.
           05 ws-pending-restored-count     pic 9(5)
                value 0.
           05 ws-pending-reinstated-count   pic 9(5)
                value 0.
           05 ws-refund-listed-count        pic 9(5)
                value 0.
           05 ws-refund-listed-amount       pic 9(9)V99
                value 0.
           05 ws-runctl-marked-count        pic 9(5)
                value 0.

       01 ws-blank-line.
           05 filler                        pic x(132)
                value spaces.

       01 ws-headings-1.
           05 filler                        pic x(32)
                value "Business Date Backout Audit For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(77)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, D6".

       01 ws-headings-2.
           05 filler                        pic x(10)
                value "File".
           05 filler                        pic x(24)
                value "Action".
           05 filler                        pic x(4)
                value "St".
           05 filler                        pic x(17)
                value "Invoice / SKU".
           05 filler                        pic x(11)
                value "   Units".
           05 filler                        pic x(16)
                value "        Amount".
           05 filler                        pic x(40)
                value "Detail".

       01 ws-audit-line.
           05 ws-al-file-out                pic x(8).
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-action-out              pic x(22).
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-store-out               pic x(2).
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-key-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-units-out               pic -Z,ZZZ,ZZ9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-amount-out              pic -ZZ,ZZZ,ZZ9.99.
           05 filler                        pic x(2)
                value spaces.
           05 ws-al-detail-out              pic x(40).

       01 ws-rc-detail.
           05 filler                        pic x(7)
                value "Status ".
           05 ws-rd-status-out              pic x.
           05 filler                        pic x(11)
                value "  Run Date ".
           05 ws-rd-run-date-out            pic 9(6).
           05 filler                        pic x(15)
                value spaces.

       01 ws-step-line.
           05 ws-sl-step-out                pic x(8).
           05 filler                        pic x(11)
                value "  Started ".
           05 ws-sl-started-out             pic x.
           05 filler                        pic x(12)
                value "  Complete ".
           05 ws-sl-complete-out            pic x.
           05 filler                        pic x(2)
                value spaces.
           05 ws-sl-action-out              pic x(50).

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
           perform 100-openfiles.
           perform 200-writeheadings.
           perform 300-proveinputs.
           perform 400-backouthistory.
           perform 410-backoutonhand.
           perform 440-restorepending.
           perform 455-backoutgiftcards.
           perform 460-listcardrefunds.
           perform 470-stepbackcatalog.
           perform 475-backoutclaims.
           perform 480-markruncontrol.
           perform 500-writetotals.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-history-deleted-count + ws-onhand-reversed-count
              + ws-pending-restored-count + ws-runctl-marked-count
              + ws-claim-deleted-count + ws-gc-reversed-count.
           perform 9600-markruncomplete.

           goback.

      * the business date to back out - supplied by operations on
      * DATEPARM, the same card the chain ran the date under.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'D6BKOUT: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'D6BKOUT: INVALID BUSINESS DATE ON DATEPARM'
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
           initialize ws-pendout-table.
           open output output-file.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.
           perform 210-writestepline
                varying ws-step-sub from 1 by 1
                until ws-step-sub > 7.
           write output-line                from ws-blank-line.
           write output-line                from ws-headings-2.
           write output-line                from ws-blank-line.

      * what each step did on the date, as RUNCTL shows it, and what
      * this run does about it.
       210-writestepline.
           move ws-step-name (ws-step-sub)  to ws-sl-step-out.
           move ws-step-started-flag (ws-step-sub)
                                             to ws-sl-started-out.
           move ws-step-complete-flag (ws-step-sub)
                                             to ws-sl-complete-out.
           if ws-step-started-flag (ws-step-sub) = ws-no-flag
                move 'DID NOT RUN - NOTHING TO BACK OUT'
                                             to ws-sl-action-out
           else
                move 'BACKED OUT BELOW'     to ws-sl-action-out
           end-if.
           write output-line                from ws-step-line.

      **********************************************
      * every input the backout leans on is proved before a master
      * is touched - a refusal here leaves the masters exactly as
      * the night left them.
      **********************************************
       300-proveinputs.
      * step 2 is C1INVUPD, step 3 C9CNTREC, step 4 A9RET, step 5
      * B5PDUPD, step 6 E5RETDSP and step 7 A7SPLIT - the order of
      * ws-step-names.
           if ws-step-complete-flag (2) = ws-yes-flag
                perform 310-provesales
                perform 320-provereturns
                perform 327-provedispositions
           end-if.
           if ws-step-complete-flag (3) = ws-yes-flag
                perform 330-provecountaudit
           end-if.
           if ws-step-started-flag (4) = ws-yes-flag
                perform 340-loadpendout
           end-if.
           if ws-step-started-flag (5) = ws-yes-flag
                perform 350-provegeneration
           end-if.
           if ws-step-complete-flag (7) = ws-yes-flag
                perform 332-provegiftcards
           end-if.

      * the date's SLFILE must be the stream C1INVUPD posted - header
      * date and trailer count and amount, the proof it made itself.
       310-provesales.
           move ws-no-flag                  to ws-header-seen-flag.
           move ws-no-flag                  to ws-trailer-seen-flag.
           move ws-no-flag                  to ws-sl-eof-flag.
           move 0                           to ws-stream-read-count,
                                               ws-stream-read-amount,
                                               ws-stream-trailer-count,
                                               ws-stream-trailer-amount.
           open input sl-file.
           perform 315-readslproof
                until ws-sl-eof-flag = ws-yes-flag.
           close sl-file.
           if ws-header-seen-flag = ws-no-flag
              or ws-trailer-seen-flag = ws-no-flag
              or ws-stream-read-count not = ws-stream-trailer-count
              or ws-stream-read-amount not = ws-stream-trailer-amount
                display 'D6BKOUT: SLFILE IS NOT THE STREAM POSTED FOR '
                                             ws-date-line
                move 'SLFILE NOT PROVED FOR BACKOUT DATE'
                                    to ws-log-message
                move ws-stream-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       315-readslproof.
           read sl-file
                at end
                     move ws-yes-flag        to ws-sl-eof-flag
                not at end
                     if sh-record-type = 'H'
                          if sh-business-date = ws-date-line
                               move ws-yes-flag
                                         to ws-header-seen-flag
                          end-if
                     else
                     if st-record-type = 'T'
                          move ws-yes-flag   to ws-trailer-seen-flag
                          move st-record-count
                                         to ws-stream-trailer-count
                          move st-amount-total
                                         to ws-stream-trailer-amount
                     else
                          add 1              to ws-stream-read-count
                          add sd-tran-amount to ws-stream-read-amount
                     end-if
                     end-if
           end-read.

       320-provereturns.
           move ws-no-flag                  to ws-header-seen-flag.
           move ws-no-flag                  to ws-trailer-seen-flag.
           move ws-no-flag                  to ws-ret-eof-flag.
           move 0                           to ws-stream-read-count,
                                               ws-stream-read-amount,
                                               ws-stream-trailer-count,
                                               ws-stream-trailer-amount,
                                               ws-ret-unit-count.
           open input ret-file.
           perform 325-readretproof
                until ws-ret-eof-flag = ws-yes-flag.
           close ret-file.
           if ws-header-seen-flag = ws-no-flag
              or ws-trailer-seen-flag = ws-no-flag
              or ws-stream-read-count not = ws-stream-trailer-count
              or ws-stream-read-amount not = ws-stream-trailer-amount
                display 'D6BKOUT: RETFILE IS NOT THE STREAM POSTED FOR '
                                             ws-date-line
                move 'RETFILE NOT PROVED FOR BACKOUT DATE'
                                    to ws-log-message
                move ws-stream-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       325-readretproof.
           read ret-file
                at end
                     move ws-yes-flag        to ws-ret-eof-flag
                not at end
                     if rh-record-type = 'H'
                          if rh-business-date = ws-date-line
                               move ws-yes-flag
                                         to ws-header-seen-flag
                          end-if
                     else
                     if rt-record-type = 'T'
                          move ws-yes-flag   to ws-trailer-seen-flag
                          move rt-record-count
                                         to ws-stream-trailer-count
                          move rt-amount-total
                                         to ws-stream-trailer-amount
                     else
                          add 1              to ws-stream-read-count
                          add rd-tran-amount to ws-stream-read-amount
                          if rd-tran-code not = 'V'
                               add 1         to ws-ret-unit-count
                          end-if
                     end-if
                     end-if
           end-read.

      * the date's DISPOSN must be the stream C1INVUPD read alongside
      * RETFILE - header date, and one disposition per returned unit
      * proved above.
       327-provedispositions.
           move ws-no-flag                  to ws-header-seen-flag.
           move ws-no-flag                  to ws-trailer-seen-flag.
           move ws-no-flag                  to ws-disp-eof-flag.
           move 0                           to ws-stream-read-count,
                                               ws-stream-trailer-count.
           open input disposition-file.
           perform 328-readdispproof
                until ws-disp-eof-flag = ws-yes-flag.
           close disposition-file.
           if ws-header-seen-flag = ws-no-flag
              or ws-trailer-seen-flag = ws-no-flag
              or ws-stream-read-count not = ws-stream-trailer-count
              or ws-stream-read-count not = ws-ret-unit-count
                display 'D6BKOUT: DISPOSN IS NOT THE STREAM POSTED FOR '
                                             ws-date-line
                move 'DISPOSN NOT PROVED FOR BACKOUT DATE'
                                    to ws-log-message
                move ws-stream-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       328-readdispproof.
           read disposition-file
                at end
                     move ws-yes-flag        to ws-disp-eof-flag
                not at end
                     if dh-record-type = 'H'
                          if dh-business-date = ws-date-line
                               move ws-yes-flag
                                         to ws-header-seen-flag
                          end-if
                     else
                     if dt-record-type = 'T'
                          move ws-yes-flag   to ws-trailer-seen-flag
                          move dt-record-count
                                         to ws-stream-trailer-count
                     else
                          add 1              to ws-stream-read-count
                     end-if
                     end-if
           end-read.

      * the date's GCFILE must be the stream A7SPLIT posted to GCMAST
      * - header date and trailer count and amount, the same proof
      * as SLFILE and RETFILE, which the same run wrote alongside it.
       332-provegiftcards.
           move ws-no-flag                  to ws-header-seen-flag.
           move ws-no-flag                  to ws-trailer-seen-flag.
           move ws-no-flag                  to ws-gc-eof-flag.
           move 0                           to ws-stream-read-count,
                                               ws-stream-read-amount,
                                               ws-stream-trailer-count,
                                               ws-stream-trailer-amount.
           open input gift-card-file.
           perform 333-readgcproof
                until ws-gc-eof-flag = ws-yes-flag.
           close gift-card-file.
           if ws-header-seen-flag = ws-no-flag
              or ws-trailer-seen-flag = ws-no-flag
              or ws-stream-read-count not = ws-stream-trailer-count
              or ws-stream-read-amount not = ws-stream-trailer-amount
                display 'D6BKOUT: GCFILE IS NOT THE STREAM POSTED FOR '
                                             ws-date-line
                move 'GCFILE NOT PROVED FOR BACKOUT DATE'
                                    to ws-log-message
                move ws-stream-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       333-readgcproof.
           read gift-card-file
                at end
                     move ws-yes-flag        to ws-gc-eof-flag
                not at end
                     if gh-record-type = 'H'
                          if gh-business-date = ws-date-line
                               move ws-yes-flag
                                         to ws-header-seen-flag
                          end-if
                     else
                     if gt-record-type = 'T'
                          move ws-yes-flag   to ws-trailer-seen-flag
                          move gt-record-count
                                         to ws-stream-trailer-count
                          move gt-amount-total
                                         to ws-stream-trailer-amount
                     else
                          add 1              to ws-stream-read-count
                          add gd-tran-amount to ws-stream-read-amount
                     end-if
                     end-if
           end-read.

      * every count-variance record must carry the backout date - a
      * record from another night means the wrong CNTAUDIT is
      * mounted.
       330-provecountaudit.
           move ws-no-flag                  to ws-audit-eof-flag.
           move 0                           to ws-stream-read-count.
           open input count-audit-file.
           perform 335-readauditproof
                until ws-audit-eof-flag = ws-yes-flag.
           close count-audit-file.

       335-readauditproof.
           read count-audit-file
                at end
                     move ws-yes-flag        to ws-audit-eof-flag
                not at end
                     add 1                   to ws-stream-read-count
                     if ca-business-date not = ws-date-line
                          display 'D6BKOUT: CNTAUDIT DATE '
                                  ca-business-date
                                  ' IS NOT THE BACKOUT DATE'
                          move 'CNTAUDIT NOT WRITTEN FOR BACKOUT DATE'
                                         to ws-log-message
                          move ws-stream-read-count
                                         to ws-log-position
                          perform 9100-logfatal
                     end-if
           end-read.

      * the holds A9RET carried out of the date - a hold dated later
      * than the backout date means a later PENDOUT is mounted.
       340-loadpendout.
           move ws-no-flag                  to ws-pendout-eof-flag.
           open input pending-refund-out-file.
           perform 345-readpendout
                until ws-pendout-eof-flag = ws-yes-flag.
           close pending-refund-out-file.

       345-readpendout.
           read pending-refund-out-file
                at end
                     move ws-yes-flag        to ws-pendout-eof-flag
                not at end
                     if pw-held-date > ws-date-line
                          display 'D6BKOUT: PENDOUT HOLD DATED '
                                  pw-held-date
                                  ' IS AFTER THE BACKOUT DATE'
                          move 'PENDOUT NOT WRITTEN FOR BACKOUT DATE'
                                         to ws-log-message
                          move ws-pendout-count
                                         to ws-log-position
                          perform 9100-logfatal
                     end-if
                     if ws-pendout-count >= 2000
                          display 'D6BKOUT: PENDING TABLE EXCEEDS 2000'
                          move 'PENDING TABLE EXCEEDS 2000'
                                         to ws-log-message
                          move ws-pendout-count
                                         to ws-log-position
                          perform 9100-logfatal
                     end-if
                     add 1                   to ws-pendout-count
                     set ws-pendout-idx      to ws-pendout-count
                     move pw-invoice-num     to wq-invoice-num
                                                       (ws-pendout-idx)
           end-read.

      * the catalog's last entry must be the date's generation and
      * there must be one before it; PDMAST must then prove to that
      * prior entry - count and YTD dollar fingerprint, the same
      * proof B5PDUPD makes - before the catalog is stepped back.
       350-provegeneration.
           move ws-no-flag                  to ws-catalog-eof-flag.
           open input generation-catalog-file.
           perform 355-readcatalog
                until ws-catalog-eof-flag = ws-yes-flag.
           close generation-catalog-file.

           if ws-catalog-entries = 0
              or ws-last-gen-date not = ws-date-line
                if ws-step-complete-flag (5) = ws-yes-flag
                     display 'D6BKOUT: LAST PDCATLG ENTRY IS NOT '
                             ws-date-line
                     move 'LAST PDCATLG ENTRY IS NOT THE BACKOUT DATE'
                                         to ws-log-message
                     move ws-catalog-entries
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
      * a B5PDUPD that never reached its catalog write left the
      * catalog as it was - there is nothing to step back.
                move ws-no-flag             to ws-step-started-flag (5)
           else
                if ws-catalog-entries < 2
                     display 'D6BKOUT: NO PRIOR GENERATION ON PDCATLG'
                     move 'NO PRIOR GENERATION ON PDCATLG'
                                         to ws-log-message
                     move ws-catalog-entries
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                perform 360-provemaster
           end-if.

      * the last entry wins, as in B5PDUPD - the one before it is
      * kept alongside.
       355-readcatalog.
           read generation-catalog-file
                at end
                     move ws-yes-flag        to ws-catalog-eof-flag
                not at end
                     add 1                   to ws-catalog-entries
                     move ws-last-gen-date   to ws-prior-gen-date
                     move ws-last-gen-count  to ws-prior-gen-count
                     move ws-last-gen-ytd-amount
                                         to ws-prior-gen-ytd-amount
                     move cg-business-date   to ws-last-gen-date
                     move cg-record-count    to ws-last-gen-count
                     move cg-ytd-amount      to ws-last-gen-ytd-amount
           end-read.

       360-provemaster.
           move ws-no-flag                  to ws-master-eof-flag.
           open input period-master.
           perform 365-readmaster
                until ws-master-eof-flag = ws-yes-flag.
           close period-master.
           if ws-master-count not = ws-prior-gen-count
              or ws-master-ytd-amount not = ws-prior-gen-ytd-amount
                display 'D6BKOUT: PDMAST IS NOT THE PRIOR GENERATION'
                display '  CATALOG COUNT  ' ws-prior-gen-count
                        '  LOADED '         ws-master-count
                display '  CATALOG YTD $  ' ws-prior-gen-ytd-amount
                        '  LOADED '         ws-master-ytd-amount
                move 'PDMAST IS NOT THE PRIOR CATALOGED GENERATION'
                                    to ws-log-message
                move ws-master-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       365-readmaster.
           read period-master
                at end
                     move ws-yes-flag        to ws-master-eof-flag
                not at end
                     add 1                   to ws-master-count
                     add pm-ytd-amount       to ws-master-ytd-amount
           end-read.

      **********************************************
      * the backout proper - SALEHIST, ONHAND, the pending holds,
      * GCMAST, the catalog and VCLMMAS, then RUNCTL last. A failure
      * part way leaves the date still showing run but the masters
      * part reversed, and how far it got is not known - the startup
      * gate refuses a second backout over them until the masters
      * are restored from the backup taken before this run.
      **********************************************

      * every history record dated the backout date comes off - the
      * master is keyed by invoice, so the whole file is passed.
       400-backouthistory.
           if ws-step-started-flag (1) = ws-yes-flag
                open i-o sales-history
                if ws-sales-history-status = '35'
                     move 'SALEHIST NOT FOUND - NO HISTORY TO DELETE'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9200-logwarning
                else
                     perform 810-checkhistoryio
                     move ws-no-flag     to ws-history-eof-flag
                     perform 405-readhistory
                          until ws-history-eof-flag = ws-yes-flag
                     close sales-history
                end-if
                move spaces                 to ws-audit-line
                move 'SALEHIST'             to ws-al-file-out
                move 'TOTAL DELETED'        to ws-al-action-out
                move ws-history-deleted-count
                                             to ws-al-units-out
                move ws-history-deleted-amount
                                             to ws-al-amount-out
                write output-line           from ws-audit-line
                write output-line           from ws-blank-line
           end-if.

       405-readhistory.
           read sales-history next record
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-read-count
                     if hm-sale-date = ws-date-line
                          perform 407-deletehistory
                     end-if
           end-read.
           if ws-history-eof-flag = ws-no-flag
                perform 810-checkhistoryio
           end-if.

       407-deletehistory.
           move spaces                      to ws-audit-line.
           move 'SALEHIST'                  to ws-al-file-out.
           move 'HISTORY DELETED'           to ws-al-action-out.
           move hm-store-num                to ws-al-store-out.
           move hm-invoice-num              to ws-al-key-out.
           move 1                           to ws-al-units-out.
           move hm-tran-amount              to ws-al-amount-out.
           move hm-sku-code                 to ws-al-detail-out.
           delete sales-history record.
           perform 810-checkhistoryio.
           add 1                            to ws-history-deleted-count.
           add hm-tran-amount               to
                                             ws-history-deleted-amount.
           write output-line                from ws-audit-line.

      * the unit movement C1INVUPD posted is taken back off - a sale
      * puts its unit back, a return or exchange leg takes it off
      * again, a receipt comes off - and any count C9CNTREC applied
      * is undone by its recorded variance.
       410-backoutonhand.
           if ws-step-complete-flag (2) = ws-yes-flag
                open i-o onhand-master
                perform 820-checkonhandio
                if ws-step-complete-flag (3) = ws-yes-flag
                     move ws-no-flag     to ws-audit-eof-flag
                     open input count-audit-file
                     perform 425-readcountaudit
                          until ws-audit-eof-flag = ws-yes-flag
                     close count-audit-file
                end-if
                move ws-no-flag             to ws-sl-eof-flag
                open input sl-file
                perform 415-readsales
                     until ws-sl-eof-flag = ws-yes-flag
                close sl-file
                move ws-no-flag             to ws-ret-eof-flag
                move ws-no-flag             to ws-disp-eof-flag
                open input ret-file,
                           disposition-file
                perform 420-readreturns
                     until ws-ret-eof-flag = ws-yes-flag
                close ret-file,
                      disposition-file
                move ws-no-flag             to ws-rcv-eof-flag
                open input receiving-file
                perform 422-readreceiving
                     until ws-rcv-eof-flag = ws-yes-flag
                close receiving-file
                close onhand-master
                write output-line           from ws-blank-line
           end-if.

       415-readsales.
           read sl-file
                at end
                     move ws-yes-flag        to ws-sl-eof-flag
                not at end
                     if sh-record-type not = 'H'
                        and st-record-type not = 'T'
                          move 'SLFILE'      to ws-mv-source
                          move sd-store-num  to ws-mv-store-num
                          move sd-sku-code   to ws-mv-sku-code
                          move 1             to ws-mv-quantity
                          perform 430-reversemovement
                     end-if
           end-read.

      * a void moved money, not merchandise, so C1INVUPD posted no
      * unit for it and none is taken back here. DISPOSN is read
      * alongside, one disposition per returned unit, as C1INVUPD
      * read it - only a restocked unit went back on the shelf.
       420-readreturns.
           read ret-file
                at end
                     move ws-yes-flag        to ws-ret-eof-flag
                not at end
                     if rh-record-type not = 'H'
                        and rt-record-type not = 'T'
                        and rd-tran-code not = 'V'
                          perform 421-readdisposition
                          if ds-restock
                               move 'RETFILE'
                                             to ws-mv-source
                               move rd-store-num
                                             to ws-mv-store-num
                               move rd-sku-code
                                             to ws-mv-sku-code
                               move -1       to ws-mv-quantity
                               perform 430-reversemovement
                          else
                               add 1         to ws-not-restocked-count
                          end-if
                     end-if
           end-read.

      * the next detail, past the header - proved in step with
      * RETFILE above, so running out here means the file changed
      * under the backout.
       421-readdisposition.
           read disposition-file
                at end move ws-yes-flag     to ws-disp-eof-flag.
           if ws-disp-eof-flag = ws-no-flag
              and dh-record-type = 'H'
                read disposition-file
                     at end move ws-yes-flag
                                             to ws-disp-eof-flag
                end-read
           end-if.
           if ws-disp-eof-flag = ws-yes-flag
              or dt-record-type = 'T'
              or ds-store-num not = rd-store-num
              or ds-sku-code not = rd-sku-code
                display 'D6BKOUT: DISPOSN OUT OF STEP WITH RETFILE'
                move 'DISPOSN OUT OF STEP WITH RETFILE'
                                    to ws-log-message
                move ws-onhand-reversed-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * a receiving record C1INVUPD skipped as not numeric is skipped
      * again.
       422-readreceiving.
           read receiving-file
                at end
                     move ws-yes-flag        to ws-rcv-eof-flag
                not at end
                     add 1                   to ws-rcv-read-count
                     if rv-quantity is numeric
                        and rv-store-num is numeric
                          move 'RCVFILE'     to ws-mv-source
                          move rv-store-num  to ws-mv-store-num
                          move rv-sku-code   to ws-mv-sku-code
                          compute ws-mv-quantity = 0 - rv-quantity
                          perform 430-reversemovement
                     end-if
           end-read.

       425-readcountaudit.
           read count-audit-file
                at end
                     move ws-yes-flag        to ws-audit-eof-flag
                not at end
                     if ca-variance-qty not = 0
                          move 'CNTAUDIT'    to ws-mv-source
                          move ca-store-num  to ws-mv-store-num
                          move ca-sku-code   to ws-mv-sku-code
                          compute ws-mv-quantity = 0 - ca-variance-qty
                          add 1              to ws-count-reversed-count
                          perform 430-reversemovement
                     end-if
           end-read.

      * one reversing movement against the master. A key that is no
      * longer on the master cannot be put back - it is listed and
      * warned, and the rest of the date still comes off.
       430-reversemovement.
           move spaces                      to ws-audit-line.
           move 'ONHAND'                    to ws-al-file-out.
           move ws-mv-store-num             to ws-al-store-out.
           move ws-mv-sku-code              to ws-al-key-out.
           move ws-mv-quantity              to ws-al-units-out.
           move 0                           to ws-al-amount-out.
           move ws-mv-source                to ws-al-detail-out.

           move ws-yes-flag                 to ws-key-on-file-flag.
           move ws-mv-store-num             to oh-store-num.
           move ws-mv-sku-code              to oh-sku-code.
           read onhand-master
                invalid key
                     move ws-no-flag        to ws-key-on-file-flag
           end-read.
           perform 820-checkonhandio.

           if ws-key-on-file-flag = ws-no-flag
                add 1                       to ws-onhand-missing-count
                move 'KEY NOT ON FILE'      to ws-al-action-out
                move 'ONHAND KEY NOT ON FILE - MOVEMENT NOT REVERSED'
                                             to ws-log-message
                move ws-onhand-missing-count
                                             to ws-log-position
                perform 9200-logwarning
           else
                add ws-mv-quantity          to oh-on-hand-qty
                rewrite onhand-master-record
                perform 820-checkonhandio
                add 1                       to ws-onhand-reversed-count
                move 'MOVEMENT REVERSED'    to ws-al-action-out
           end-if.
           write output-line                from ws-audit-line.

      * the pending holds go back to where they stood before A9RET
      * ran: PENDRST is the date's PENDIN again, for the rerun to
      * read. The holds the night added, and the holds it decided
      * and dropped, are listed so the approvers know what changed.
       440-restorepending.
           if ws-step-started-flag (4) = ws-yes-flag
                open output pending-restored-file
                move ws-no-flag             to ws-pendin-eof-flag
                open input pending-refund-in-file
                perform 445-readpendin
                     until ws-pendin-eof-flag = ws-yes-flag
                close pending-refund-in-file
                close pending-restored-file
                move ws-no-flag             to ws-pendout-eof-flag
                open input pending-refund-out-file
                perform 450-readpendoutheld
                     until ws-pendout-eof-flag = ws-yes-flag
                close pending-refund-out-file
                write output-line           from ws-blank-line
           end-if.

       445-readpendin.
           read pending-refund-in-file
                at end
                     move ws-yes-flag        to ws-pendin-eof-flag
                not at end
                     move pending-refund-in-record
                                         to pending-restored-record
                     write pending-restored-record
                     add 1                   to
                                             ws-pending-restored-count
                     perform 447-findpendout
                     if ws-pending-found-flag = ws-no-flag
                          add 1              to
                                             ws-pending-reinstated-count
                          move spaces        to ws-audit-line
                          move 'PENDING'     to ws-al-file-out
                          move 'HOLD REINSTATED'
                                             to ws-al-action-out
                          move pr-store-num  to ws-al-store-out
                          move pr-invoice-num
                                             to ws-al-key-out
                          move 1             to ws-al-units-out
                          move pr-tran-amount
                                             to ws-al-amount-out
                          move pr-flag-text  to ws-al-detail-out
                          write output-line  from ws-audit-line
                     end-if
           end-read.

      * linear search of the night's PENDOUT invoices - the same way
      * A9RET matches its held-invoice table.
       447-findpendout.
           move ws-no-flag                  to ws-pending-found-flag.
           perform 448-checkpendoutentry
                varying ws-pendout-search-sub from 1 by 1
                until ws-pendout-search-sub > ws-pendout-count
                   or ws-pending-found-flag = ws-yes-flag.

       448-checkpendoutentry.
           set ws-pendout-idx               to ws-pendout-search-sub.
           if wq-invoice-num (ws-pendout-idx) = pr-invoice-num
                move ws-yes-flag            to ws-pending-found-flag
           end-if.

       450-readpendoutheld.
           read pending-refund-out-file
                at end
                     move ws-yes-flag        to ws-pendout-eof-flag
                not at end
                     if pw-held-date = ws-date-line
                          add 1              to
                                             ws-pending-removed-count
                          move spaces        to ws-audit-line
                          move 'PENDING'     to ws-al-file-out
                          move 'HOLD REMOVED'
                                             to ws-al-action-out
                          move pw-store-num  to ws-al-store-out
                          move pw-invoice-num
                                             to ws-al-key-out
                          move 1             to ws-al-units-out
                          move pw-tran-amount
                                             to ws-al-amount-out
                          move pw-flag-text  to ws-al-detail-out
                          write output-line  from ws-audit-line
                     end-if
           end-read.

      * the gift card movement A7SPLIT posted is taken back off the
      * master - a redemption goes back on the card, an activation or
      * reload comes off it. A card the date activated from nothing
      * is deleted outright, so the rerun activates it afresh. The
      * last-activity date and the status of a card the date
      * re-activated are not kept on the master and are left as the
      * night set them.
       455-backoutgiftcards.
           if ws-step-complete-flag (7) = ws-yes-flag
                open i-o gift-card-master
                if ws-gift-card-master-status = '35'
                     move 'GCMAST NOT FOUND - NO CARD MOVEMENT REVERSED'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9200-logwarning
                else
                     perform 840-checkgiftcardio
                     move 'D'            to ws-gc-pass-code
                     perform 456-passgiftcards
                     move 'G'            to ws-gc-pass-code
                     perform 456-passgiftcards
                     close gift-card-master
                end-if
                move spaces                 to ws-audit-line
                move 'GCMAST'               to ws-al-file-out
                move 'TOTAL REVERSED'       to ws-al-action-out
                move ws-gc-reversed-count   to ws-al-units-out
                move ws-gc-reversed-amount  to ws-al-amount-out
                write output-line           from ws-audit-line
                write output-line           from ws-blank-line
           end-if.

       456-passgiftcards.
           move ws-no-flag                  to ws-gc-eof-flag.
           open input gift-card-file.
           perform 457-readgiftcards
                until ws-gc-eof-flag = ws-yes-flag.
           close gift-card-file.

       457-readgiftcards.
           read gift-card-file
                at end
                     move ws-yes-flag        to ws-gc-eof-flag
                not at end
                     if gh-record-type not = 'H'
                        and gt-record-type not = 'T'
                        and gd-tran-code = ws-gc-pass-code
                          perform 458-reversegiftcard
                     end-if
           end-read.

      * a card no longer on the master cannot be put back - it is
      * listed and warned, and the rest of the date still comes off.
       458-reversegiftcard.
           move spaces                      to ws-audit-line.
           move 'GCMAST'                    to ws-al-file-out.
           move gd-store-num                to ws-al-store-out.
           move gd-card-num                 to ws-al-key-out.
           move 0                           to ws-al-units-out.
           move gd-tran-amount              to ws-al-amount-out.
           move gd-invoice-num              to ws-al-detail-out.

           move ws-yes-flag                 to ws-key-on-file-flag.
           move gd-card-num                 to gc-card-num.
           read gift-card-master
                invalid key
                     move ws-no-flag        to ws-key-on-file-flag
           end-read.
           perform 840-checkgiftcardio.

           if ws-key-on-file-flag = ws-no-flag
                add 1                       to ws-gc-missing-count
                move 'CARD NOT ON FILE'     to ws-al-action-out
                move 'GCMAST CARD NOT ON FILE - MOVEMENT NOT REVERSED'
                                             to ws-log-message
                move ws-gc-missing-count    to ws-log-position
                perform 9200-logwarning
           else
                add 1                       to ws-gc-reversed-count
                add gd-tran-amount          to ws-gc-reversed-amount
                if gd-tran-code = 'D'
                     add gd-tran-amount     to gc-balance
                     if gd-tran-amount > gc-total-redeemed
                          move 0            to gc-total-redeemed
                     else
                          subtract gd-tran-amount
                                             from gc-total-redeemed
                     end-if
                     move 'REDEMPTION REVERSED'
                                             to ws-al-action-out
                else
                     if gd-tran-amount > gc-balance
                          move 0            to gc-balance
                          move 'GCMAST BALANCE SHORT OF LOAD REVERSED'
                                             to ws-log-message
                          move ws-gc-reversed-count
                                             to ws-log-position
                          perform 9200-logwarning
                     else
                          subtract gd-tran-amount
                                             from gc-balance
                     end-if
                     if gd-tran-amount > gc-total-loaded
                          move 0            to gc-total-loaded
                     else
                          subtract gd-tran-amount
                                             from gc-total-loaded
                     end-if
                     move 'ACTIVATION REVERSED'
                                             to ws-al-action-out
                end-if
                if gd-tran-code = 'G'
                   and gc-activated-date = ws-date-line
                   and gc-total-loaded = 0
                   and gc-total-redeemed = 0
                     delete gift-card-master record
                     perform 840-checkgiftcardio
                     add 1                  to ws-gc-deleted-count
                     move 'CARD DELETED'    to ws-al-action-out
                else
                     rewrite gift-card-master-record
                     perform 840-checkgiftcardio
                end-if
           end-if.
           write output-line                from ws-audit-line.

      * a card refund A9RET instructed has gone to the acquirer and
      * cannot be taken back by a file - each is listed for the card
      * team to recall before the rerun issues it a second time.
       460-listcardrefunds.
           if ws-step-started-flag (4) = ws-yes-flag
                move ws-no-flag             to ws-refund-date-ok-flag
                move ws-no-flag             to ws-refund-eof-flag
                open input card-refund-file
                perform 465-readcardrefund
                     until ws-refund-eof-flag = ws-yes-flag
                close card-refund-file
                if ws-refund-listed-count > 0
                     move 'CARD REFUNDS ISSUED ON BACKOUT DATE - RECALL'
                                         to ws-log-message
                     move ws-refund-listed-count
                                         to ws-log-position
                     perform 9200-logwarning
                end-if
                write output-line           from ws-blank-line
           end-if.

      * a CARDRFND headed for another date is not the night's
      * extract - nothing is listed off it, and the operator is
      * warned.
       465-readcardrefund.
           read card-refund-file
                at end
                     move ws-yes-flag        to ws-refund-eof-flag
                not at end
                     if ch-record-type = 'H'
                          if ch-business-date = ws-date-line
                               move ws-yes-flag
                                         to ws-refund-date-ok-flag
                          else
                               move 'CARDRFND NOT FOR BACKOUT DATE'
                                         to ws-log-message
                               move 0    to ws-log-position
                               perform 9200-logwarning
                          end-if
                     else
                     if cf-record-type not = 'T'
                        and ws-refund-date-ok-flag = ws-yes-flag
                          add 1              to ws-refund-listed-count
                          add cr-tran-amount to ws-refund-listed-amount
                          move spaces        to ws-audit-line
                          move 'CARDRFND'    to ws-al-file-out
                          move 'REFUND ISSUED - RECALL'
                                             to ws-al-action-out
                          move cr-store-num  to ws-al-store-out
                          move cr-invoice-num
                                             to ws-al-key-out
                          move 1             to ws-al-units-out
                          move cr-tran-amount
                                             to ws-al-amount-out
                          move cr-pay-type   to ws-al-detail-out
                          write output-line  from ws-audit-line
                     end-if
                     end-if
           end-read.

      * the prior generation goes back on the end of the catalog,
      * restamped with tonight's run date - B5PDUPD takes the last
      * entry as the one PDMAST must prove to, so the rerun expects
      * the generation proved above.
       470-stepbackcatalog.
           if ws-step-started-flag (5) = ws-yes-flag
                open extend generation-catalog-file
                move spaces                 to
                                           generation-catalog-record
                move ws-prior-gen-date      to cg-business-date
                move ws-prior-gen-count     to cg-record-count
                move ws-prior-gen-ytd-amount
                                             to cg-ytd-amount
                move ws-run-date            to cg-run-date
                write generation-catalog-record
                close generation-catalog-file
                move spaces                 to ws-audit-line
                move 'PDCATLG'              to ws-al-file-out
                move 'STEPPED BACK TO'      to ws-al-action-out
                move ws-prior-gen-date      to ws-al-key-out
                move ws-prior-gen-count     to ws-al-units-out
                move ws-prior-gen-ytd-amount
                                             to ws-al-amount-out
                move 'PDMAST PROVED TO THIS GENERATION'
                                             to ws-al-detail-out
                write output-line           from ws-audit-line
                write output-line           from ws-blank-line
           end-if.

      * the return-to-vendor claims E5RETDSP raised for the date come
      * off the claim master, so the rerun raises them again from
      * nothing. A claim a vendor has already credited is left on
      * file and warned - the credit is real money and is not undone
      * here - but its claimed units and amount are cleared, so the
      * rerun claims them once over the credit already applied. The
      * cleared claim stands settled by its credit until the rerun
      * claims more against it than was credited.
       475-backoutclaims.
           if ws-step-started-flag (6) = ws-yes-flag
                open i-o vendor-claim-master
                if ws-vendor-claim-status = '35'
                     move 'VCLMMAS NOT FOUND - NO CLAIMS TO DELETE'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9200-logwarning
                else
                     perform 830-checkclaimio
                     move ws-no-flag     to ws-claim-eof-flag
                     perform 477-readclaim
                          until ws-claim-eof-flag = ws-yes-flag
                     close vendor-claim-master
                end-if
                move spaces                 to ws-audit-line
                move 'VCLMMAS'              to ws-al-file-out
                move 'TOTAL DELETED'        to ws-al-action-out
                move ws-claim-deleted-count to ws-al-units-out
                move ws-claim-deleted-amount
                                             to ws-al-amount-out
                write output-line           from ws-audit-line
                write output-line           from ws-blank-line
           end-if.

       477-readclaim.
           read vendor-claim-master next record
                at end
                     move ws-yes-flag        to ws-claim-eof-flag
                not at end
                     if cl-claim-date = ws-date-line
                          perform 479-deleteclaim
                     end-if
           end-read.
           if ws-claim-eof-flag = ws-no-flag
                perform 830-checkclaimio
           end-if.

       479-deleteclaim.
           move spaces                      to ws-audit-line.
           move 'VCLMMAS'                   to ws-al-file-out.
           move cl-vendor-code              to ws-al-key-out.
           move cl-claim-units              to ws-al-units-out.
           move cl-claim-amount             to ws-al-amount-out.
           if cl-settled-amount > 0
                add 1                       to ws-claim-kept-count
                move 'CREDITED - CLAIM CLEARED'
                                             to ws-al-action-out
                move 'VENDOR CREDIT KEPT - UNITS AND AMOUNT CLEARED'
                                             to ws-al-detail-out
                move 0                      to cl-claim-units
                move 0                      to cl-claim-amount
                move 'S'                    to cl-claim-status
                move cl-last-credit-date    to cl-settled-date
                move ws-run-date            to cl-last-update-date
                rewrite vendor-claim-record
                perform 830-checkclaimio
                move 'CREDITED VENDOR CLAIM CLEARED FOR RERUN'
                                             to ws-log-message
                move ws-claim-kept-count    to ws-log-position
                perform 9200-logwarning
           else
                move 'CLAIM DELETED'        to ws-al-action-out
                delete vendor-claim-master record
                perform 830-checkclaimio
                add 1                       to ws-claim-deleted-count
                add cl-claim-amount         to ws-claim-deleted-amount
           end-if.
           write output-line                from ws-audit-line.

      * last of all, the date's run-control entries are marked 'B' -
      * backed out - so the double-run guard and the predecessor
      * checks no longer see the date as run. This run's own
      * entries stand.
       480-markruncontrol.
           move ws-no-flag                  to ws-runctl-eof-flag.
           open i-o run-control-file.
           perform 485-readmarkruncontrol
                until ws-runctl-eof-flag = ws-yes-flag.
           close run-control-file.

       485-readmarkruncontrol.
           read run-control-file
                at end
                     move ws-yes-flag        to ws-runctl-eof-flag
                not at end
                     if rc-program-id not = 'D6BKOUT '
                        and rc-business-date = ws-date-line
                        and (rc-status = 'S' or rc-status = 'C')
                          move spaces        to ws-audit-line
                          move 'RUNCTL'      to ws-al-file-out
                          move 'MARKED BACKED OUT'
                                             to ws-al-action-out
                          move rc-program-id to ws-al-key-out
                          move 0             to ws-al-units-out
                          move 0             to ws-al-amount-out
                          move rc-status     to ws-rd-status-out
                          move rc-run-date   to ws-rd-run-date-out
                          move ws-rc-detail  to ws-al-detail-out
                          move 'B'           to rc-status
                          rewrite run-control-record
                          add 1              to ws-runctl-marked-count
                          write output-line  from ws-audit-line
                     end-if
           end-read.

       500-writetotals.
           write output-line                from ws-blank-line.
           move 'History Records Read'      to ws-cl-label-out.
           move ws-history-read-count       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'History Records Deleted'   to ws-cl-label-out.
           move ws-history-deleted-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'On-Hand Movements Reversed' to ws-cl-label-out.
           move ws-onhand-reversed-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Count Adjustments Reversed' to ws-cl-label-out.
           move ws-count-reversed-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Returned Units Not Restocked'
                                             to ws-cl-label-out.
           move ws-not-restocked-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'On-Hand Keys Not On File'  to ws-cl-label-out.
           move ws-onhand-missing-count     to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Pending Records Restored'  to ws-cl-label-out.
           move ws-pending-restored-count   to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Pending Holds Removed'     to ws-cl-label-out.
           move ws-pending-removed-count    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Pending Holds Reinstated'  to ws-cl-label-out.
           move ws-pending-reinstated-count to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Vendor Claims Deleted'     to ws-cl-label-out.
           move ws-claim-deleted-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Credited Vendor Claims Cleared'
                                             to ws-cl-label-out.
           move ws-claim-kept-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Gift Card Movements Reversed'
                                             to ws-cl-label-out.
           move ws-gc-reversed-count        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Gift Cards Deleted'        to ws-cl-label-out.
           move ws-gc-deleted-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Gift Card Keys Not On File' to ws-cl-label-out.
           move ws-gc-missing-count         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Card Refunds To Recall'    to ws-cl-label-out.
           move ws-refund-listed-count      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Run-Control Entries Backed Out'
                                             to ws-cl-label-out.
           move ws-runctl-marked-count      to ws-cl-count-out.
           write output-line                from ws-count-line.

      * anything other than success, end of file or not-found on the
      * history master is an I/O failure - fatal, since a part-
      * deleted date cannot be trusted.
       810-checkhistoryio.
           if ws-sales-history-status <> '00'
              and ws-sales-history-status <> '02'
              and ws-sales-history-status <> '10'
              and ws-sales-history-status <> '23'
                display 'D6BKOUT: SALEHIST I/O ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-history-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       820-checkonhandio.
           if ws-onhand-master-status <> '00'
              and ws-onhand-master-status <> '23'
                display 'D6BKOUT: ONHAND I/O ERROR, STATUS = '
                                             ws-onhand-master-status
                move 'ONHAND-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-onhand-reversed-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * anything other than success, end of file or not-found on the
      * claim master is an I/O failure - fatal, since a part-deleted
      * date cannot be trusted.
       830-checkclaimio.
           if ws-vendor-claim-status <> '00'
              and ws-vendor-claim-status <> '10'
              and ws-vendor-claim-status <> '23'
                display 'D6BKOUT: VCLMMAS I/O ERROR, STATUS = '
                                             ws-vendor-claim-status
                move 'VENDOR-CLAIM-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-claim-deleted-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * anything other than success or not-found on the gift card
      * master is an I/O failure - fatal, since a part-reversed date
      * cannot be trusted.
       840-checkgiftcardio.
           if ws-gift-card-master-status <> '00'
              and ws-gift-card-master-status <> '23'
                display 'D6BKOUT: GCMAST I/O ERROR, STATUS = '
                                             ws-gift-card-master-status
                move 'GIFT-CARD-MASTER I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-gc-reversed-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       600-closefiles.
           close output-file.

      * startup gate against the chain run-control file: the scan
      * finds what ran on the backout date and refuses the backout
      * when a later date has already been processed, when nothing
      * ran on the date, when the on-hand or gift card master was
      * left part posted, or when an earlier backout of the date
      * failed part way - then the started record is stamped, so a
      * crashed run leaves its mark.
       9500-checkruncontrol.
           move 'N'                         to ws-runctl-eof-flag.
           move 'N'                         to ws-later-date-flag.
           move 0                           to ws-date-entry-count.
           move 0                           to ws-own-start-count.
           move 0                           to ws-own-complete-count.
           perform 9505-clearstepstatus
                varying ws-step-sub from 1 by 1
                until ws-step-sub > 7.
           open input run-control-file.
           perform 9510-readruncontrol
                until ws-runctl-eof-flag = 'Y'.
           close run-control-file.

      * a backout of this date that started and never completed
      * left the masters part reversed - running again would take
      * back a second time what it had already taken back.
           if ws-own-start-count > ws-own-complete-count
                display 'D6BKOUT: EARLIER BACKOUT OF ' ws-date-line
                        ' DID NOT COMPLETE'
                display 'D6BKOUT: RESTORE SALEHIST, ONHAND, GCMAST, '
                        'VCLMMAS, PDCATLG AND RUNCTL FROM BACKUP'
                move 'EARLIER BACKOUT INCOMPLETE - RESTORE FROM BACKUP'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.
           if ws-later-date-flag = 'Y'
                display 'D6BKOUT: ' ws-later-program-id
                        ' HAS PROCESSED LATER DATE ' ws-later-date
                move 'LATER BUSINESS DATE ALREADY PROCESSED ON RUNCTL'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.
           if ws-date-entry-count = 0
                display 'D6BKOUT: NOTHING RAN FOR ' ws-date-line
                        ' - NOTHING TO BACK OUT'
                move 'NO RUNCTL ENTRIES FOR DATE - NOTHING TO BACK OUT'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.
      * a C1INVUPD or C9CNTREC that started and never completed left
      * ONHAND part posted - how far it got is not known, so the
      * movement cannot be taken back exactly.
           if (ws-step-started-flag (2) = 'Y'
               and ws-step-complete-flag (2) = 'N')
              or (ws-step-started-flag (3) = 'Y'
               and ws-step-complete-flag (3) = 'N')
                display 'D6BKOUT: ONHAND UPDATE DID NOT COMPLETE FOR '
                                             ws-date-line
                move 'ONHAND PART POSTED ON DATE - CANNOT BACK OUT'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.
      * an A7SPLIT that started and never completed left GCMAST part
      * posted in the same way.
           if ws-step-started-flag (7) = 'Y'
              and ws-step-complete-flag (7) = 'N'
                display 'D6BKOUT: GCMAST UPDATE DID NOT COMPLETE FOR '
                                             ws-date-line
                move 'GCMAST PART POSTED ON DATE - CANNOT BACK OUT'
                                    to ws-log-message
                perform 9100-logfatal
           end-if.

           move 'S'                         to ws-runctl-status.
           perform 9700-writeruncontrol.

       9505-clearstepstatus.
           move 'N'                         to ws-step-started-flag
                                                       (ws-step-sub).
           move 'N'                         to ws-step-complete-flag
                                                       (ws-step-sub).

       9510-readruncontrol.
           read run-control-file
                at end
                     move 'Y'                to ws-runctl-eof-flag
                not at end
                     perform 9520-checkruncontrolrec
           end-read.

      * only live entries count - a date already backed out ('B')
      * is history. This program's own entries for the date are
      * only counted, started against completed.
       9520-checkruncontrolrec.
           if rc-program-id = 'D6BKOUT '
              and rc-business-date = ws-date-line
                if rc-status = 'S'
                     add 1                  to ws-own-start-count
                end-if
                if rc-status = 'C'
                     add 1                  to ws-own-complete-count
                end-if
           end-if.
           if rc-program-id not = 'D6BKOUT '
              and (rc-status = 'S' or rc-status = 'C')
                if rc-business-date > ws-date-line
                     move 'Y'               to ws-later-date-flag
                     move rc-business-date  to ws-later-date
                     move rc-program-id     to ws-later-program-id
                end-if
                if rc-business-date = ws-date-line
                     add 1                  to ws-date-entry-count
                     perform 9525-notestepstatus
                          varying ws-step-sub from 1 by 1
                          until ws-step-sub > 7
                end-if
           end-if.

       9525-notestepstatus.
           if rc-program-id = ws-step-name (ws-step-sub)
                move 'Y'                    to ws-step-started-flag
                                                       (ws-step-sub)
                if rc-status = 'C'
                     move 'Y'               to ws-step-complete-flag
                                                       (ws-step-sub)
                end-if
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
           move 'D6BKOUT '                  to rc-program-id.
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
           move 'D6BKOUT '                   to el-program-id.
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
       end program D6BKOUT.
