       identification division.
       program-id. E4INVINQ.
       date-written. 10-15-2026.
       author. TALENT NYOTA.
      *Description: E4 Invoice Life-Cycle Inquiry.
      *Answers a customer-service or loss-prevention question about
      *an invoice in one report. Operators submit the invoices on
      *INQPARM - by number, or as a store and a range of sale dates -
      *and each one is traced through every file the chain keeps:
      *the sales history master (SALEHIST) and the archive
      *generations C4HISTAR rolled it off to (ARCHIN) give the
      *original sale and whether it has been archived; the retained
      *sales and returns streams (SLHIST, RETHIST) give the sale
      *lines and tender, any void, the exchange legs and every
      *return against it with the refund tender used; the retained
      *card-refund extracts (CARDRFIN) give the refunds sent back to
      *the card; tonight's pending-refund file (PENDOUT) gives a
      *return still held for approval with the flag the hold-time
      *edits raised; and the retained approval feeds (APPRHIST) say
      *who released or rejected a hold, and when. The trail prints
      *in date order under each invoice, with a second return on
      *the same invoice, a return against a voided invoice and
      *returns beyond the original sale called out. Run on request
      *outside the nightly chain - it reads, and never updates, what
      *the chain has written, so it does not gate on the run-control
      *file.
      *
       environment division.
       configuration section.
      *
       input-output section.
      *
       file-control.
      * business-date parameter - stamps the report.
           select business-date-file
               assign to DATEPARM
               organization is sequential.

      * shared operations error log - appended, never rewritten, so
      * the morning operator reads one log for the whole chain.
           select optional error-log-file
               assign to ERRLOG
               organization is sequential.

      * the operator's inquiry requests - invoice numbers, or a
      * store and a range of sale dates.
           select inquiry-request-file
               assign to INQPARM
               organization is sequential.

      * the sales history master - random reads by invoice, and a
      * sequential pass when a store and date range is asked for.
           select sales-history
               assign to SALEHIST
               organization is indexed
               access mode is dynamic
               record key is hm-invoice-num
               file status is ws-sales-history-status.

      * the retained archive generations, concatenated oldest to
      * newest - for sales that have rolled off the master.
           select optional prior-archive-file
               assign to ARCHIN
               organization is sequential.

      * the retained sales streams, every day's H/detail/T block
      * back to back.
           select optional sl-hist-file
               assign to SLHIST
               organization is sequential.

      * the retained returns streams, concatenated the same way.
           select optional ret-hist-file
               assign to RETHIST
               organization is sequential.

      * the retained card-refund extract generations A9RET wrote,
      * concatenated oldest to newest.
           select optional card-refund-history
               assign to CARDRFIN
               organization is sequential.

      * tonight's pending-refund file - returns still held for
      * manager approval.
           select optional pending-refund-file
               assign to PENDOUT
               organization is sequential.

      * the retained manager approval feeds, concatenated oldest to
      * newest.
           select optional approval-history-file
               assign to APPRHIST
               organization is sequential.

      * sort work file - every event found, in invoice and date
      * order.
           select sort-file
               assign to SORTWK.

      * invoice life-cycle report
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

      * the request type says which fields apply: 'I' one invoice,
      * 'S' every invoice sold at the store between the two dates.
       fd inquiry-request-file
           recording mode is F
           data record is inquiry-request-record
           record contains 30 characters.

       01 inquiry-request-record.
           05 iq-request-type               pic x.
                88 iq-invoice-request
                    value 'I'.
                88 iq-range-request
                    value 'S'.
           05 iq-invoice-num                pic x(9).
           05 iq-store-num                  pic 99.
           05 iq-from-date                  pic 9(6).
           05 iq-to-date                    pic 9(6).
           05 filler                        pic x(6).

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

      * the three layouts C4HISTAR stamps on HISTARCH - each
      * concatenated generation is an 'H' header, full history
      * record images, and a 'T' trailer proved block by block.
       fd prior-archive-file
           recording mode is F
           data record is prior-archive-record
           record contains 41 characters.

       01 prior-archive-header-record.
           05 aph-record-type               pic x.
           05 aph-business-date             pic 9(6).
           05 filler                        pic x(34).

       01 prior-archive-record.
           05 ap-invoice-num                pic x(9).
           05 ap-store-num                  pic 99.
           05 ap-sku-code                   pic x(15).
           05 ap-tran-amount                pic 9(5)V99.
           05 ap-sale-date                  pic 9(6).
           05 ap-pay-type                   pic xx.

       01 prior-archive-trailer-record.
           05 apt-record-type               pic x.
           05 apt-record-count              pic 9(7).
           05 apt-amount-total              pic 9(9)V99.
           05 filler                        pic x(22).

      **********************************************
       fd sl-hist-file
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
       fd ret-hist-file
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

      * the three layouts A9RET stamps on CARDRFND - 'H' header,
      * refund instruction details, 'T' trailer, per generation.
       fd card-refund-history
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
       fd pending-refund-file
           recording mode is F
           data record is pending-refund-record
           record contains 80 characters.

       01 pending-refund-record.
           05 pr-invoice-num                pic x(9).
           05 pr-store-num                  pic 99.
           05 pr-pay-type                   pic xx.
           05 pr-sku-code                   pic x(15).
           05 pr-tran-amount                pic 9(5)V99.
           05 pr-held-date                  pic 9(6).
           05 pr-flag-text                  pic x(26).
           05 filler                        pic x(13).

      **********************************************
       fd approval-history-file
           recording mode is F
           data record is approval-feed-record
           record contains 24 characters.

       01 approval-feed-record.
           05 af-invoice-num                pic x(9).
           05 af-action                     pic x.
                88 af-release-action
                    value 'A'.
                88 af-reject-action
                    value 'R'.
           05 af-approver-id                pic x(5).
           05 af-decision-date              pic 9(6).
           05 filler                        pic x(3).

      **********************************************

      * one event on an invoice's trail. The source byte says where
      * it was found: 'M' the history marker every inquired invoice
      * gets (so an invoice with nothing else on file still prints),
      * 'S' the sales stream, 'R' the returns stream, 'C' a card
      * refund, 'P' a hold still pending, 'D' a manager's decision.
       sd sort-file
           data record is sort-record
           record contains 80 characters.

       01 sort-record.
           05 se-invoice-num                pic x(9).
           05 se-event-date                 pic 9(6).
           05 se-event-seq                  pic 9.
           05 se-source                     pic x.
           05 se-tran-code                  pic x.
           05 se-store-num                  pic xx.
           05 se-sku-code                   pic x(15).
           05 se-tran-amount                pic 9(5)V99.
           05 se-pay-type                   pic xx.
           05 se-note-text                  pic x(26).
           05 se-approver-id                pic x(5).
           05 filler                        pic x(5).

      **********************************************
       fd output-file
           recording mode is F
           data record is output-line
           record contains 132 characters.

       01 output-line                       pic x(132).

      **********************************************
       working-storage section.

       01 ws-request-eof-flag               pic x
           value 'N'.
       01 ws-history-eof-flag               pic x
           value 'N'.
       01 ws-pending-eof-flag               pic x
           value 'N'.
       01 ws-approval-eof-flag              pic x
           value 'N'.
       01 ws-sort-eof-flag                  pic x
           value 'N'.
       01 ws-first-event-flag               pic x
           value 'Y'.
       01 ws-invoice-found-flag             pic x
           value 'N'.
       01 ws-range-found-flag               pic x
           value 'N'.
       01 ws-table-full-flag                pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
           value 'Y'.

       01 ws-sales-history-status           pic xx.

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

      * the store and date ranges asked for.
       01 ws-range-table.
           05 ws-range-entry                occurs 50 times
                                             indexed by ws-range-idx.
                10 wr-store-num              pic 99.
                10 wr-from-date              pic 9(6).
                10 wr-to-date                pic 9(6).
       01 ws-range-count                    pic 9(3)
           value 0.
       01 ws-range-search-sub               pic 9(3)
           value 0.
       01 ws-range-store-work               pic 99.
       01 ws-range-date-work                pic 9(6).

      * every invoice being traced, with what the history master or
      * the archive says about its sale - 'M' on the master, 'A'
      * archived (with the archive generation's date), 'N' on
      * neither.
       01 ws-invoice-table.
           05 ws-invoice-entry              occurs 2000 times
                                             indexed by ws-inv-idx.
                10 wi-invoice-num            pic x(9).
                10 wi-requested-flag         pic x.
                10 wi-history-source         pic x.
                10 wi-archive-date           pic 9(6).
                10 wi-store-num              pic 99.
                10 wi-sku-code               pic x(15).
                10 wi-sale-amount            pic 9(5)V99.
                10 wi-sale-date              pic 9(6).
                10 wi-pay-type               pic xx.
       01 ws-invoice-count                  pic 9(4)
           value 0.
       01 ws-invoice-search-sub             pic 9(4)
           value 0.
       01 ws-invoice-match-sub              pic 9(4)
           value 0.
       01 ws-lookup-invoice-num             pic x(9).

      * concatenated-generation scan controls, shared by the archive,
      * stream and card-refund passes - each generation is proved
      * against its own trailer before its records are trusted.
       01 ws-gen-controls.
           05 ws-gen-eof-flag               pic x
                value 'N'.
           05 ws-gen-in-block-flag          pic x
                value 'N'.
           05 ws-gen-date                   pic 9(6)
                value 0.
           05 ws-gen-block-count            pic 9(7)
                value 0.
           05 ws-gen-block-amount           pic 9(9)V99
                value 0.

      * one invoice's trail as it prints - the returns counted so a
      * second one is called out, and the dollars against the sale.
       01 ws-trail-controls.
           05 ws-cur-invoice-num            pic x(9).
           05 ws-trail-event-count          pic 9(5).
           05 ws-trail-return-count         pic 9(5).
           05 ws-trail-void-flag            pic x.
           05 ws-trail-return-amount        pic 9(7)V99.
           05 ws-trail-refund-amount        pic 9(7)V99.
           05 ws-trail-flag-count           pic 9(3).

       01 ws-counters.
           05 ws-request-read-total         pic 9(5)
                value 0.
           05 ws-invalid-request-total      pic 9(5)
                value 0.
           05 ws-requested-invoice-total    pic 9(5)
                value 0.
           05 ws-range-invoice-total        pic 9(5)
                value 0.
           05 ws-on-master-total            pic 9(5)
                value 0.
           05 ws-archived-total             pic 9(5)
                value 0.
           05 ws-no-history-total           pic 9(5)
                value 0.
           05 ws-flagged-invoice-total      pic 9(5)
                value 0.
           05 ws-history-read-total         pic 9(7)
                value 0.
           05 ws-arch-gen-total             pic 9(5)
                value 0.
           05 ws-arch-read-total            pic 9(9)
                value 0.
           05 ws-sl-block-total             pic 9(5)
                value 0.
           05 ws-sl-read-total              pic 9(9)
                value 0.
           05 ws-ret-block-total            pic 9(5)
                value 0.
           05 ws-ret-read-total             pic 9(9)
                value 0.
           05 ws-refund-gen-total           pic 9(5)
                value 0.
           05 ws-refund-read-total          pic 9(9)
                value 0.
           05 ws-pending-read-total         pic 9(7)
                value 0.
           05 ws-approval-read-total        pic 9(7)
                value 0.
           05 ws-event-total                pic 9(7)
                value 0.

       01 ws-amount-work                    pic $zz,zz9.99.

       01 ws-headings-1.
           05 filler                        pic x(31)
                value "Invoice Life-Cycle Inquiry For ".
           05 ws-heading-date-out           pic 9(6).
           05 filler                        pic x(78)
                value spaces.
           05 ws-name-line                  pic x(17)
                value "Miguel Stoyke, E4".

       01 ws-invoice-heading.
           05 filler                        pic x(8)
                value "Invoice ".
           05 ws-ih-invoice-out             pic x(9).
           05 filler                        pic x(3)
                value spaces.
           05 ws-ih-requested-out           pic x(30).

       01 ws-history-line.
           05 filler                        pic x(11)
                value "  History: ".
           05 ws-hl-status-out              pic x(30).
           05 ws-hl-sale-detail.
                10 filler                    pic x(6)
                     value "Sold  ".
                10 ws-hl-date-out            pic 9(6).
                10 filler                    pic x(9)
                     value "   Store ".
                10 ws-hl-store-out           pic 99.
                10 filler                    pic x(7)
                     value "   SKU ".
                10 ws-hl-sku-out             pic x(15).
                10 filler                    pic x(2)
                     value spaces.
                10 ws-hl-amount-out          pic $zz,zz9.99.
                10 filler                    pic x(10)
                     value "   Tender ".
                10 ws-hl-pay-type-out        pic xx.

       01 ws-archive-status-work.
           05 filler                        pic x(12)
                value "Archived On ".
           05 ws-as-date-out                pic 9(6).
           05 filler                        pic x(12)
                value spaces.

       01 ws-trail-headings.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(8)
                value "Date".
           05 filler                        pic x(24)
                value "Event".
           05 filler                        pic x(6)
                value "Code".
           05 filler                        pic x(7)
                value "Store".
           05 filler                        pic x(17)
                value "SKU".
           05 filler                        pic x(12)
                value "    Amount".
           05 filler                        pic x(8)
                value "Tender".
           05 filler                        pic x(30)
                value "Notes".

       01 ws-trail-line.
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-date-out                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-event-out               pic x(22).
           05 filler                        pic x(3)
                value spaces.
           05 ws-tl-code-out                pic x.
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-store-out               pic xx.
           05 filler                        pic x(3)
                value spaces.
           05 ws-tl-sku-out                 pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 ws-tl-amount-out              pic x(10).
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-pay-type-out            pic xx.
           05 filler                        pic x(4)
                value spaces.
           05 ws-tl-note-out                pic x(30).

       01 ws-decision-note-work.
           05 ws-dn-decision-out            pic x(9).
           05 filler                        pic x(3)
                value "BY ".
           05 ws-dn-approver-out            pic x(5).

       01 ws-no-trail-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(50)
                value "No sale, return, refund or hold found on file".

       01 ws-flag-line.
           05 filler                        pic x(4)
                value spaces.
           05 ws-fl-text-out                pic x(60).

       01 ws-invoice-total-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(10)
                value "Returns = ".
           05 ws-it-return-count-out        pic zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(11)
                value "Returned = ".
           05 ws-it-return-amount-out       pic $z,zzz,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(16)
                value "Card Refunded = ".
           05 ws-it-refund-amount-out       pic $z,zzz,zz9.99.

       01 ws-count-line.
           05 ws-cl-label-out               pic x(36).
           05 filler                        pic x(3)
                value " = ".
           05 ws-cl-count-out               pic z,zzz,zzz,zz9.

      *
       procedure division.
       000-main.
           perform 105-getbusinessdate.
           accept ws-run-date from date.
           perform 100-openfiles.

           if ws-range-count > 0
                perform 120-scanhistoryranges
           end-if.
           perform 140-lookupinvoice
                varying ws-invoice-search-sub from 1 by 1
                until ws-invoice-search-sub > ws-invoice-count.
           perform 150-scanarchive.

           perform 200-writeheadings.

           sort sort-file
                ascending key se-invoice-num
                              se-event-date
                              se-event-seq
                input procedure is 300-gatherevents
                output procedure is 400-reportinvoices.

           perform 550-writetotals.
           perform 600-closefiles.

           goback.

      * the business date this run is stamped with - supplied by
      * operations, not taken from the system clock.
       105-getbusinessdate.
           open input  business-date-file.
           read business-date-file
                at end
                     display 'E4INVINQ: NO BUSINESS DATE ON DATEPARM'
                     move 'NO BUSINESS DATE ON DATEPARM'
                                         to ws-log-message
                     move 0              to ws-log-position
                     perform 9100-logfatal
           end-read.
           if bd-business-date is not numeric
                display 'E4INVINQ: INVALID BUSINESS DATE ON DATEPARM'
                move 'INVALID BUSINESS DATE ON DATEPARM'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           move bd-business-date            to ws-date-line.
           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the lookups start from a clean slate.
           initialize ws-range-table,
                      ws-invoice-table.

           open input  inquiry-request-file.
           perform 110-loadrequests
                until ws-request-eof-flag = ws-yes-flag.
           close inquiry-request-file.

      * nothing to trace means the request file was empty or every
      * request on it was unusable - there is no report to give.
           if ws-invoice-count = 0 and ws-range-count = 0
                display 'E4INVINQ: NO USABLE REQUESTS ON INQPARM'
                move 'NO USABLE REQUESTS ON INQPARM'
                                    to ws-log-message
                move ws-request-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

           open input  sales-history.
           if ws-sales-history-status <> '00'
                display 'E4INVINQ: SALES-HISTORY OPEN ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY OPEN ERROR, STATUS ='
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

           open output output-file.

       110-loadrequests.
           read inquiry-request-file
                at end
                     move ws-yes-flag        to ws-request-eof-flag
                not at end
                     add 1                   to ws-request-read-total
                     perform 115-tablerequest
           end-read.

      * an invoice request goes straight onto the trace table; a
      * range request is held until the history is read. A request
      * that cannot be worked is logged and passed by.
       115-tablerequest.
           if iq-invoice-request
              and iq-invoice-num not = spaces
                move iq-invoice-num         to ws-lookup-invoice-num
                perform 130-addinvoice
                if ws-invoice-match-sub > 0
                     set ws-inv-idx         to ws-invoice-match-sub
                     move ws-yes-flag       to wi-requested-flag
                                                          (ws-inv-idx)
                end-if
           else
           if iq-range-request
              and iq-store-num is numeric
              and iq-from-date is numeric
              and iq-to-date is numeric
              and iq-store-num >= 1 and iq-store-num <= 99
              and iq-from-date <= iq-to-date
              and ws-range-count < 50
                add 1                       to ws-range-count
                set ws-range-idx            to ws-range-count
                move iq-store-num           to wr-store-num
                                                       (ws-range-idx)
                move iq-from-date           to wr-from-date
                                                       (ws-range-idx)
                move iq-to-date             to wr-to-date
                                                       (ws-range-idx)
           else
                add 1                       to ws-invalid-request-total
                move 'INVALID INQUIRY REQUEST NOT TAKEN'
                                             to ws-log-message
                move ws-request-read-total  to ws-log-position
                perform 9200-logwarning
           end-if
           end-if.

      * a range request reads the whole master once, taking every
      * sale at the store between the dates.
       120-scanhistoryranges.
           move low-values                  to hm-invoice-num.
           start sales-history
                key is not less than hm-invoice-num
                invalid key
                     move ws-yes-flag        to ws-history-eof-flag
           end-start.
           perform 122-readhistorynext
                until ws-history-eof-flag = ws-yes-flag.

       122-readhistorynext.
           read sales-history next record
                at end
                     move ws-yes-flag        to ws-history-eof-flag
                not at end
                     add 1                   to ws-history-read-total
                     move hm-store-num       to ws-range-store-work
                     move hm-sale-date       to ws-range-date-work
                     perform 125-checkranges
                     if ws-range-found-flag = ws-yes-flag
                          move hm-invoice-num
                                             to ws-lookup-invoice-num
                          perform 130-addinvoice
                          if ws-invoice-match-sub > 0
                               perform 145-takemasterrecord
                          end-if
                     end-if
           end-read.
           if ws-sales-history-status <> '00'
              and ws-sales-history-status <> '10'
                display 'E4INVINQ: SALES-HISTORY I/O ERROR, STATUS = '
                                             ws-sales-history-status
                move 'SALES-HISTORY I/O ERROR, STATUS ='
                                    to ws-log-message
                move ws-history-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

      * does the sale at ws-range-store-work on ws-range-date-work
      * fall inside any range asked for.
       125-checkranges.
           move ws-no-flag                  to ws-range-found-flag.
           perform 127-checkrangeentry
                varying ws-range-search-sub from 1 by 1
                until ws-range-search-sub > ws-range-count
                   or ws-range-found-flag = ws-yes-flag.

       127-checkrangeentry.
           set ws-range-idx                 to ws-range-search-sub.
           if wr-store-num (ws-range-idx) = ws-range-store-work
              and wr-from-date (ws-range-idx) <= ws-range-date-work
              and wr-to-date (ws-range-idx) >= ws-range-date-work
                move ws-yes-flag            to ws-range-found-flag
           end-if.

      * find (or add) the trace entry for ws-lookup-invoice-num -
      * leaves ws-invoice-match-sub at it, or zero when the table is
      * full (logged once; the report says so).
       130-addinvoice.
           perform 135-findinvoice.
           if ws-invoice-found-flag = ws-no-flag
                if ws-invoice-count < 2000
                     add 1                  to ws-invoice-count
                     move ws-invoice-count  to ws-invoice-match-sub
                     set ws-inv-idx         to ws-invoice-count
                     move ws-lookup-invoice-num
                                             to wi-invoice-num
                                                          (ws-inv-idx)
                     move ws-no-flag        to wi-requested-flag
                                                          (ws-inv-idx)
                     move 'N'               to wi-history-source
                                                          (ws-inv-idx)
                else
                     move 0                 to ws-invoice-match-sub
                     if ws-table-full-flag = ws-no-flag
                          move ws-yes-flag  to ws-table-full-flag
                          move 'INQUIRY LIMIT OF 2000 INVOICES REACHED'
                                             to ws-log-message
                          move ws-invoice-count
                                             to ws-log-position
                          perform 9200-logwarning
                     end-if
                end-if
           end-if.

      * look ws-lookup-invoice-num up on the trace table - sets
      * ws-invoice-found-flag and ws-invoice-match-sub.
       135-findinvoice.
           move ws-no-flag                  to ws-invoice-found-flag.
           move 0                           to ws-invoice-match-sub.
           perform 137-checkinvoiceentry
                varying ws-invoice-search-sub from 1 by 1
                until ws-invoice-search-sub > ws-invoice-count
                   or ws-invoice-found-flag = ws-yes-flag.

       137-checkinvoiceentry.
           set ws-inv-idx                   to ws-invoice-search-sub.
           if wi-invoice-num (ws-inv-idx) = ws-lookup-invoice-num
                move ws-yes-flag            to ws-invoice-found-flag
                move ws-invoice-search-sub  to ws-invoice-match-sub
           end-if.

      * an invoice asked for by number is read off the master; one
      * the range pass found is already there.
       140-lookupinvoice.
           set ws-inv-idx                   to ws-invoice-search-sub.
           if wi-history-source (ws-inv-idx) = 'N'
                move wi-invoice-num (ws-inv-idx)
                                             to hm-invoice-num
                read sales-history
                     invalid key
                          continue
                     not invalid key
                          move ws-invoice-search-sub
                                             to ws-invoice-match-sub
                          perform 145-takemasterrecord
                end-read
                if ws-sales-history-status <> '00'
                   and ws-sales-history-status <> '23'
                     display 'E4INVINQ: SALES-HISTORY I/O ERROR, '
                             'STATUS = ' ws-sales-history-status
                     move 'SALES-HISTORY I/O ERROR, STATUS ='
                                         to ws-log-message
                     move ws-invoice-search-sub
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
           end-if.

       145-takemasterrecord.
           set ws-inv-idx                   to ws-invoice-match-sub.
           move 'M'                         to wi-history-source
                                                          (ws-inv-idx).
           move hm-store-num                to wi-store-num
                                                          (ws-inv-idx).
           move hm-sku-code                 to wi-sku-code
                                                          (ws-inv-idx).
           move hm-tran-amount              to wi-sale-amount
                                                          (ws-inv-idx).
           move hm-sale-date                to wi-sale-date
                                                          (ws-inv-idx).
           move hm-pay-type                 to wi-pay-type
                                                          (ws-inv-idx).

      * the retained archive generations - for an invoice no longer
      * on the master, and for range requests reaching back past it.
      * Each generation's trailer is proved before its records are
      * trusted, as C4HISTAR does.
       150-scanarchive.
           open input prior-archive-file.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read prior-archive-file
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 152-processarchrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'E4INVINQ: ARCHIN GENERATION MISSING TRAILER'
                move 'ARCHIN GENERATION MISSING TRAILER'
                                    to ws-log-message
                move ws-arch-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close prior-archive-file.

       152-processarchrecord.
           if aph-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display
                        'E4INVINQ: ARCHIN GENERATION MISSING TRAILER'
                     move 'ARCHIN GENERATION MISSING TRAILER'
                                         to ws-log-message
                     move ws-arch-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-arch-gen-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move aph-business-date      to ws-gen-date
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if apt-record-type = 'T'
                if apt-record-count not = ws-gen-block-count
                   or apt-amount-total not = ws-gen-block-amount
                     display 'E4INVINQ: ARCHIN TRAILER MISMATCH'
                     move 'ARCHIN GENERATION TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-arch-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add ap-tran-amount          to ws-gen-block-amount
                add 1                       to ws-arch-read-total
                perform 154-matcharchrecord
           end-if
           end-if.

           read prior-archive-file
                at end move ws-yes-flag     to ws-gen-eof-flag.

      * the newest generation is read last, so a later image of the
      * same invoice overwrites an earlier one; the master, where it
      * still holds the sale, wins over any archive image.
       154-matcharchrecord.
           move ap-invoice-num              to ws-lookup-invoice-num.
           move ap-store-num                to ws-range-store-work.
           move ap-sale-date                to ws-range-date-work.
           move ws-no-flag                  to ws-range-found-flag.
           if ws-range-count > 0
                perform 125-checkranges
           end-if.
           if ws-range-found-flag = ws-yes-flag
                perform 130-addinvoice
           else
                perform 135-findinvoice
           end-if.

           if ws-invoice-match-sub > 0
                set ws-inv-idx              to ws-invoice-match-sub
                if wi-history-source (ws-inv-idx) not = 'M'
                     move 'A'               to wi-history-source
                                                          (ws-inv-idx)
                     move ws-gen-date       to wi-archive-date
                                                          (ws-inv-idx)
                     move ap-store-num      to wi-store-num
                                                          (ws-inv-idx)
                     move ap-sku-code       to wi-sku-code
                                                          (ws-inv-idx)
                     move ap-tran-amount    to wi-sale-amount
                                                          (ws-inv-idx)
                     move ap-sale-date      to wi-sale-date
                                                          (ws-inv-idx)
                     move ap-pay-type       to wi-pay-type
                                                          (ws-inv-idx)
                end-if
           end-if.

       200-writeheadings.
           move ws-date-line                to ws-heading-date-out.
           write output-line                from ws-headings-1.
           write output-line                from ws-blank-line.

      * every event found against a traced invoice goes to the sort -
      * a marker per invoice first, so each prints even with nothing
      * else on file, then what each retained file holds.
       300-gatherevents.
           perform 305-releasemarker
                varying ws-invoice-search-sub from 1 by 1
                until ws-invoice-search-sub > ws-invoice-count.
           perform 310-scansaleshist.
           perform 320-scanreturnhist.
           perform 330-scancardrefunds.
           perform 340-scanpending.
           perform 350-scanapprovals.

       305-releasemarker.
           set ws-inv-idx                   to ws-invoice-search-sub.
           move spaces                      to sort-record.
           move wi-invoice-num (ws-inv-idx) to se-invoice-num.
           move 0                           to se-event-date.
           move 0                           to se-event-seq.
           move 'M'                         to se-source.
           move 0                           to se-tran-amount.
           release sort-record.

      * the sales side - the sale itself (S, L or N), a basket's item
      * lines (B) and the replacement-sale leg of an exchange (E),
      * each dated by its day's block header.
       310-scansaleshist.
           open input sl-hist-file.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read sl-hist-file
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 312-processslrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'E4INVINQ: SLHIST BLOCK MISSING TRAILER'
                move 'SLHIST BLOCK MISSING TRAILER'
                                    to ws-log-message
                move ws-sl-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close sl-hist-file.

       312-processslrecord.
           if sh-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display 'E4INVINQ: SLHIST BLOCK MISSING TRAILER'
                     move 'SLHIST BLOCK MISSING TRAILER'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-sl-block-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move sh-business-date       to ws-gen-date
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if st-record-type = 'T'
                if st-record-count not = ws-gen-block-count
                   or st-amount-total not = ws-gen-block-amount
                     display 'E4INVINQ: SLHIST TRAILER MISMATCH FOR '
                                             ws-gen-date
                     move 'SLHIST BLOCK TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-sl-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add sd-tran-amount          to ws-gen-block-amount
                add 1                       to ws-sl-read-total
                move sd-invoice-num         to ws-lookup-invoice-num
                perform 135-findinvoice
                if ws-invoice-found-flag = ws-yes-flag
                     move spaces            to sort-record
                     move sd-invoice-num    to se-invoice-num
                     move ws-gen-date       to se-event-date
                     move 1                 to se-event-seq
                     move 'S'               to se-source
                     move sd-tran-code      to se-tran-code
                     move sd-store-num      to se-store-num
                     move sd-sku-code       to se-sku-code
                     move sd-tran-amount    to se-tran-amount
                     move sd-pay-type       to se-pay-type
                     perform 390-releaseevent
                end-if
           end-if
           end-if.

           read sl-hist-file
                at end move ws-yes-flag     to ws-gen-eof-flag.

      * the returns side - a return (R) with the tender it was
      * refunded on, a void (V), or the return leg of an exchange (E),
      * all carrying the original invoice.
       320-scanreturnhist.
           open input ret-hist-file.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read ret-hist-file
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 322-processretrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'E4INVINQ: RETHIST BLOCK MISSING TRAILER'
                move 'RETHIST BLOCK MISSING TRAILER'
                                    to ws-log-message
                move ws-ret-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close ret-hist-file.

       322-processretrecord.
           if rh-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display 'E4INVINQ: RETHIST BLOCK MISSING TRAILER'
                     move 'RETHIST BLOCK MISSING TRAILER'
                                         to ws-log-message
                     move ws-ret-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-ret-block-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move rh-business-date       to ws-gen-date
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if rt-record-type = 'T'
                if rt-record-count not = ws-gen-block-count
                   or rt-amount-total not = ws-gen-block-amount
                     display 'E4INVINQ: RETHIST TRAILER MISMATCH FOR '
                                             ws-gen-date
                     move 'RETHIST BLOCK TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-ret-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add rd-tran-amount          to ws-gen-block-amount
                add 1                       to ws-ret-read-total
                move rd-invoice-num         to ws-lookup-invoice-num
                perform 135-findinvoice
                if ws-invoice-found-flag = ws-yes-flag
                     move spaces            to sort-record
                     move rd-invoice-num    to se-invoice-num
                     move ws-gen-date       to se-event-date
      * a void sorts ahead of the returns on its own date, so a
      * refund taken the same day the invoice was voided is still
      * called out as a return on a voided invoice.
                     if rd-tran-code = 'V'
                          move 2            to se-event-seq
                     else
                     if rd-tran-code = 'E'
                          move 3            to se-event-seq
                     else
                          move 4            to se-event-seq
                     end-if
                     end-if
                     move 'R'               to se-source
                     move rd-tran-code      to se-tran-code
                     move rd-store-num      to se-store-num
                     move rd-sku-code       to se-sku-code
                     move rd-tran-amount    to se-tran-amount
                     move rd-pay-type       to se-pay-type
                     perform 390-releaseevent
                end-if
           end-if
           end-if.

           read ret-hist-file
                at end move ws-yes-flag     to ws-gen-eof-flag.

      * every card refund instructed against a traced invoice.
       330-scancardrefunds.
           open input card-refund-history.
           move ws-no-flag                  to ws-gen-eof-flag.
           move ws-no-flag                  to ws-gen-in-block-flag.
           read card-refund-history
                at end move ws-yes-flag     to ws-gen-eof-flag.
           perform 332-processrefundrecord
                until ws-gen-eof-flag = ws-yes-flag.
           if ws-gen-in-block-flag = ws-yes-flag
                display 'E4INVINQ: CARDRFIN GENERATION MISSING TRAILER'
                move 'CARDRFIN GENERATION MISSING TRAILER'
                                    to ws-log-message
                move ws-refund-read-total
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           close card-refund-history.

       332-processrefundrecord.
           if ch-record-type = 'H'
                if ws-gen-in-block-flag = ws-yes-flag
                     display
                        'E4INVINQ: CARDRFIN GENERATION MISSING TRAILER'
                     move 'CARDRFIN GENERATION MISSING TRAILER'
                                         to ws-log-message
                     move ws-refund-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                add 1                       to ws-refund-gen-total
                move ws-yes-flag            to ws-gen-in-block-flag
                move 0                      to ws-gen-block-count
                move 0                      to ws-gen-block-amount
           else
           if cf-record-type = 'T'
                if cf-record-count not = ws-gen-block-count
                   or cf-amount-total not = ws-gen-block-amount
                     display 'E4INVINQ: CARDRFIN TRAILER MISMATCH'
                     move 'CARDRFIN GENERATION TRAILER MISMATCH'
                                         to ws-log-message
                     move ws-refund-read-total
                                         to ws-log-position
                     perform 9100-logfatal
                end-if
                move ws-no-flag             to ws-gen-in-block-flag
           else
                add 1                       to ws-gen-block-count
                add cr-tran-amount          to ws-gen-block-amount
                add 1                       to ws-refund-read-total
                move cr-invoice-num         to ws-lookup-invoice-num
                perform 135-findinvoice
                if ws-invoice-found-flag = ws-yes-flag
                     move spaces            to sort-record
                     move cr-invoice-num    to se-invoice-num
                     move cr-business-date  to se-event-date
                     move 7                 to se-event-seq
                     move 'C'               to se-source
                     move cr-store-num      to se-store-num
                     move cr-tran-amount    to se-tran-amount
                     move cr-pay-type       to se-pay-type
                     perform 390-releaseevent
                end-if
           end-if
           end-if.

           read card-refund-history
                at end move ws-yes-flag     to ws-gen-eof-flag.

      * a return still held for approval, with the flag the hold-time
      * edits raised against it.
       340-scanpending.
           open input pending-refund-file.
           move ws-no-flag                  to ws-pending-eof-flag.
           read pending-refund-file
                at end move ws-yes-flag     to ws-pending-eof-flag.
           perform 342-processpendingrecord
                until ws-pending-eof-flag = ws-yes-flag.
           close pending-refund-file.

       342-processpendingrecord.
           add 1                            to ws-pending-read-total.
           move pr-invoice-num              to ws-lookup-invoice-num.
           perform 135-findinvoice.
           if ws-invoice-found-flag = ws-yes-flag
                move spaces                 to sort-record
                move pr-invoice-num         to se-invoice-num
                move pr-held-date           to se-event-date
                move 5                      to se-event-seq
                move 'P'                    to se-source
                move pr-store-num           to se-store-num
                move pr-sku-code            to se-sku-code
                move pr-tran-amount         to se-tran-amount
                move pr-pay-type            to se-pay-type
                move pr-flag-text           to se-note-text
                perform 390-releaseevent
           end-if.
           read pending-refund-file
                at end move ws-yes-flag     to ws-pending-eof-flag.

      * the managers' decisions on held returns - who, and when.
       350-scanapprovals.
           open input approval-history-file.
           move ws-no-flag                  to ws-approval-eof-flag.
           read approval-history-file
                at end move ws-yes-flag     to ws-approval-eof-flag.
           perform 352-processapprovalrecord
                until ws-approval-eof-flag = ws-yes-flag.
           close approval-history-file.

       352-processapprovalrecord.
           add 1                            to ws-approval-read-total.
           move af-invoice-num              to ws-lookup-invoice-num.
           perform 135-findinvoice.
           if ws-invoice-found-flag = ws-yes-flag
                move spaces                 to sort-record
                move af-invoice-num         to se-invoice-num
                if af-decision-date is numeric
                     move af-decision-date  to se-event-date
                else
                     move 0                 to se-event-date
                end-if
                move 6                      to se-event-seq
                move 'D'                    to se-source
                move af-action              to se-tran-code
                move 0                      to se-tran-amount
                move af-approver-id         to se-approver-id
                perform 390-releaseevent
           end-if.
           read approval-history-file
                at end move ws-yes-flag     to ws-approval-eof-flag.

       390-releaseevent.
           add 1                            to ws-event-total.
           release sort-record.

       400-reportinvoices.
           move ws-no-flag                  to ws-sort-eof-flag.
           perform 410-returnevent
                until ws-sort-eof-flag = ws-yes-flag.
           if ws-first-event-flag = ws-no-flag
                perform 440-endinvoice
           end-if.

       410-returnevent.
           return sort-file
                at end
                     move ws-yes-flag        to ws-sort-eof-flag
                not at end
                     perform 420-reportevent
           end-return.

      * the marker opens each invoice's trail; every other event is
      * one line of it.
       420-reportevent.
           if se-source = 'M'
                if ws-first-event-flag = ws-yes-flag
                     move ws-no-flag        to ws-first-event-flag
                else
                     perform 440-endinvoice
                end-if
                perform 425-startinvoice
           else
                perform 430-writetrailline
           end-if.

      * the invoice heading and what the history says of its sale.
       425-startinvoice.
           initialize ws-trail-controls.
           move se-invoice-num              to ws-cur-invoice-num.
           move se-invoice-num              to ws-lookup-invoice-num.
           perform 135-findinvoice.
           set ws-inv-idx                   to ws-invoice-match-sub.

           move se-invoice-num              to ws-ih-invoice-out.
           if wi-requested-flag (ws-inv-idx) = ws-yes-flag
                add 1                       to
                                             ws-requested-invoice-total
                move "Requested"            to ws-ih-requested-out
           else
                add 1                       to ws-range-invoice-total
                move "Sold In A Store/Date Range"
                                             to ws-ih-requested-out
           end-if.
           write output-line                from ws-invoice-heading.

           if wi-history-source (ws-inv-idx) = 'M'
                add 1                       to ws-on-master-total
                move "On Sales History Master"
                                             to ws-hl-status-out
           else
           if wi-history-source (ws-inv-idx) = 'A'
                add 1                       to ws-archived-total
                move wi-archive-date (ws-inv-idx)
                                             to ws-as-date-out
                move ws-archive-status-work to ws-hl-status-out
           else
                add 1                       to ws-no-history-total
                move "*** NOT ON MASTER OR ARCHIVE"
                                             to ws-hl-status-out
           end-if
           end-if.
           if wi-history-source (ws-inv-idx) = 'N'
                move spaces                 to ws-hl-sale-detail
           else
                move wi-sale-date (ws-inv-idx)
                                             to ws-hl-date-out
                move wi-store-num (ws-inv-idx)
                                             to ws-hl-store-out
                move wi-sku-code (ws-inv-idx)
                                             to ws-hl-sku-out
                move wi-sale-amount (ws-inv-idx)
                                             to ws-hl-amount-out
                move wi-pay-type (ws-inv-idx)
                                             to ws-hl-pay-type-out
           end-if.
           write output-line                from ws-history-line.
           write output-line                from ws-trail-headings.

      * one event on the trail. A second return against the same
      * invoice, and a return against a voided one, are called out
      * on the line itself.
       430-writetrailline.
           add 1                            to ws-trail-event-count.
           move spaces                      to ws-trail-line.
           if se-event-date = 0
                move spaces                 to ws-tl-date-out
           else
                move se-event-date          to ws-tl-date-out
           end-if.
           move se-tran-code                to ws-tl-code-out.
           move se-store-num                to ws-tl-store-out.
           move se-sku-code                 to ws-tl-sku-out.
           move se-tran-amount              to ws-amount-work.
           move ws-amount-work              to ws-tl-amount-out.
           move se-pay-type                 to ws-tl-pay-type-out.
           move se-note-text                to ws-tl-note-out.

           if se-source = 'S'
                perform 432-namesaleevent
           else
           if se-source = 'R'
                perform 434-namereturnevent
           else
           if se-source = 'C'
                move "Card Refund Sent"     to ws-tl-event-out
                add se-tran-amount          to ws-trail-refund-amount
           else
           if se-source = 'P'
                move "Held For Approval"    to ws-tl-event-out
                if se-note-text = spaces
                     move "AWAITING MANAGER DECISION"
                                             to ws-tl-note-out
                end-if
           else
                perform 436-namedecision
           end-if
           end-if
           end-if
           end-if.

           write output-line                from ws-trail-line.

       432-namesaleevent.
           if se-tran-code = 'B'
                move "Basket Item Sold"     to ws-tl-event-out
           else
           if se-tran-code = 'E'
                move "Exchange Sale Leg"    to ws-tl-event-out
           else
                move "Sale"                 to ws-tl-event-out
           end-if
           end-if.

       434-namereturnevent.
           if se-tran-code = 'E'
                move "Exchange Return Leg"  to ws-tl-event-out
                add se-tran-amount          to ws-trail-return-amount
           else
           if se-tran-code = 'V'
                move "Void"                 to ws-tl-event-out
                move ws-yes-flag            to ws-trail-void-flag
           else
                move "Return - Refund Tender"
                                             to ws-tl-event-out
                add 1                       to ws-trail-return-count
                add se-tran-amount          to ws-trail-return-amount
                if ws-trail-return-count > 1
                     move "*** DUPLICATE RETURN ***"
                                             to ws-tl-note-out
                     add 1                  to ws-trail-flag-count
                end-if
                if ws-trail-void-flag = ws-yes-flag
                     move "*** RETURN ON VOIDED INVOICE"
                                             to ws-tl-note-out
                     add 1                  to ws-trail-flag-count
                end-if
           end-if
           end-if.

      * a decision carries no amount of its own - the held return's
      * line above it has the dollars.
       436-namedecision.
           move spaces                      to ws-tl-amount-out.
           move spaces                      to ws-tl-store-out.
           if se-tran-code = 'A'
                move "Hold Released"        to ws-tl-event-out
                move "RELEASED"             to ws-dn-decision-out
           else
           if se-tran-code = 'R'
                move "Hold Rejected"        to ws-tl-event-out
                move "REJECTED"             to ws-dn-decision-out
           else
                move "Approval Decision"    to ws-tl-event-out
                move "UNKNOWN"              to ws-dn-decision-out
           end-if
           end-if.
           if se-approver-id = spaces
                if se-tran-code = 'A'
                     move "RELEASED - NO APPROVER ON FEED"
                                             to ws-tl-note-out
                else
                if se-tran-code = 'R'
                     move "REJECTED - NO APPROVER ON FEED"
                                             to ws-tl-note-out
                else
                     move "UNKNOWN - NO APPROVER ON FEED"
                                             to ws-tl-note-out
                end-if
                end-if
           else
                move se-approver-id         to ws-dn-approver-out
                move ws-decision-note-work  to ws-tl-note-out
           end-if.

      * the invoice's totals, and any return dollars beyond what the
      * sale was for.
       440-endinvoice.
           set ws-inv-idx                   to ws-invoice-match-sub.
           if ws-trail-event-count = 0
                write output-line           from ws-no-trail-line
           else
                move ws-trail-return-count  to ws-it-return-count-out
                move ws-trail-return-amount to ws-it-return-amount-out
                move ws-trail-refund-amount to ws-it-refund-amount-out
                write output-line           from ws-invoice-total-line
           end-if.

           if wi-history-source (ws-inv-idx) not = 'N'
              and ws-trail-return-amount >
                  wi-sale-amount (ws-inv-idx)
                move "*** RETURNS EXCEED THE ORIGINAL SALE ***"
                                             to ws-fl-text-out
                write output-line           from ws-flag-line
                add 1                       to ws-trail-flag-count
           end-if.
           if wi-history-source (ws-inv-idx) = 'N'
              and ws-trail-return-count > 0
                move "*** RETURNED WITH NO SALE ON MASTER OR ARCHIVE"
                                             to ws-fl-text-out
                write output-line           from ws-flag-line
                add 1                       to ws-trail-flag-count
           end-if.
           if ws-trail-flag-count > 0
                add 1                       to ws-flagged-invoice-total
           end-if.
           write output-line                from ws-blank-line.

       550-writetotals.
           if ws-table-full-flag = ws-yes-flag
                move "*** INQUIRY LIMIT REACHED - NARROW THE RANGES"
                                             to ws-fl-text-out
                write output-line           from ws-flag-line
                write output-line           from ws-blank-line
           end-if.

           move 'Requests Read'             to ws-cl-label-out.
           move ws-request-read-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Invalid - Not Taken'     to ws-cl-label-out.
           move ws-invalid-request-total    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Invoices Requested'        to ws-cl-label-out.
           move ws-requested-invoice-total  to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Invoices From Store/Date Ranges'
                                             to ws-cl-label-out.
           move ws-range-invoice-total      to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  On Sales History Master' to ws-cl-label-out.
           move ws-on-master-total          to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Archived'                to ws-cl-label-out.
           move ws-archived-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move '  Not On Master Or Archive' to ws-cl-label-out.
           move ws-no-history-total         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Invoices Flagged'          to ws-cl-label-out.
           move ws-flagged-invoice-total    to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Trail Events Found'        to ws-cl-label-out.
           move ws-event-total              to ws-cl-count-out.
           write output-line                from ws-count-line.
           write output-line                from ws-blank-line.

           move 'History Master Records Scanned'
                                             to ws-cl-label-out.
           move ws-history-read-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Archive Generations'       to ws-cl-label-out.
           move ws-arch-gen-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Archive Records Read'      to ws-cl-label-out.
           move ws-arch-read-total          to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Sales Stream Days'         to ws-cl-label-out.
           move ws-sl-block-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Sales Stream Records Read' to ws-cl-label-out.
           move ws-sl-read-total            to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Returns Stream Days'       to ws-cl-label-out.
           move ws-ret-block-total          to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Returns Stream Records Read'
                                             to ws-cl-label-out.
           move ws-ret-read-total           to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Card Refund Generations'   to ws-cl-label-out.
           move ws-refund-gen-total         to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Card Refund Records Read'  to ws-cl-label-out.
           move ws-refund-read-total        to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Pending Holds Read'        to ws-cl-label-out.
           move ws-pending-read-total       to ws-cl-count-out.
           write output-line                from ws-count-line.
           move 'Approval Decisions Read'   to ws-cl-label-out.
           move ws-approval-read-total      to ws-cl-count-out.
           write output-line                from ws-count-line.

       600-closefiles.
           close sales-history,
                 output-file.

      * one structured event on the shared operations log. The file
      * is opened and closed around each event - events are rare and
      * this keeps the log whole however the run ends.
       9000-logevent.
           open extend error-log-file.
           move spaces                      to error-log-record.
           move 'E4INVINQ'                   to el-program-id.
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
       end program E4INVINQ.
