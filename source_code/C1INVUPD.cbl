      *per store and SKU: decremented one unit per S/L/N/B sale
      *record and exchange sale leg off A7SPLIT's SLFILE stream,
      *incremented one unit per R record and exchange return leg off
      *the RETFILE stream the store put back on the shelf, and
      *incremented by the warehouse receiving feed. E5RETDSP's
      *DISPOSN stream carries one disposition per returned unit in
      *RETFILE order, read alongside it - a unit written off or set
      *aside for the vendor is counted, not restocked. Prints an
      *exception report of keys driven negative and of keys where
      *sales keep posting against zero on-hand - the
      *sure sign of receiving not being keyed - closing the gap
      *between the movement report the buyers have and the stock
      *position the chain actually needs. Each store's exception
      *keys go on to the store-result file for the store scorecard.
      *
       environment division.
       configuration section.
               assign to RETFILE
               organization is sequential.

      * the disposition of every returned unit E5RETDSP wrote, H/T
      * stamped, one detail per RETFILE R/E record in the same order
           select disposition-file
               assign to DISPOSN
               organization is sequential.

      * the warehouse receiving feed - one record per store, SKU and
      * received quantity, keyed by the warehouse system.
           select receiving-file
               record key is oh-inv-key
               file status is ws-onhand-master-status.

      * per-store results for the store manager scorecard (D5SCORE)
      * - extended, since A5POLL starts the day's file.
           select optional store-result-file
               assign to STRSLT
               organization is sequential.

      * inventory update and exception report
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
       fd sl-file
           05 rt-amount-total               pic 9(9)V99.
           05 filler                        pic x(17).

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
       fd receiving-file
           recording mode is F
           05 oh-last-update-date           pic 9(6).
           05 filler                        pic xx.

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
           recording mode is F
      * on, and what the startup scan of RUNCTL found.
       01 ws-runctl-controls.
           05 ws-predecessor-id             pic x(8)
                value 'E5RETDSP'.
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

       01 ws-sl-eof-flag                    pic x
           value 'N'.
           value 'N'.
       01 ws-rcv-eof-flag                   pic x
           value 'N'.
       01 ws-disp-eof-flag                  pic x
           value 'N'.
       01 ws-no-flag                        pic x
           value 'N'.
       01 ws-yes-flag                       pic x
       01 ws-excp-match-sub                 pic 9(4)
           value 0.

      * exception keys per store for the scorecard, counted off the
      * final on-hand as each exception line prints.
       01 ws-store-stock-table.
           05 ws-store-stock-entry          occurs 99 times
                                             indexed by ws-sstk-idx.
                10 wss-negative-count        pic 9(5).
                10 wss-zero-stuck-count      pic 9(5).

      * sized for the full projected chain-wide volume so nothing
      * wraps past its picture.
       01 ws-counters.
                value 0.
           05 ws-increment-total            pic 9(7)
                value 0.
           05 ws-disp-read-count            pic 9(7)
                value 0.
           05 ws-write-off-unit-total       pic 9(7)
                value 0.
           05 ws-vendor-unit-total          pic 9(7)
                value 0.
           05 ws-rcv-unit-total             pic 9(7)
                value 0.
           05 ws-new-key-total              pic 9(5)
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Restock Units Up  = ".
           05 ws-increment-out              pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
                value "Voids Skipped     = ".
           05 ws-void-skipped-out           pic z,zzz,zz9.

       01 ws-totals-line-3.
           05 filler                        pic x(20)
                value "Units Written Off = ".
           05 ws-write-off-out              pic z,zzz,zz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(20)
                value "Units To Vendor   = ".
           05 ws-vendor-unit-out            pic z,zzz,zz9.

      *
       procedure division.
       000-main.
           perform 420-processrcvrecords
                until ws-rcv-eof-flag = ws-yes-flag.
           perform 500-writereport.
           perform 560-writestoreresults.
           perform 600-closefiles.

           compute ws-runctl-record-count =
                ws-sl-read-count + ws-ret-read-count
              + ws-rcv-read-count.
           perform 9600-markruncomplete.

           goback.
           close business-date-file.

       100-openfiles.
      * the occurs tables carry no value clauses - cleared here so
      * the exception sweep starts from a clean slate.
           initialize ws-excp-table,
                      ws-store-stock-table.

           open input  sl-file,
                       ret-file,
                       disposition-file,
                       receiving-file.
      * i-o, not output - the master accumulates night over night.
           open i-o    onhand-master.
       310-initialreadret.
           read ret-file
                at end move ws-yes-flag     to ws-ret-eof-flag.
           perform 315-readdispheader.

      * DISPOSN must answer for tonight's returns - a stream left
      * over from another date would restock the wrong units.
       315-readdispheader.
           read disposition-file
                at end move ws-yes-flag     to ws-disp-eof-flag.
           if ws-disp-eof-flag = ws-yes-flag
              or dh-record-type not = 'H'
                display 'C1INVUPD: NO HEADER ON DISPOSN'
                move 'NO HEADER ON DISPOSN'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.
           if dh-business-date not = ws-date-line
                display 'C1INVUPD: DISPOSN HEADER DATE '
                        dh-business-date
                        ' DOES NOT MATCH BUSINESS DATE '
                        ws-date-line
                move 'DISPOSN HEADER DATE MISMATCH'
                                    to ws-log-message
                move 0              to ws-log-position
                perform 9100-logfatal
           end-if.

       410-processretrecords.
           perform 440-applyretrecord.
                at end move ws-yes-flag     to ws-ret-eof-flag.

      * R records and exchange return legs put their unit back on
      * the shelf when the store restocked it - the next DISPOSN
      * record says. A void reverses money, not merchandise - the
      * voided sale never left the store - so 'V' records are
      * counted past, not applied, and have no disposition.
       440-applyretrecord.
           if rh-record-type = 'H'
                if rh-business-date not = ws-date-line
                if rd-tran-code = 'V'
                     add 1                  to ws-void-skipped-total
                else
                     perform 442-readdisposition
                     if ds-restock
                          move rd-store-num to ws-mv-store-num
                          move rd-sku-code  to ws-mv-sku-code
                          move 1            to ws-mv-quantity
                          add 1             to ws-increment-total
                          perform 450-applymovement
                     else
                     if ds-write-off
                          add 1             to ws-write-off-unit-total
                     else
                          add 1             to ws-vendor-unit-total
                     end-if
                     end-if
                end-if
           end-if
           end-if.

      * DISPOSN runs in step with RETFILE, one detail per returned
      * unit - a disposition for any other unit, or none at all,
      * means the two streams came from different runs.
       442-readdisposition.
           read disposition-file
                at end move ws-yes-flag     to ws-disp-eof-flag.
           if ws-disp-eof-flag = ws-yes-flag
              or dt-record-type = 'T'
              or ds-store-num not = rd-store-num
              or ds-invoice-num not = rd-invoice-num
              or ds-sku-code not = rd-sku-code
              or not (ds-restock or ds-write-off
                      or ds-return-to-vendor)
                display 'C1INVUPD: DISPOSN OUT OF STEP WITH RETFILE'
                move 'DISPOSN OUT OF STEP WITH RETFILE'
                                    to ws-log-message
                move ws-ret-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           add 1                            to ws-disp-read-count.

       320-initialreadrcv.
           read receiving-file
                at end move ws-yes-flag     to ws-rcv-eof-flag.
                perform 9100-logfatal
           end-if.

      * every disposition must have been taken - a detail left over
      * past the last return is as far out of step as one missing.
           read disposition-file
                at end move ws-yes-flag     to ws-disp-eof-flag.
           if ws-disp-eof-flag = ws-yes-flag
              or dt-record-type not = 'T'
                display 'C1INVUPD: NO TRAILER ON DISPOSN'
                move 'DISPOSN TRAILER MISSING OR OUT OF STEP'
                                    to ws-log-message
                move ws-disp-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.
           if ws-disp-read-count not = dt-record-count
                display 'C1INVUPD: DISPOSN TRAILER MISMATCH'
                move 'DISPOSN TRAILER MISMATCH'
                                    to ws-log-message
                move ws-disp-read-count
                                    to ws-log-position
                perform 9100-logfatal
           end-if.

       500-writereport.
           move ws-business-date            to ws-heading-date-out.
           write output-line                from ws-headings-1.
           move ws-void-skipped-total       to ws-void-skipped-out.
           write output-line                from ws-totals-line-2.

           move ws-write-off-unit-total     to ws-write-off-out.
           move ws-vendor-unit-total        to ws-vendor-unit-out.
           write output-line                from ws-totals-line-3.

           if ws-excp-count > 0
                move 'INVENTORY EXCEPTIONS ON REPORT'
                                             to ws-log-message
                                             to ws-xd-condition-out
           end-if.

           if we-store-num (ws-excp-idx) is numeric
              and we-store-num (ws-excp-idx) > 0
                set ws-sstk-idx             to we-store-num
                                                       (ws-excp-idx)
                if oh-on-hand-qty < 0
                     add 1                  to wss-negative-count
                                                       (ws-sstk-idx)
                else
                     add 1                  to wss-zero-stuck-count
                                                       (ws-sstk-idx)
                end-if
           end-if.

           write output-line                from ws-excp-detail-line.

      * each store with exception keys tonight, for the store
      * scorecard - negative on-hand and zero-stuck keys as separate
      * results behind this step's 'RUN ' record.
       560-writestoreresults.
           open extend store-result-file.
           move spaces                      to store-result-record.
           move 'C1INVUPD'                  to sr-program-id.
           move ws-business-date            to sr-business-date.
           move 0                           to sr-store-num.
           move 'RUN '                      to sr-result-code.
           move 0                           to sr-result-count.
           move 0                           to sr-result-amount.
           write store-result-record.
           perform 565-writestorestock
                varying ws-sstk-idx from 1 by 1
                until ws-sstk-idx > 99.
           close store-result-file.

       565-writestorestock.
           if wss-negative-count (ws-sstk-idx) > 0
                move spaces                 to store-result-record
                move 'C1INVUPD'             to sr-program-id
                move ws-business-date       to sr-business-date
                set sr-store-num            to ws-sstk-idx
                move 'NEGO'                 to sr-result-code
                move wss-negative-count (ws-sstk-idx)
                                             to sr-result-count
                move 0                      to sr-result-amount
                write store-result-record
           end-if.
           if wss-zero-stuck-count (ws-sstk-idx) > 0
                move spaces                 to store-result-record
                move 'C1INVUPD'             to sr-program-id
                move ws-business-date       to sr-business-date
                set sr-store-num            to ws-sstk-idx
                move 'ZERO'                 to sr-result-code
                move wss-zero-stuck-count (ws-sstk-idx)
                                             to sr-result-count
                move 0                      to sr-result-amount
                write store-result-record
           end-if.

      * anything other than found ('00'), not-found ('23') or a
      * clean write on the on-hand master is an I/O failure INVALID
      * KEY alone would not catch - fatal, since the stock position
       600-closefiles.
           close sl-file,
                 ret-file,
                 disposition-file,
                 receiving-file,
                 onhand-master,
                 output-file.

           if ws-predecessor-id not = spaces
              and ws-pred-complete-flag not = 'Y'
                display 'C1INVUPD: PREDECESSOR E5RETDSP NOT COMPLETE'
                move 'PREDECESSOR STEP NOT COMPLETE ON RUNCTL'
                                    to ws-log-message
                perform 9100-logfatal
           move ws-date-line                to rc-business-date.
           move ws-runctl-status            to rc-status.
           move ws-run-date                 to rc-run-date.
           accept ws-runctl-time            from time.
           move ws-runctl-hhmmss            to rc-run-time.
           move ws-runctl-record-count      to rc-record-count.
           write run-control-record.
           close run-control-file.

