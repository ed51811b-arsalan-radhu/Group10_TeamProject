      * receiving-transaction file, and a reorder report lists every
      * SKU at or below its reorder point with its movement this
      * month, so reordering stops being a walk round the stock room
      * with a clipboard. Stock sent between stores moves through a
      * transfer file - out of the shipping store's on-hand into an
      * in-transit file, and onto the receiving store's on-hand when
      * it confirms - and a transfer report lists what is overdue in
      * transit and what arrived short or over. The reorder lines
      * are also written to a dated reorder list for Program_28 to
      * raise purchase orders from.

       environment division.

         file status is ws-items-file-status.

      *    Stock arriving from the warehouse - store, SKU, quantity
      *    received, optionally a new reorder point (zero leaves
      *    the point as it stands), and the purchase order it came
      *    in against. Keyed by the receiver on the day. The PO is
      *    matched by the purchase-order run (Program_28); the stock
      *    is on the shelf either way and is applied here.
       select receiving-file
         assign to "../../../../Data/receiving.dat"
         organization is line sequential
         file status is ws-receiving-file-status.

      *    Stock moved between stores - a transfer-out keyed by the
      *    shipping store, and a transfer-in keyed by the receiving
      *    store when the carton arrives, both under the transfer
      *    number on the paperwork.
       select transfer-file
         assign to "../../../../Data/transfer.dat"
         organization is line sequential
         file status is ws-transfer-file-status.

      *    Transfers shipped and not yet received, kept across runs by
      *    transfer number and SKU. A received transfer stays on file
      *    for one transfer report, then is purged.
       select in-transit-file
         assign to "../../../../Data/in-transit.dat"
         organization is indexed
         access mode is dynamic
         record key is it-key
         file status is ws-in-transit-file-status.

      *    Transfer parameter card - the number of days a transfer may
      *    sit in transit before the report calls it overdue. Absent,
      *    the standing default applies.
       select transfer-control-file
         assign to "../../../../Data/transfer-control.dat"
         organization is line sequential
         file status is ws-tfctl-file-status.

      *    The perpetual on-hand count, kept across runs by store and
      *    SKU.
       select inventory-file
         assign to "../../../../Data/reorder-report.out"
         organization is line sequential.

       select transfer-report-file
         assign to "../../../../Data/transfer-report.out"
         organization is line sequential.

      *    The reorder list as data - one record per SKU on today's
      *    reorder report, stamped with the run date, picked up by
      *    the purchase-order run (Program_28).
       select reorder-list-file
         assign to "../../../../Data/reorder-list.dat"
         organization is line sequential.

       data division.
       file section.

           data record is valid-line
           record contains 39 characters.

      *An employee purchase ('P') is a sale of stock like any other -
      *only the price differs.
       01 valid-line.
         05 il-transaction-code        pic x.
           88 il-sale-transac-88          value 'S', 'P'.
           88 il-return-transac-88        value 'R'.
           88 il-exchange-88              value 'X'.
           88 il-gift-issue-88            value 'G'.

       fd receiving-file
           data record is receiving-record
           record contains 35 characters.

       01 receiving-record.
         05 rcv-store-number         pic 99.
         05 rcv-sku-code             pic x(15).
         05 rcv-quantity             pic 9(5).
         05 rcv-reorder-point        pic 9(5).
         05 rcv-po-number            pic x(8).

      *tf-transfer-date is the ship date on a transfer-out and the
      *date the carton arrived on a transfer-in.
       fd transfer-file
           data record is transfer-record
           record contains 41 characters.

       01 transfer-record.
         05 tf-transfer-type         pic x.
           88 tf-transfer-out-88        value 'O'.
           88 tf-transfer-in-88         value 'I'.
         05 tf-transfer-number       pic x(8).
         05 tf-from-store            pic 99.
         05 tf-to-store              pic 99.
         05 tf-sku-code              pic x(15).
         05 tf-quantity              pic 9(5).
         05 tf-transfer-date         pic 9(8).
         05 tf-transfer-date-r redefines tf-transfer-date.
           10 tf-td-yyyy             pic 9(4).
           10 tf-td-mm               pic 99.
           10 tf-td-dd               pic 99.

       fd in-transit-file
           data record is in-transit-record.

       01 in-transit-record.
         05 it-key.
           10 it-transfer-number     pic x(8).
           10 it-sku-code            pic x(15).
         05 it-from-store            pic 99.
         05 it-to-store              pic 99.
         05 it-qty-shipped           pic 9(5).
         05 it-ship-date             pic 9(8).
         05 it-qty-received          pic 9(5).
         05 it-receive-date          pic 9(8).
         05 it-status                pic x.
           88 it-in-transit-88          value 'T'.
           88 it-received-88            value 'R'.

       fd transfer-control-file
           data record is transfer-control-record
           record contains 3 characters.

       01 transfer-control-record.
         05 tc-overdue-days          pic 999.

       fd inventory-file
           data record is inventory-record.

       01 report-line              pic x(90).

       fd reorder-list-file
           data record is reorder-list-record
           record contains 40 characters.

       01 reorder-list-record.
         05 rl-run-date              pic 9(8).
         05 rl-store-number          pic 99.
         05 rl-sku-code              pic x(15).
         05 rl-on-hand               pic s9(5).
         05 rl-reorder-point         pic 9(5).
         05 rl-period-sold           pic 9(5).

       fd transfer-report-file
           data record is transfer-report-line
           record contains 90 characters.

       01 transfer-report-line     pic x(90).

       working-storage section.

      *run-control-file's status - no card on file means the machine
       01 ws-receiving-file-status   pic xx value '00'.
       01 ws-inventory-file-status   pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-transfer-file-status    pic xx value '00'.
       01 ws-in-transit-file-status  pic xx value '00'.
       01 ws-tfctl-file-status       pic xx value '00'.
       01 ws-bc-file-status          pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-move-sold               pic 9(5).
       77 ws-move-direction          pic x.

      *Transfer controls - the overdue window (the parameter card's,
      *or the standing default), and the exceptions found while the
      *day's transfers were applied, held for the transfer report.
      *A transfer-in that matches no open transfer-out, or arrives
      *at a store other than the one it was shipped to, is refused -
      *no units move until the paperwork is put right.
       77 ws-overdue-days            pic 999 value 7.
       77 ws-days-in-transit         pic 9(7).
       77 ws-overdue-count           pic 9(5) value 0.
       77 ws-transit-purged-count    pic 9(5) value 0.
       01 ws-transfer-exceptions.
         05 ws-tx-entry              occurs 500 times
              indexed by ws-tx-idx.
           10 ws-tx-transfer-number  pic x(8).
           10 ws-tx-sku              pic x(15).
           10 ws-tx-from-store       pic 99.
           10 ws-tx-to-store         pic 99.
           10 ws-tx-shipped          pic 9(5).
           10 ws-tx-received         pic 9(5).
           10 ws-tx-reason           pic x(30).
       77 ws-tx-count                pic 9(3) value 0.
       77 ws-mismatch-count          pic 9(3) value 0.
       77 ws-tx-reason-in            pic x(30).

       01 ws-transfer-reasons.
         05 ws-tx-short-const        pic x(30) value
           "RECEIVED SHORT".
         05 ws-tx-over-const         pic x(30) value
           "RECEIVED OVER".
         05 ws-tx-no-out-const       pic x(30) value
           "REFUSED - NO TRANSFER OUT".
         05 ws-tx-received-const     pic x(30) value
           "REFUSED - ALREADY RECEIVED".
         05 ws-tx-wrong-store-const  pic x(30) value
           "REFUSED - NOT SHIPPED HERE".
         05 ws-tx-duplicate-const    pic x(30) value
           "REFUSED - DUPLICATE TRANSFER".
         05 ws-tx-bad-record-const   pic x(30) value
           "REFUSED - INCOMPLETE RECORD".

      *Date-to-serial-day conversion work fields, the same as
      *Program_6's, so a ship date can be aged against the run date.
       01 ws-cvt-date                pic 9(8).
       01 ws-cvt-date-r redefines ws-cvt-date.
         05 ws-cvt-yyyy              pic 9(4).
         05 ws-cvt-mm                pic 99.
         05 ws-cvt-dd                pic 99.
       77 ws-cvt-days                pic 9(7).
       77 ws-today-days              pic 9(7).
       77 ws-cvt-prior-years         pic 9(4).
       77 ws-cvt-div4                pic 9(4).
       77 ws-cvt-div100              pic 9(4).
       77 ws-cvt-div400              pic 9(4).
       77 ws-cvt-quot                pic 9(4).
       77 ws-cvt-rem4                pic 9(4).
       77 ws-cvt-rem100              pic 9(4).
       77 ws-cvt-rem400              pic 9(4).

      *Cumulative days before each month in a non-leap year, indexed
      *by month number by the conversion paragraph.
       01 ws-month-day-values.
         05 filler                   pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-month-day-table redefines ws-month-day-values.
         05 ws-days-before-month     pic 9(3) occurs 12 times.

       01 ws-apply-counters.
         05 ws-records-read          pic 9(6) value 0.
         05 ws-items-read            pic 9(6) value 0.
         05 ws-receipts-read         pic 9(6) value 0.
         05 ws-transfers-read        pic 9(6) value 0.
         05 ws-transfers-out         pic 9(6) value 0.
         05 ws-transfers-in          pic 9(6) value 0.
         05 ws-inv-created-count     pic 9(5) value 0.
         05 ws-inv-updated-count     pic 9(5) value 0.
         05 ws-reorder-count         pic 9(5) value 0.
           "SKUS AT REORDER POINT:  ".
         05 ws-sm-reorder-count      pic zzzzz9.

       01 ws-tr-heading.
         05 filler                   pic x(28) value
           " INTER-STORE TRANSFER REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-th-run-date           pic 9(8).

       01 ws-tr-exception-heading.
         05 filler                   pic x(40) value
           "TRANSFERS RECEIVED SHORT/OVER OR REFUSED".

       01 ws-tr-overdue-heading.
         05 filler                   pic x(26) value
           "STILL IN TRANSIT PAST    ".
         05 ws-th-overdue-days       pic zz9.
         05 filler                   pic x(5) value " DAYS".

       01 ws-tr-column-heading.
         05 filler                   pic x(8) value "Transfer".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(4) value "From".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(2) value "To".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Shipped".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Received".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(30) value "Reason / Days".

       01 ws-tr-detail-line.
         05 ws-td-transfer-number    pic x(8).
         05 filler                   pic x(2) value spaces.
         05 ws-td-sku                pic x(15).
         05 filler                   pic x(4) value spaces.
         05 ws-td-from-store         pic z9.
         05 filler                   pic x(2) value spaces.
         05 ws-td-to-store           pic z9.
         05 filler                   pic x(4) value spaces.
         05 ws-td-shipped            pic zzzz9.
         05 filler                   pic x(5) value spaces.
         05 ws-td-received           pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-td-reason             pic x(30).
         05 ws-td-reason-r redefines ws-td-reason.
           10 ws-td-days             pic zzzzzz9.
           10 filler                 pic x(23).

       01 ws-tr-none-line.
         05 filler                   pic x(8) value "  (NONE)".

       01 ws-tr-summary-line-1.
         05 filler                   pic x(24) value
           "TRANSFER RECORDS READ:  ".
         05 ws-ts-transfers-read     pic zzzzz9.
         05 filler                   pic x(8) value "   OUT ".
         05 ws-ts-transfers-out      pic zzzzz9.
         05 filler                   pic x(7) value "   IN ".
         05 ws-ts-transfers-in       pic zzzzz9.

       01 ws-tr-summary-line-2.
         05 filler                   pic x(24) value
           "EXCEPTIONS/OVERDUE:     ".
         05 ws-ts-exception-count    pic zzzzz9.
         05 filler                   pic x value "/".
         05 ws-ts-overdue-count      pic zzzzz9.
         05 filler                   pic x(27) value
           "   RECEIVED, NOW PURGED:  ".
         05 ws-ts-purged-count       pic zzzzz9.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 120-load-item-lines.
           perform 200-collect-valid-movement.
           perform 250-collect-receiving.
           perform 270-collect-transfers.

           perform 400-open-inventory.
           perform 410-apply-movement.

           perform 800-print-reorder-report.
           perform 860-print-transfer-report.

           close inventory-file,
             in-transit-file.

           perform 960-write-audit-end.

             after advancing ws-one lines.
           close report-file.

           open output transfer-report-file.
           move ws-run-date to ws-th-run-date.
           write transfer-report-line from ws-tr-heading.
           write transfer-report-line from ws-refused-line
             after advancing ws-one lines.
           close transfer-report-file.

       112-read-batch-control.
           open input batch-control-file.

               at end
                   move ws-true-const to ws-eof-flag.

      *The day's transfers. A transfer-out takes the units off the
      *shipping store and opens an in-transit record; a transfer-in
      *closes that record and puts what actually arrived on the
      *receiving store. The in-transit file is opened here and stays
      *open for the transfer report.
       270-collect-transfers.
           perform 275-read-transfer-control.

           open i-o in-transit-file.

           if ws-in-transit-file-status not = "00"
               open output in-transit-file
               close in-transit-file
               open i-o in-transit-file
           end-if.

           open input transfer-file.

           if ws-transfer-file-status = "00"
               read transfer-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 280-collect-one-transfer
                 until ws-eof-flag = ws-true-const
               close transfer-file
               move ws-false-const to ws-eof-flag
           end-if.

      *Picks up the overdue window from the parameter card, if one is
      *on file with a usable figure.
       275-read-transfer-control.
           open input transfer-control-file.

           if ws-tfctl-file-status = "00"
               read transfer-control-file
                   at end
                       continue
                   not at end
                       if tc-overdue-days is numeric
                         and tc-overdue-days is greater than zero
                           move tc-overdue-days to ws-overdue-days
                       end-if
               end-read
               close transfer-control-file
           end-if.

       280-collect-one-transfer.
           add ws-one to ws-transfers-read.

           if (tf-transfer-out-88 or tf-transfer-in-88)
             and tf-transfer-number not = spaces
             and tf-sku-code not = spaces
             and tf-from-store is numeric
             and tf-to-store is numeric
             and tf-quantity is numeric
             and tf-quantity is greater than zero
             and tf-transfer-date is numeric
             and tf-td-mm is not less than 01
             and tf-td-mm is not greater than 12
             and tf-td-dd is not less than 01
             and tf-td-dd is not greater than 31
               move tf-transfer-number to it-transfer-number
               move tf-sku-code to it-sku-code
               if tf-transfer-out-88
                   perform 285-ship-transfer
               else
                   perform 290-receive-transfer
               end-if
           else
               move zero to it-qty-shipped
               move ws-tx-bad-record-const to ws-tx-reason-in
               perform 295-add-transfer-exception
           end-if.

           read transfer-file
               at end
                   move ws-true-const to ws-eof-flag.

      *A transfer number and SKU already on file is a re-keyed
      *shipment - refused, so the units do not leave the shelf
      *twice.
       285-ship-transfer.
           read in-transit-file
               invalid key
                   move tf-from-store to ws-lookup-store
                   move tf-sku-code to ws-lookup-sku
                   move tf-quantity to ws-move-qty
                   move zero to ws-move-sold
                   move '-' to ws-move-direction
                   perform 300-add-movement
                   if ws-mv-slot-ok = ws-true-const
                       move tf-from-store to it-from-store
                       move tf-to-store to it-to-store
                       move tf-quantity to it-qty-shipped
                       move tf-transfer-date to it-ship-date
                       move zero to it-qty-received
                       move zero to it-receive-date
                       move 'T' to it-status
                       write in-transit-record
                       add ws-one to ws-transfers-out
                   end-if
               not invalid key
                   move ws-tx-duplicate-const to ws-tx-reason-in
                   perform 295-add-transfer-exception
           end-read.

      *The receiving store gets what actually came off the truck; a
      *difference from what was shipped is listed for the two stores
      *to settle, not forced to balance.
       290-receive-transfer.
           read in-transit-file
               invalid key
                   move zero to it-qty-shipped
                   move ws-tx-no-out-const to ws-tx-reason-in
                   perform 295-add-transfer-exception
               not invalid key
                   if it-received-88
                       move ws-tx-received-const to ws-tx-reason-in
                       perform 295-add-transfer-exception
                   else
                       if it-to-store not = tf-to-store
                           move ws-tx-wrong-store-const
                             to ws-tx-reason-in
                           perform 295-add-transfer-exception
                       else
                           perform 292-apply-transfer-receipt
                       end-if
                   end-if
           end-read.

       292-apply-transfer-receipt.
           move it-to-store to ws-lookup-store.
           move it-sku-code to ws-lookup-sku.
           move tf-quantity to ws-move-qty.
           move zero to ws-move-sold.
           move '+' to ws-move-direction.
           perform 300-add-movement.

           if ws-mv-slot-ok = ws-true-const
               move tf-quantity to it-qty-received
               move tf-transfer-date to it-receive-date
               move 'R' to it-status
               rewrite in-transit-record
               add ws-one to ws-transfers-in

               if it-qty-received is less than it-qty-shipped
                   move ws-tx-short-const to ws-tx-reason-in
                   perform 295-add-transfer-exception
               end-if
               if it-qty-received is greater than it-qty-shipped
                   move ws-tx-over-const to ws-tx-reason-in
                   perform 295-add-transfer-exception
               end-if
           end-if.

      *Holds one exception for the transfer report. Past the table's
      *limit the exception is still counted, so the summary shows
      *more happened than the listing could hold.
       295-add-transfer-exception.
           add ws-one to ws-mismatch-count.

           if ws-tx-count is less than 500
               add ws-one to ws-tx-count
               set ws-tx-idx to ws-tx-count
               move tf-transfer-number
                 to ws-tx-transfer-number (ws-tx-idx)
               move tf-sku-code to ws-tx-sku (ws-tx-idx)
               move tf-from-store to ws-tx-from-store (ws-tx-idx)
               move tf-to-store to ws-tx-to-store (ws-tx-idx)
               move it-qty-shipped to ws-tx-shipped (ws-tx-idx)
               if tf-transfer-in-88 and tf-quantity is numeric
                   move tf-quantity to ws-tx-received (ws-tx-idx)
               else
                   move zero to ws-tx-received (ws-tx-idx)
               end-if
               move ws-tx-reason-in to ws-tx-reason (ws-tx-idx)
           end-if.

      *Folds one movement into the store+SKU entry, opening a zeroed
      *one if the pair is new today. A movement past the table's
      *limit is dropped and counted, never smeared over another slot.
      *movement. A SKU with no reorder point set is never flagged.
       800-print-reorder-report.
           open output report-file.
           open output reorder-list-file.

           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           perform 850-print-summary.

           close report-file,
             reorder-list-file.
           move ws-false-const to ws-eof-flag.

       810-read-next-inventory.
               move inv-reorder-point to ws-rd-reorder-point
               move inv-period-sold to ws-rd-period-sold
               write report-line from ws-reorder-detail-line
               move ws-run-date to rl-run-date
               move inv-store-number to rl-store-number
               move inv-sku-code to rl-sku-code
               move inv-on-hand to rl-on-hand
               move inv-reorder-point to rl-reorder-point
               move inv-period-sold to rl-period-sold
               write reorder-list-record
           end-if.

           perform 810-read-next-inventory.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.

      *The transfer report - today's exceptions from the table, then
      *one pass of the in-transit file listing every transfer still
      *out past the overdue window. A transfer received on an earlier
      *day has had its one report and is purged on the way past.
       860-print-transfer-report.
           open output transfer-report-file.

           move ws-run-date to ws-th-run-date.
           write transfer-report-line from ws-tr-heading.
           write transfer-report-line from ws-tr-exception-heading
             after advancing 2 lines.
           write transfer-report-line from ws-tr-column-heading
             after advancing ws-one lines.

           perform 865-print-one-exception
             varying ws-tx-idx from 1 by 1
             until ws-tx-idx is greater than ws-tx-count.

           if ws-tx-count = zero
               write transfer-report-line from ws-tr-none-line
           end-if.

           move ws-overdue-days to ws-th-overdue-days.
           write transfer-report-line from ws-tr-overdue-heading
             after advancing 2 lines.
           write transfer-report-line from ws-tr-column-heading
             after advancing ws-one lines.

           move ws-run-date to ws-cvt-date.
           perform 910-convert-date-to-days.
           move ws-cvt-days to ws-today-days.

           move low-values to it-key.
           start in-transit-file
               key is not less than it-key
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 870-read-next-in-transit
           end-if.

           perform 875-check-one-in-transit
             until ws-eof-flag = ws-true-const.

           if ws-overdue-count = zero
               write transfer-report-line from ws-tr-none-line
           end-if.

           move ws-transfers-read to ws-ts-transfers-read.
           move ws-transfers-out to ws-ts-transfers-out.
           move ws-transfers-in to ws-ts-transfers-in.
           move ws-mismatch-count to ws-ts-exception-count.
           move ws-overdue-count to ws-ts-overdue-count.
           move ws-transit-purged-count to ws-ts-purged-count.

           write transfer-report-line from ws-tr-summary-line-1
             after advancing 2 lines.
           write transfer-report-line from ws-tr-summary-line-2.

           close transfer-report-file.
           move ws-false-const to ws-eof-flag.

       865-print-one-exception.
           move ws-tx-transfer-number (ws-tx-idx)
             to ws-td-transfer-number.
           move ws-tx-sku (ws-tx-idx) to ws-td-sku.
           move ws-tx-from-store (ws-tx-idx) to ws-td-from-store.
           move ws-tx-to-store (ws-tx-idx) to ws-td-to-store.
           move ws-tx-shipped (ws-tx-idx) to ws-td-shipped.
           move ws-tx-received (ws-tx-idx) to ws-td-received.
           move ws-tx-reason (ws-tx-idx) to ws-td-reason.
           write transfer-report-line from ws-tr-detail-line.

       870-read-next-in-transit.
           read in-transit-file next record
               at end
                   move ws-true-const to ws-eof-flag.

       875-check-one-in-transit.
           if it-received-88
               if it-receive-date not = ws-run-date
                   delete in-transit-file record
                   add ws-one to ws-transit-purged-count
               end-if
           else
               move it-ship-date to ws-cvt-date
               perform 910-convert-date-to-days
               if ws-today-days is greater than ws-cvt-days
                   compute ws-days-in-transit =
                     ws-today-days - ws-cvt-days
               else
                   move zero to ws-days-in-transit
               end-if

               if ws-days-in-transit is greater than ws-overdue-days
                   add ws-one to ws-overdue-count
                   move it-transfer-number to ws-td-transfer-number
                   move it-sku-code to ws-td-sku
                   move it-from-store to ws-td-from-store
                   move it-to-store to ws-td-to-store
                   move it-qty-shipped to ws-td-shipped
                   move zero to ws-td-received
                   move spaces to ws-td-reason
                   move ws-days-in-transit to ws-td-days
                   write transfer-report-line from ws-tr-detail-line
               end-if
           end-if.

           perform 870-read-next-in-transit.

      *Converts ws-cvt-date (yyyymmdd) into a serial day count in
      *ws-cvt-days so two dates can be subtracted directly - whole
      *prior years at 365 days plus one per leap year, then the days
      *before this month (plus one when this year is itself a leap
      *year and the date is past February), then the day of month.
       910-convert-date-to-days.
           compute ws-cvt-prior-years = ws-cvt-yyyy - 1.
           divide ws-cvt-prior-years by 4 giving ws-cvt-div4.
           divide ws-cvt-prior-years by 100 giving ws-cvt-div100.
           divide ws-cvt-prior-years by 400 giving ws-cvt-div400.

           compute ws-cvt-days =
             (ws-cvt-yyyy * 365)
             + ws-cvt-div4 - ws-cvt-div100 + ws-cvt-div400
             + ws-days-before-month (ws-cvt-mm) + ws-cvt-dd.

           if ws-cvt-mm is greater than 2
               divide ws-cvt-yyyy by 4 giving ws-cvt-quot
                 remainder ws-cvt-rem4
               divide ws-cvt-yyyy by 100 giving ws-cvt-quot
                 remainder ws-cvt-rem100
               divide ws-cvt-yyyy by 400 giving ws-cvt-quot
                 remainder ws-cvt-rem400
               if (ws-cvt-rem4 = zero and ws-cvt-rem100 not = zero)
                 or ws-cvt-rem400 = zero
                   add ws-one to ws-cvt-days
               end-if
           end-if.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
