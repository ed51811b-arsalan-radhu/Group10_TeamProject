       identification division.
       program-id. Program_28.
       author. Arsalan Arif Radhu.
       date-written. 15th October 2026.
      *Program description: This program closes the loop from the
      * reorder report to the shelf. The day's warehouse receipts
      * are first matched against the open purchase orders - short
      * shipments, overshipments and receipts with no PO behind them
      * are reported - and open PO lines past their due date are
      * listed. Then every SKU on Program_18's reorder list that is
      * not already on order is ordered from its vendor in the
      * vendor's order multiple, due after the vendor's lead time,
      * and the lines are grouped into one purchase order per
      * vendor: written to the purchase-order file and printed, one
      * PO to a page, ready to send.

       environment division.

       configuration section.
       input-output section.

       file-control.

      *    Run-control parameter card - the official business date
      *    this run processes as. Absent (the normal case) the
      *    machine date applies.
       select run-control-file
         assign to "../../../../Data/run-control.dat"
         organization is line sequential
         file status is ws-runctl-file-status.

      *    Program_18's reorder list - every store and SKU at or
      *    below its reorder point after today's movement.
       select reorder-list-file
         assign to "../../../../Data/reorder-list.dat"
         organization is line sequential
         file status is ws-reorder-file-status.

      *    Stock arriving from the warehouse, keyed by the receiver
      *    with the purchase order it came in against. Program_18 has
      *    already put it on the shelf.
       select receiving-file
         assign to "../../../../Data/receiving.dat"
         organization is line sequential
         file status is ws-receiving-file-status.

      *    SKU-to-vendor link, sorted ascending by SKU code - the
      *    vendor each SKU is bought from, the multiple it must be
      *    ordered in, and the vendor's lead time in days.
       select sku-vendor-file
         assign to "../../../../Data/sku-vendor.dat"
         organization is line sequential
         file status is ws-sku-vendor-file-status.

      *    Vendor master - number, name, address and status.
       select vendor-master-file
         assign to "../../../../Data/vendor-master.dat"
         organization is line sequential
         file status is ws-vendor-file-status.

      *    Purchase-order lines, kept across runs by PO number, ship-
      *    to store and SKU. A line stays open until a receipt comes
      *    in against it, and stays on file after as the record of
      *    what was ordered and what arrived.
       select purchase-order-file
         assign to "../../../../Data/purchase-order.dat"
         organization is indexed
         access mode is dynamic
         record key is po-key
         file status is ws-po-file-status.

      *    One-record PO number counter - the next number to issue.
       select po-control-file
         assign to "../../../../Data/po-control.dat"
         organization is line sequential
         file status is ws-po-control-file-status.

      *    Program_18's guard - the date the day's movement was last
      *    applied. The reorder list and the receipts are only
      *    today's once that date is today.
       select inventory-guard-file
         assign to "../../../../Data/inventory-applied.dat"
         organization is line sequential
         file status is ws-inv-guard-file-status.

      *    One-record guard carrying the date purchase orders were
      *    last raised - the same day must never order twice or
      *    match its receipts twice.
       select applied-guard-file
         assign to "../../../../Data/po-applied.dat"
         organization is line sequential
         file status is ws-guard-file-status.

      *    Shared run-audit log, appended to by every program in the
      *    nightly chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

       select report-file
         assign to "../../../../Data/po-report.out"
         organization is line sequential.

       select po-print-file
         assign to "../../../../Data/purchase-orders.out"
         organization is line sequential.

       data division.
       file section.

       fd run-control-file
           data record is run-control-record
           record contains 8 characters.

       01 run-control-record.
         05 rc-business-date           pic 9(8).
         05 rc-business-date-r redefines rc-business-date.
           10 rc-bd-yyyy               pic 9(4).
           10 rc-bd-mm                 pic 99.
           10 rc-bd-dd                 pic 99.

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

       fd receiving-file
           data record is receiving-record
           record contains 35 characters.

       01 receiving-record.
         05 rcv-store-number         pic 99.
         05 rcv-sku-code             pic x(15).
         05 rcv-quantity             pic 9(5).
         05 rcv-reorder-point        pic 9(5).
         05 rcv-po-number            pic x(8).

       fd sku-vendor-file
           data record is sku-vendor-record
           record contains 29 characters.

       01 sku-vendor-record.
         05 sv-sku-code              pic x(15).
         05 sv-vendor-number         pic x(6).
         05 sv-order-multiple        pic 9(5).
         05 sv-lead-time-days        pic 9(3).

       fd vendor-master-file
           data record is vendor-master-record
           record contains 97 characters.

       01 vendor-master-record.
         05 vm-vendor-number         pic x(6).
         05 vm-vendor-name           pic x(30).
         05 vm-address               pic x(30).
         05 vm-city-state-zip        pic x(30).
         05 vm-status                pic x.
           88 vm-active-88              value 'A'.

       fd purchase-order-file
           data record is purchase-order-record.

       01 purchase-order-record.
         05 po-key.
           10 po-number              pic x(8).
           10 po-store-number        pic 99.
           10 po-sku-code            pic x(15).
         05 po-vendor-number         pic x(6).
         05 po-order-date            pic 9(8).
         05 po-due-date              pic 9(8).
         05 po-qty-ordered           pic 9(5).
         05 po-qty-received          pic 9(5).
         05 po-receive-date          pic 9(8).
         05 po-status                pic x.
           88 po-open-88                value 'O'.
           88 po-closed-88              value 'C'.
           88 po-short-88               value 'S'.
           88 po-over-88                value 'V'.

       fd po-control-file
           data record is po-control-record
           record contains 7 characters.

       01 po-control-record.
         05 pn-next-po-number        pic 9(7).

       fd inventory-guard-file
           data record is inventory-guard-record
           record contains 8 characters.

       01 inventory-guard-record.
         05 ig-applied-date          pic 9(8).

       fd applied-guard-file
           data record is applied-guard-record
           record contains 8 characters.

       01 applied-guard-record.
         05 ag-applied-date          pic 9(8).

       fd audit-log-file
           data record is audit-log-record
           record contains 46 characters.

       01 audit-log-record.
         05 al-run-date              pic 9(8).
         05 al-run-time              pic 9(8).
         05 al-program-id            pic x(10).
         05 al-records-read          pic 9(6).
         05 al-records-rejected      pic 9(6).
         05 al-run-status            pic x(8).

       fd report-file
           data record is report-line
           record contains 90 characters.

       01 report-line              pic x(90).

       fd po-print-file
           data record is po-print-line
           record contains 90 characters.

       01 po-print-line            pic x(90).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-reorder-file-status     pic xx value '00'.
       01 ws-receiving-file-status   pic xx value '00'.
       01 ws-sku-vendor-file-status  pic xx value '00'.
       01 ws-vendor-file-status      pic xx value '00'.
       01 ws-po-file-status          pic xx value '00'.
       01 ws-po-control-file-status  pic xx value '00'.
       01 ws-inv-guard-file-status   pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.
       77 ws-two                     pic 9 value 2.

       01 ws-run-date                pic 9(8).

      *Run guards - Program_18's movement must be in for today, and
      *today must not have been ordered already.
       77 ws-inventory-current       pic x value 'N'.
       77 ws-already-applied         pic x value 'N'.

      *Next PO number to issue. The counter starts at one on the
      *first run.
       77 ws-next-po-number          pic 9(7) value 1.
       01 ws-po-number-work.
         05 ws-po-number-prefix      pic x value 'P'.
         05 ws-po-number-digits      pic 9(7).

      *SKU-to-vendor link, for the binary search by SKU.
       01 ws-sv-table.
         05 ws-sv-entry
                                      occurs 1 to 5000 times
                                      depending on ws-sv-count
                                      ascending key ws-sv-sku
                                      indexed by ws-sv-idx.
           10 ws-sv-sku              pic x(15).
           10 ws-sv-vendor           pic x(6).
           10 ws-sv-multiple         pic 9(5).
           10 ws-sv-lead-time        pic 9(3).
       77 ws-sv-count                pic 9(5) value 0.
       77 ws-sv-found                pic x value 'N'.

      *Vendor master, for the name and address on the PO and for
      *the active check.
       01 ws-vendor-table.
         05 ws-vn-entry              occurs 500 times
              indexed by ws-vn-idx.
           10 ws-vn-number           pic x(6).
           10 ws-vn-name             pic x(30).
           10 ws-vn-address          pic x(30).
           10 ws-vn-city-state-zip   pic x(30).
           10 ws-vn-status           pic x.
       77 ws-vn-count                pic 999 value 0.
       77 ws-vn-found                pic x value 'N'.
       77 ws-vn-held-position        pic 999.
       77 ws-lookup-vendor           pic x(6).

      *Store and SKU pairs with a PO line still open - a SKU already
      *on order is not ordered again while the first order is out.
       01 ws-on-order-table.
         05 ws-oo-entry              occurs 3000 times
              indexed by ws-oo-idx.
           10 ws-oo-store            pic 99.
           10 ws-oo-sku              pic x(15).
       77 ws-oo-count                pic 9(4) value 0.
       77 ws-oo-found                pic x value 'N'.

      *Today's order lines, sorted by vendor before the POs are cut.
       01 ws-order-table.
         05 ws-or-entry              occurs 2000 times
              indexed by ws-or-idx.
           10 ws-or-vendor           pic x(6).
           10 ws-or-store            pic 99.
           10 ws-or-sku              pic x(15).
           10 ws-or-qty              pic 9(5).
           10 ws-or-due-date         pic 9(8).
       77 ws-or-count                pic 9(4) value 0.

      *Bubble-sort work fields, ascending by vendor, store and SKU.
       77 ws-sort-i                  pic 9(4).
       77 ws-sort-j                  pic 9(4).
       77 ws-sort-limit              pic 9(4).
       77 ws-sort-swap-entry         pic x(36).

      *Order quantity work fields. The order brings the on-hand up
      *to twice the reorder point, rounded up to the vendor's order
      *multiple.
       01 ws-order-work.
         05 ws-order-need            pic s9(7).
         05 ws-order-qty             pic 9(7).
         05 ws-order-multiple        pic 9(5).
         05 ws-order-packs           pic 9(7).
         05 ws-order-remainder       pic 9(5).
         05 ws-current-vendor        pic x(6).
         05 ws-current-po            pic x(8).
         05 ws-po-lines              pic 9(4).
         05 ws-po-units              pic 9(7).

      *Due-date work fields - the order date stepped forward one day
      *at a time over the lead time.
       01 ws-due-date                pic 9(8).
       01 ws-due-date-r redefines ws-due-date.
         05 ws-due-yyyy              pic 9(4).
         05 ws-due-mm                pic 99.
         05 ws-due-dd                pic 99.
       77 ws-lead-days               pic 9(3).
       77 ws-month-length            pic 99.
       77 ws-leap-quot               pic 9(4).
       77 ws-leap-rem4               pic 9(4).
       77 ws-leap-rem100             pic 9(4).
       77 ws-leap-rem400             pic 9(4).

      *Days in each month of a non-leap year.
       01 ws-month-length-values.
         05 filler                   pic x(24) value
           "312831303130313130313031".
       01 ws-month-length-table redefines ws-month-length-values.
         05 ws-days-in-month         pic 99 occurs 12 times.

      *Receipt match work fields.
       01 ws-receipt-work.
         05 ws-rcv-result            pic x(24).
         05 ws-rcv-ordered           pic 9(5).
         05 ws-rcv-difference        pic s9(6).

       01 ws-result-texts.
         05 ws-result-matched-const  pic x(24) value
           "MATCHED".
         05 ws-result-short-const    pic x(24) value
           "SHORT SHIPMENT".
         05 ws-result-over-const     pic x(24) value
           "OVERSHIPMENT".
         05 ws-result-no-po-const    pic x(24) value
           "NO PO QUOTED".
         05 ws-result-not-on-const   pic x(24) value
           "PO LINE NOT ON FILE".
         05 ws-result-closed-const   pic x(24) value
           "PO LINE ALREADY CLOSED".
         05 ws-result-no-link-const  pic x(24) value
           "NO VENDOR FOR SKU".
         05 ws-result-no-vend-const  pic x(24) value
           "VENDOR NOT ACTIVE".
         05 ws-result-on-order-const pic x(24) value
           "ALREADY ON ORDER".
         05 ws-result-full-const     pic x(24) value
           "ORDER TABLE FULL".
         05 ws-result-dup-line-const pic x(24) value
           "DUPLICATE PO LINE".

       01 ws-run-counters.
         05 ws-receipts-read         pic 9(6) value 0.
         05 ws-receipts-matched      pic 9(6) value 0.
         05 ws-receipts-short        pic 9(6) value 0.
         05 ws-receipts-over         pic 9(6) value 0.
         05 ws-receipts-no-po        pic 9(6) value 0.
         05 ws-overdue-count         pic 9(6) value 0.
         05 ws-reorder-read          pic 9(6) value 0.
         05 ws-reorder-on-order      pic 9(6) value 0.
         05 ws-reorder-not-ordered   pic 9(6) value 0.
         05 ws-po-count              pic 9(6) value 0.
         05 ws-po-line-count         pic 9(6) value 0.
         05 ws-po-unit-count         pic 9(8) value 0.
         05 ws-po-line-rejected      pic 9(6) value 0.

       01 ws-heading.
         05 filler                   pic x(38) value
           " PURCHASE ORDER AND RECEIVING REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-receipt-heading.
         05 filler                   pic x(40) value
           "RECEIPTS MATCHED AGAINST PURCHASE ORDERS".

       01 ws-receipt-column-heading.
         05 filler                   pic x(8) value "PO".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Ordered".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Received".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "   Diff".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(24) value "Result".

       01 ws-receipt-detail-line.
         05 ws-rd-po-number          pic x(8).
         05 filler                   pic x(4) value spaces.
         05 ws-rd-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-rd-sku                pic x(15).
         05 filler                   pic x(4) value spaces.
         05 ws-rd-ordered            pic zzzz9.
         05 filler                   pic x(5) value spaces.
         05 ws-rd-received           pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-rd-difference         pic zzzzz9-.
         05 filler                   pic x(2) value spaces.
         05 ws-rd-result             pic x(24).

       01 ws-no-receipt-line.
         05 filler                   pic x(40) value
           "  (NO RECEIPTS TODAY)".

       01 ws-overdue-heading.
         05 filler                   pic x(40) value
           "OPEN PURCHASE ORDER LINES PAST DUE".

       01 ws-overdue-column-heading.
         05 filler                   pic x(8) value "PO".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value "Vendor".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Ordered".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Ordered".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Due".

       01 ws-overdue-detail-line.
         05 ws-od-po-number          pic x(8).
         05 filler                   pic x(2) value spaces.
         05 ws-od-vendor             pic x(6).
         05 filler                   pic x(4) value spaces.
         05 ws-od-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-od-sku                pic x(15).
         05 filler                   pic x(4) value spaces.
         05 ws-od-qty                pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-od-order-date         pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-od-due-date           pic 9(8).

       01 ws-no-overdue-line.
         05 filler                   pic x(40) value
           "  (NO PURCHASE ORDER LINE PAST DUE)".

       01 ws-order-heading.
         05 filler                   pic x(40) value
           "REORDER LIST - NOT ORDERED TODAY".

       01 ws-order-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "On Hand".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Reorder".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(24) value "Reason".

       01 ws-order-exception-line.
         05 filler                   pic x(3) value spaces.
         05 ws-oe-store              pic xx.
         05 filler                   pic x(2) value spaces.
         05 ws-oe-sku                pic x(15).
         05 filler                   pic x(2) value spaces.
         05 ws-oe-on-hand            pic zzzz9-.
         05 filler                   pic x(4) value spaces.
         05 ws-oe-reorder            pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-oe-reason             pic x(24).

       01 ws-no-exception-line.
         05 filler                   pic x(45) value
           "  (EVERY SKU ON THE REORDER LIST ORDERED)".

       01 ws-po-raised-heading.
         05 filler                   pic x(40) value
           "PURCHASE ORDERS RAISED TODAY".

       01 ws-po-raised-line.
         05 filler                   pic x(2) value spaces.
         05 ws-pr-po-number          pic x(8).
         05 filler                   pic x(2) value spaces.
         05 ws-pr-vendor             pic x(6).
         05 filler                   pic x(2) value spaces.
         05 ws-pr-vendor-name        pic x(30).
         05 filler                   pic x(2) value spaces.
         05 ws-pr-lines              pic zzz9.
         05 filler                   pic x(7) value " LINES ".
         05 ws-pr-units              pic zzzzzz9.
         05 filler                   pic x(6) value " UNITS".

      *A PO line the PO file would not take - it is neither printed
      *on the purchase order nor counted in its totals.
       01 ws-po-line-exception.
         05 filler                   pic x(2) value spaces.
         05 ws-pe-po-number          pic x(8).
         05 filler                   pic x(2) value spaces.
         05 ws-pe-store              pic xx.
         05 filler                   pic x(2) value spaces.
         05 ws-pe-sku                pic x(15).
         05 filler                   pic x(2) value spaces.
         05 ws-pe-qty                pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-pe-reason             pic x(24).

       01 ws-no-po-line.
         05 filler                   pic x(40) value
           "  (NO PURCHASE ORDERS RAISED)".

       01 ws-refused-line.
         05 filler                   pic x(60) value
           "*** RUN REFUSED - MOVEMENT NOT IN OR ALREADY ORDERED ***".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "RECEIPTS READ:          ".
         05 ws-sm-receipts-read      pic zzzzz9.
         05 filler                   pic x(14) value "   MATCHED:   ".
         05 ws-sm-receipts-matched   pic zzzzz9.
         05 filler                   pic x(14) value "   NO PO:     ".
         05 ws-sm-receipts-no-po     pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "SHORT SHIPMENTS:        ".
         05 ws-sm-receipts-short     pic zzzzz9.
         05 filler                   pic x(14) value "   OVER:      ".
         05 ws-sm-receipts-over      pic zzzzz9.
         05 filler                   pic x(14) value "   PAST DUE:  ".
         05 ws-sm-overdue-count      pic zzzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "REORDER LINES READ:     ".
         05 ws-sm-reorder-read       pic zzzzz9.
         05 filler                   pic x(14) value "   ON ORDER:  ".
         05 ws-sm-reorder-on-order   pic zzzzz9.
         05 filler                   pic x(14) value "   NOT ORDER: ".
         05 ws-sm-reorder-not        pic zzzzz9.

       01 ws-summary-line-4.
         05 filler                   pic x(24) value
           "PURCHASE ORDERS RAISED: ".
         05 ws-sm-po-count           pic zzzzz9.
         05 filler                   pic x(14) value "   LINES:     ".
         05 ws-sm-po-line-count      pic zzzzz9.
         05 filler                   pic x(14) value "   UNITS:     ".
         05 ws-sm-po-unit-count      pic zzzzzzz9.

       01 ws-summary-line-5.
         05 filler                   pic x(24) value
           "PO LINES NOT RAISED:    ".
         05 ws-sm-po-line-rejected   pic zzzzz9.

      *The printed purchase order.
       01 ws-pp-heading.
         05 filler                   pic x(16) value
           "PURCHASE ORDER  ".
         05 ws-ph-po-number          pic x(8).
         05 filler                   pic x(16) value
           "    ORDER DATE  ".
         05 ws-ph-order-date         pic 9(8).

       01 ws-pp-vendor-line-1.
         05 filler                   pic x(10) value "VENDOR    ".
         05 ws-pv-vendor             pic x(6).
         05 filler                   pic x(2) value spaces.
         05 ws-pv-name               pic x(30).

       01 ws-pp-vendor-line-2.
         05 filler                   pic x(18) value spaces.
         05 ws-pv-address            pic x(30).

       01 ws-pp-vendor-line-3.
         05 filler                   pic x(18) value spaces.
         05 ws-pv-city-state-zip     pic x(30).

       01 ws-pp-column-heading.
         05 filler                   pic x(7) value "Ship To".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Quantity".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Due Date".

       01 ws-pp-detail-line.
         05 filler                   pic x(2) value spaces.
         05 ws-pd-store              pic xx.
         05 filler                   pic x(5) value spaces.
         05 ws-pd-sku                pic x(15).
         05 filler                   pic x(5) value spaces.
         05 ws-pd-qty                pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-pd-due-date           pic 9(8).

       01 ws-pp-total-line.
         05 filler                   pic x(14) value
           "TOTAL LINES:  ".
         05 ws-pt-lines              pic zzz9.
         05 filler                   pic x(14) value
           "   TOTAL UNITS".
         05 ws-pt-units              pic zzzzzz9.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.
           perform 112-check-inventory-current.
           perform 114-check-applied-guard.

           if ws-inventory-current not = ws-true-const
             or ws-already-applied = ws-true-const
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 115-write-applied-guard.

           perform 120-load-sku-vendor.
           perform 125-load-vendor-master.
           perform 130-read-po-control.

           open i-o purchase-order-file.

           if ws-po-file-status not = "00"
               open output purchase-order-file
               close purchase-order-file
               open i-o purchase-order-file
           end-if.

           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           perform 200-match-receipts.
           perform 300-scan-open-orders.
           perform 400-build-order-lines.
           perform 500-sort-order-lines.
           perform 600-raise-purchase-orders.

           perform 850-print-summary.

           close purchase-order-file,
             report-file.

           perform 135-write-po-control.
           perform 960-write-audit-end.

           goback.

      *Resolves the official business date for this run - the
      *run-control card when one is on file with a plausible date,
      *the machine date otherwise - so Tuesday's catch-up run on
      *Wednesday morning still processes as Tuesday.
       101-resolve-business-date.
           accept ws-run-date from date yyyymmdd.

           open input run-control-file.
           if ws-runctl-file-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       if rc-business-date is numeric
                         and rc-bd-yyyy is greater than 2000
                         and rc-bd-mm is not less than 01
                         and rc-bd-mm is not greater than 12
                         and rc-bd-dd is not less than 01
                         and rc-bd-dd is not greater than 31
                           move rc-business-date to ws-run-date
                       end-if
               end-read
               close run-control-file
           end-if.

      *Opens the shared audit log for update, creating it first if
      *this is the very first run and it does not exist yet.
       140-open-audit-log.
           open extend audit-log-file.

           if ws-audit-file-status not = "00"
               open output audit-log-file
               close audit-log-file
               open extend audit-log-file
           end-if.

       145-write-audit-start.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_28" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_28" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a report behind saying so, so no
      *purchase orders is never mistaken for nothing to order.
       190-print-refusal.
           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-refused-line
             after advancing ws-one lines.
           close report-file.

      *The reorder list and the receipts are today's only once
      *Program_18 has applied today's movement.
       112-check-inventory-current.
           open input inventory-guard-file.

           if ws-inv-guard-file-status = "00"
               read inventory-guard-file
                   at end
                       continue
                   not at end
                       if ig-applied-date = ws-run-date
                           move ws-true-const to ws-inventory-current
                       end-if
               end-read
               close inventory-guard-file
           end-if.

       114-check-applied-guard.
           open input applied-guard-file.

           if ws-guard-file-status = "00"
               read applied-guard-file
                   at end
                       continue
                   not at end
                       if ag-applied-date = ws-run-date
                           move ws-true-const to ws-already-applied
                       end-if
               end-read
               close applied-guard-file
           end-if.

      *Written before anything is ordered, the same as Program_18's
      *guard - an abend mid-run leaves the day refused until someone
      *looks, rather than half of it ordered twice.
       115-write-applied-guard.
           move ws-run-date to ag-applied-date.
           open output applied-guard-file.
           write applied-guard-record.
           close applied-guard-file.

       120-load-sku-vendor.
           open input sku-vendor-file.

           if ws-sku-vendor-file-status = "00"
               read sku-vendor-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 121-load-sku-vendor-entry
                 until ws-eof-flag = ws-true-const

               close sku-vendor-file
               move ws-false-const to ws-eof-flag
           end-if.

       121-load-sku-vendor-entry.
           if ws-sv-count is less than 5000
               add ws-one to ws-sv-count
               move sv-sku-code to ws-sv-sku (ws-sv-count)
               move sv-vendor-number to ws-sv-vendor (ws-sv-count)
               if sv-order-multiple is numeric
                 and sv-order-multiple is greater than zero
                   move sv-order-multiple
                     to ws-sv-multiple (ws-sv-count)
               else
                   move 1 to ws-sv-multiple (ws-sv-count)
               end-if
               if sv-lead-time-days is numeric
                   move sv-lead-time-days
                     to ws-sv-lead-time (ws-sv-count)
               else
                   move zero to ws-sv-lead-time (ws-sv-count)
               end-if
           end-if.

           read sku-vendor-file
               at end
                   move ws-true-const to ws-eof-flag.

       125-load-vendor-master.
           open input vendor-master-file.

           if ws-vendor-file-status = "00"
               read vendor-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 126-load-vendor-entry
                 until ws-eof-flag = ws-true-const

               close vendor-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       126-load-vendor-entry.
           if ws-vn-count is less than 500
               add ws-one to ws-vn-count
               set ws-vn-idx to ws-vn-count
               move vm-vendor-number to ws-vn-number (ws-vn-idx)
               move vm-vendor-name to ws-vn-name (ws-vn-idx)
               move vm-address to ws-vn-address (ws-vn-idx)
               move vm-city-state-zip
                 to ws-vn-city-state-zip (ws-vn-idx)
               move vm-status to ws-vn-status (ws-vn-idx)
           end-if.

           read vendor-master-file
               at end
                   move ws-true-const to ws-eof-flag.

       130-read-po-control.
           open input po-control-file.

           if ws-po-control-file-status = "00"
               read po-control-file
                   at end
                       continue
                   not at end
                       if pn-next-po-number is numeric
                         and pn-next-po-number is greater than zero
                           move pn-next-po-number
                             to ws-next-po-number
                       end-if
               end-read
               close po-control-file
           end-if.

       135-write-po-control.
           move ws-next-po-number to pn-next-po-number.
           open output po-control-file.
           write po-control-record.
           close po-control-file.

      *Every receipt keyed today is matched to the PO line it quotes
      *- by PO number, ship-to store and SKU. The line is closed by
      *the receipt: in full, short or over. A short line is not left
      *open for the balance; if the SKU is still low it is on
      *tomorrow's reorder list and is ordered again. A second receipt
      *keyed today against a line an earlier one closed today is
      *more of the same delivery, and is added to that line.
       200-match-receipts.
           write report-line from ws-receipt-heading
             after advancing 2 lines.
           write report-line from ws-receipt-column-heading
             after advancing ws-one lines.

           open input receiving-file.

           if ws-receiving-file-status = "00"
               read receiving-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-match-one-receipt
                 until ws-eof-flag = ws-true-const
               close receiving-file
               move ws-false-const to ws-eof-flag
           end-if.

           if ws-receipts-read = zero
               write report-line from ws-no-receipt-line
           end-if.

       210-match-one-receipt.
           if rcv-store-number is numeric
             and rcv-quantity is numeric
             and rcv-sku-code not = spaces
               add ws-one to ws-receipts-read
               move zero to ws-rcv-ordered
               move zero to ws-rcv-difference
               if rcv-po-number = spaces
                   move ws-result-no-po-const to ws-rcv-result
                   add ws-one to ws-receipts-no-po
               else
                   perform 220-apply-receipt-to-po
               end-if
               perform 230-print-receipt-line
           end-if.

           read receiving-file
               at end
                   move ws-true-const to ws-eof-flag.

       220-apply-receipt-to-po.
           move rcv-po-number to po-number.
           move rcv-store-number to po-store-number.
           move rcv-sku-code to po-sku-code.

           read purchase-order-file
               invalid key
                   move ws-result-not-on-const to ws-rcv-result
                   add ws-one to ws-receipts-no-po
               not invalid key
                   move po-qty-ordered to ws-rcv-ordered
                   if po-open-88
                     or po-receive-date = ws-run-date
                       perform 225-close-po-line
                   else
                       move ws-result-closed-const to ws-rcv-result
                       add ws-one to ws-receipts-no-po
                   end-if
           end-read.

       225-close-po-line.
           add rcv-quantity to po-qty-received.
           move ws-run-date to po-receive-date.
           compute ws-rcv-difference =
             po-qty-received - po-qty-ordered.

           if ws-rcv-difference = zero
               move 'C' to po-status
               move ws-result-matched-const to ws-rcv-result
               add ws-one to ws-receipts-matched
           else
               if ws-rcv-difference is negative
                   move 'S' to po-status
                   move ws-result-short-const to ws-rcv-result
                   add ws-one to ws-receipts-short
               else
                   move 'V' to po-status
                   move ws-result-over-const to ws-rcv-result
                   add ws-one to ws-receipts-over
               end-if
           end-if.

           rewrite purchase-order-record.

       230-print-receipt-line.
           move rcv-po-number to ws-rd-po-number.
           move rcv-store-number to ws-rd-store.
           move rcv-sku-code to ws-rd-sku.
           move ws-rcv-ordered to ws-rd-ordered.
           move rcv-quantity to ws-rd-received.
           move ws-rcv-difference to ws-rd-difference.
           move ws-rcv-result to ws-rd-result.
           write report-line from ws-receipt-detail-line.

      *One pass of the PO file after the receipts are in - every line
      *still open is on order, and one past its due date is listed
      *so the buyer can chase the vendor.
       300-scan-open-orders.
           write report-line from ws-overdue-heading
             after advancing 2 lines.
           write report-line from ws-overdue-column-heading
             after advancing ws-one lines.

           move low-values to po-key.
           start purchase-order-file
               key is not less than po-key
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 320-read-next-po
           end-if.

           perform 310-check-one-po-line
             until ws-eof-flag = ws-true-const.

           move ws-false-const to ws-eof-flag.

           if ws-overdue-count = zero
               write report-line from ws-no-overdue-line
           end-if.

       310-check-one-po-line.
           if po-open-88
               if ws-oo-count is less than 3000
                   add ws-one to ws-oo-count
                   set ws-oo-idx to ws-oo-count
                   move po-store-number to ws-oo-store (ws-oo-idx)
                   move po-sku-code to ws-oo-sku (ws-oo-idx)
               end-if
               if po-due-date is less than ws-run-date
                   add ws-one to ws-overdue-count
                   move po-number to ws-od-po-number
                   move po-vendor-number to ws-od-vendor
                   move po-store-number to ws-od-store
                   move po-sku-code to ws-od-sku
                   move po-qty-ordered to ws-od-qty
                   move po-order-date to ws-od-order-date
                   move po-due-date to ws-od-due-date
                   write report-line from ws-overdue-detail-line
               end-if
           end-if.

           perform 320-read-next-po.

       320-read-next-po.
           read purchase-order-file next record
               at end
                   move ws-true-const to ws-eof-flag.

      *Today's reorder list, line by line. A SKU already on order, a
      *SKU with no vendor, or one whose vendor is not active is
      *listed with the reason instead of ordered.
       400-build-order-lines.
           write report-line from ws-order-heading
             after advancing 2 lines.
           write report-line from ws-order-column-heading
             after advancing ws-one lines.

           open input reorder-list-file.

           if ws-reorder-file-status = "00"
               read reorder-list-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 410-order-one-sku
                 until ws-eof-flag = ws-true-const
               close reorder-list-file
               move ws-false-const to ws-eof-flag
           end-if.

           if ws-reorder-on-order = zero
             and ws-reorder-not-ordered = zero
               write report-line from ws-no-exception-line
           end-if.

       410-order-one-sku.
           if rl-run-date = ws-run-date
               add ws-one to ws-reorder-read
               perform 420-check-on-order
               if ws-oo-found = ws-true-const
                   add ws-one to ws-reorder-on-order
                   move ws-result-on-order-const to ws-oe-reason
                   perform 470-print-order-exception
               else
                   perform 430-find-sku-vendor
                   if ws-sv-found not = ws-true-const
                       move ws-result-no-link-const to ws-oe-reason
                       perform 460-refuse-order-line
                   else
                       move ws-sv-vendor (ws-sv-idx)
                         to ws-lookup-vendor
                       perform 440-find-vendor
                       if ws-vn-found not = ws-true-const
                         or ws-vn-status (ws-vn-idx) not = 'A'
                           move ws-result-no-vend-const
                             to ws-oe-reason
                           perform 460-refuse-order-line
                       else
                           perform 450-add-order-line
                       end-if
                   end-if
               end-if
           end-if.

           read reorder-list-file
               at end
                   move ws-true-const to ws-eof-flag.

       420-check-on-order.
           move ws-false-const to ws-oo-found.

           perform 425-check-one-on-order
             varying ws-oo-idx from 1 by 1
             until ws-oo-idx is greater than ws-oo-count
             or ws-oo-found = ws-true-const.

       425-check-one-on-order.
           if ws-oo-store (ws-oo-idx) = rl-store-number
             and ws-oo-sku (ws-oo-idx) = rl-sku-code
               move ws-true-const to ws-oo-found
           end-if.

       430-find-sku-vendor.
           move ws-false-const to ws-sv-found.

           if ws-sv-count is greater than zero
               search all ws-sv-entry
                   at end
                       continue
                   when ws-sv-sku (ws-sv-idx) = rl-sku-code
                       move ws-true-const to ws-sv-found
               end-search
           end-if.

       440-find-vendor.
           move ws-false-const to ws-vn-found.

           if ws-vn-count is greater than zero
               perform 445-check-one-vendor
                 varying ws-vn-idx from 1 by 1
                 until ws-vn-idx is greater than ws-vn-count
                 or ws-vn-found = ws-true-const
           end-if.

           if ws-vn-found = ws-true-const
               set ws-vn-idx to ws-vn-held-position
           end-if.

       445-check-one-vendor.
           if ws-vn-number (ws-vn-idx) = ws-lookup-vendor
               move ws-true-const to ws-vn-found
               set ws-vn-held-position to ws-vn-idx
           end-if.

      *The order brings the store back up to twice its reorder point
      *- one reorder point's worth of cover above the trigger -
      *rounded up to a whole number of the vendor's packs.
       450-add-order-line.
           compute ws-order-need =
             (rl-reorder-point * ws-two) - rl-on-hand.
           if ws-order-need is less than ws-one
               move ws-one to ws-order-need
           end-if.

           move ws-sv-multiple (ws-sv-idx) to ws-order-multiple.
           divide ws-order-need by ws-order-multiple
             giving ws-order-packs
             remainder ws-order-remainder.
           if ws-order-remainder is greater than zero
               add ws-one to ws-order-packs
           end-if.
           compute ws-order-qty = ws-order-packs * ws-order-multiple.

           move ws-sv-lead-time (ws-sv-idx) to ws-lead-days.
           perform 480-compute-due-date.

           if ws-or-count is less than 2000
             and ws-order-qty is less than 100000
               add ws-one to ws-or-count
               set ws-or-idx to ws-or-count
               move ws-lookup-vendor to ws-or-vendor (ws-or-idx)
               move rl-store-number to ws-or-store (ws-or-idx)
               move rl-sku-code to ws-or-sku (ws-or-idx)
               move ws-order-qty to ws-or-qty (ws-or-idx)
               move ws-due-date to ws-or-due-date (ws-or-idx)
           else
               move ws-result-full-const to ws-oe-reason
               perform 460-refuse-order-line
           end-if.

       460-refuse-order-line.
           add ws-one to ws-reorder-not-ordered.
           perform 470-print-order-exception.

       470-print-order-exception.
           move rl-store-number to ws-oe-store.
           move rl-sku-code to ws-oe-sku.
           move rl-on-hand to ws-oe-on-hand.
           move rl-reorder-point to ws-oe-reorder.
           write report-line from ws-order-exception-line.

      *Due date - the run date stepped forward one day at a time
      *over the vendor's lead time.
       480-compute-due-date.
           move ws-run-date to ws-due-date.

           if ws-lead-days is greater than zero
               perform 485-add-one-day ws-lead-days times
           end-if.

       485-add-one-day.
           move ws-days-in-month (ws-due-mm) to ws-month-length.

           if ws-due-mm = 2
               divide ws-due-yyyy by 4 giving ws-leap-quot
                 remainder ws-leap-rem4
               divide ws-due-yyyy by 100 giving ws-leap-quot
                 remainder ws-leap-rem100
               divide ws-due-yyyy by 400 giving ws-leap-quot
                 remainder ws-leap-rem400
               if (ws-leap-rem4 = zero and ws-leap-rem100 not = zero)
                 or ws-leap-rem400 = zero
                   move 29 to ws-month-length
               end-if
           end-if.

           if ws-due-dd is less than ws-month-length
               add ws-one to ws-due-dd
           else
               move 1 to ws-due-dd
               if ws-due-mm is less than 12
                   add ws-one to ws-due-mm
               else
                   move 1 to ws-due-mm
                   add ws-one to ws-due-yyyy
               end-if
           end-if.

      *Plain bubble sort, ascending by vendor, store and SKU, so each
      *vendor's lines come together for its purchase order.
       500-sort-order-lines.
           perform 510-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-or-count.

       510-sort-pass.
           compute ws-sort-limit = ws-or-count - ws-sort-i.

           perform 520-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       520-compare-and-swap.
           if ws-or-entry (ws-sort-j) is greater than
             ws-or-entry (ws-sort-j + 1)
               move ws-or-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-or-entry (ws-sort-j + 1)
                 to ws-or-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-or-entry (ws-sort-j + 1)
           end-if.

      *One purchase order per vendor - a new PO number at each change
      *of vendor, every line written to the PO file open, and the PO
      *printed on its own page.
       600-raise-purchase-orders.
           write report-line from ws-po-raised-heading
             after advancing 2 lines.

           if ws-or-count = zero
               write report-line from ws-no-po-line
           else
               open output po-print-file
               move spaces to ws-current-vendor
               perform 610-raise-one-line
                 varying ws-or-idx from 1 by 1
                 until ws-or-idx is greater than ws-or-count
               perform 630-close-purchase-order
               close po-print-file
           end-if.

       610-raise-one-line.
           if ws-or-vendor (ws-or-idx) not = ws-current-vendor
               if ws-current-vendor not = spaces
                   perform 630-close-purchase-order
               end-if
               perform 620-open-purchase-order
           end-if.

           move ws-current-po to po-number.
           move ws-or-store (ws-or-idx) to po-store-number.
           move ws-or-sku (ws-or-idx) to po-sku-code.
           move ws-current-vendor to po-vendor-number.
           move ws-run-date to po-order-date.
           move ws-or-due-date (ws-or-idx) to po-due-date.
           move ws-or-qty (ws-or-idx) to po-qty-ordered.
           move zero to po-qty-received.
           move zero to po-receive-date.
           move 'O' to po-status.
           write purchase-order-record
               invalid key
                   perform 615-reject-po-line
               not invalid key
                   perform 612-print-po-line
           end-write.

      *The line is on file - it goes on the printed PO and into its
      *totals.
       612-print-po-line.
           move ws-or-store (ws-or-idx) to ws-pd-store.
           move ws-or-sku (ws-or-idx) to ws-pd-sku.
           move ws-or-qty (ws-or-idx) to ws-pd-qty.
           move ws-or-due-date (ws-or-idx) to ws-pd-due-date.
           write po-print-line from ws-pp-detail-line.

           add ws-one to ws-po-lines.
           add ws-or-qty (ws-or-idx) to ws-po-units.
           add ws-one to ws-po-line-count.
           add ws-or-qty (ws-or-idx) to ws-po-unit-count.

      *The PO file already holds this PO, store and SKU - the line is
      *reported as an exception instead of being sent to the vendor
      *without a record of it on file.
       615-reject-po-line.
           add ws-one to ws-po-line-rejected.
           move ws-current-po to ws-pe-po-number.
           move ws-or-store (ws-or-idx) to ws-pe-store.
           move ws-or-sku (ws-or-idx) to ws-pe-sku.
           move ws-or-qty (ws-or-idx) to ws-pe-qty.
           move ws-result-dup-line-const to ws-pe-reason.
           write report-line from ws-po-line-exception.

       620-open-purchase-order.
           move ws-or-vendor (ws-or-idx) to ws-current-vendor.
           move ws-next-po-number to ws-po-number-digits.
           move ws-po-number-work to ws-current-po.
           add ws-one to ws-next-po-number.
           add ws-one to ws-po-count.
           move zero to ws-po-lines.
           move zero to ws-po-units.

           move ws-current-vendor to ws-lookup-vendor.
           perform 440-find-vendor.

           move ws-current-po to ws-ph-po-number.
           move ws-run-date to ws-ph-order-date.
           if ws-po-count = ws-one
               write po-print-line from ws-pp-heading
           else
               write po-print-line from ws-pp-heading
                 after advancing page
           end-if.

           move ws-current-vendor to ws-pv-vendor.
           move ws-vn-name (ws-vn-idx) to ws-pv-name.
           move ws-vn-address (ws-vn-idx) to ws-pv-address.
           move ws-vn-city-state-zip (ws-vn-idx)
             to ws-pv-city-state-zip.
           write po-print-line from ws-pp-vendor-line-1
             after advancing 2 lines.
           write po-print-line from ws-pp-vendor-line-2.
           write po-print-line from ws-pp-vendor-line-3.
           write po-print-line from ws-pp-column-heading
             after advancing 2 lines.

      *The PO's totals on the printed page, and its one line on the
      *run report.
       630-close-purchase-order.
           move ws-po-lines to ws-pt-lines.
           move ws-po-units to ws-pt-units.
           write po-print-line from ws-pp-total-line
             after advancing 2 lines.

           move ws-current-po to ws-pr-po-number.
           move ws-current-vendor to ws-pr-vendor.
           move ws-pv-name to ws-pr-vendor-name.
           move ws-po-lines to ws-pr-lines.
           move ws-po-units to ws-pr-units.
           write report-line from ws-po-raised-line.

       850-print-summary.
           move ws-receipts-read to ws-sm-receipts-read.
           move ws-receipts-matched to ws-sm-receipts-matched.
           move ws-receipts-no-po to ws-sm-receipts-no-po.
           move ws-receipts-short to ws-sm-receipts-short.
           move ws-receipts-over to ws-sm-receipts-over.
           move ws-overdue-count to ws-sm-overdue-count.
           move ws-reorder-read to ws-sm-reorder-read.
           move ws-reorder-on-order to ws-sm-reorder-on-order.
           move ws-reorder-not-ordered to ws-sm-reorder-not.
           move ws-po-count to ws-sm-po-count.
           move ws-po-line-count to ws-sm-po-line-count.
           move ws-po-unit-count to ws-sm-po-unit-count.

           write report-line from ws-summary-line-1
             after advancing 3 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.
           write report-line from ws-summary-line-4.

           move ws-po-line-rejected to ws-sm-po-line-rejected.
           write report-line from ws-summary-line-5.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_28" to al-program-id.
           compute al-records-read =
             ws-receipts-read + ws-reorder-read.
           compute al-records-rejected =
             ws-receipts-no-po + ws-reorder-not-ordered
             + ws-po-line-rejected.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_28.
