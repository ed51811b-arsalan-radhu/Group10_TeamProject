       identification division.
       program-id. Program_32.
       author. Arsalan Arif Radhu.
       date-written. 15th October 2026.
      *Program description: This program reports the day's gross
      * margin by store and by SKU. Every unit sold on valid.dat -
      * per item line where the ticket carried lines - is costed at
      * the unit cost on sku-master.dat, and every unit returned is
      * netted back out of both the sales and the cost of goods
      * sold, since it came back onto the shelf. Each store and SKU
      * shows its net sales, cost of goods sold, margin dollars and
      * margin percent. A SKU whose net sales came in under its cost
      * is flagged as selling below cost, and a SKU with no cost on
      * the catalog is flagged so its margin is not taken on trust.

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

      *    Program_1's validated output - the day's sales and
      *    returns.
       select valid-file
         assign to "../../../../Data/valid.dat"
         organization is indexed
         record key is il-invoice-number
         file status is ws-valid-file-status.

      *    Item lines of the invoices in valid.dat.
       select valid-items-file
         assign to "../../../../Data/valid-items.dat"
         organization is line sequential
         file status is ws-items-file-status.

      *    Catalog of valid SKU codes with prices and unit costs,
      *    sorted ascending by SKU code.
       select sku-master-file
         assign to "../../../../Data/sku-master.dat"
         organization is line sequential
         file status is ws-sku-file-status.

       select report-file
         assign to "../../../../Data/gross-margin-report.out"
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

       fd valid-file
           data record is valid-line
           record contains 39 characters.

      *An employee purchase ('P') is a sale of stock like any other -
      *only the price differs.
       01 valid-line.
         05 il-transaction-code        pic x.
           88 il-sale-transac-88          value 'S', 'P'.
           88 il-return-transac-88        value 'R'.
         05 il-transaction-amount      pic 9(5)v99.
         05 il-payment-type            pic xx.
           88 il-payment-gift-88          value 'GC'.
         05 il-store-number            pic xx.
         05 il-store-number-n redefines il-store-number
                                       pic 99.
         05 il-invoice-number          pic x(9).
         05 il-sku-code                pic x(15).
         05 il-cashier-id              pic x(3).

       fd valid-items-file
           data record is valid-items-record
           record contains 37 characters.

       01 valid-items-record.
         05 vi-invoice-number        pic x(9).
         05 vi-store-number          pic xx.
         05 vi-transaction-code      pic x.
         05 vi-sku-code              pic x(15).
         05 vi-quantity              pic 9(3).
         05 vi-unit-amount           pic 9(5)v99.

       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code             pic x(15).
         05 smr-unit-price           pic 9(5)v99.
         05 smr-unit-cost            pic 9(5)v99.

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line              pic x(100).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-valid-file-status       pic xx value '00'.
       01 ws-items-file-status       pic xx value '00'.
       01 ws-sku-file-status         pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       77 ws-run-date                pic 9(8).

      *SKU catalog, with the day's tallies kept against each SKU's
      *own entry so the SKU section prints in catalog order.
       01 ws-sku-table.
         05 ws-sku-entry
                                      occurs 1 to 5000 times
                                      depending on ws-sku-count
                                      ascending key ws-sku-code-entry
                                      indexed by ws-sku-idx.
           10 ws-sku-code-entry      pic x(15).
           10 ws-sku-cost-entry      pic 9(5)v99.
           10 ws-sku-units-sold      pic 9(7).
           10 ws-sku-units-returned  pic 9(7).
           10 ws-sku-sales           pic 9(9)v99.
           10 ws-sku-returns         pic 9(9)v99.
           10 ws-sku-cogs            pic s9(9)v99.
       77 ws-sku-count               pic 9(5) value 0.
       77 ws-sku-found               pic x value 'N'.

      *SKUs sold or returned today that are not on the catalog -
      *no cost is known, so they are costed at zero and listed.
       01 ws-uncat-table.
         05 ws-uc-entry              occurs 500 times
              indexed by ws-uc-idx.
           10 ws-uc-sku              pic x(15).
           10 ws-uc-units-sold       pic 9(7).
           10 ws-uc-units-returned   pic 9(7).
           10 ws-uc-sales            pic 9(9)v99.
           10 ws-uc-returns          pic 9(9)v99.
       77 ws-uc-count                pic 999 value 0.
       77 ws-uc-found                pic x value 'N'.
       77 ws-uc-held-position        pic 999.
       77 ws-uc-dropped              pic 9(5) value 0.

      *One entry per store number, the same way Program_3 keeps its
      *per-store tax.
       01 ws-store-table.
         05 ws-st-entry              occurs 99 times
              indexed by ws-st-idx.
           10 ws-st-sales            pic 9(9)v99.
           10 ws-st-returns          pic 9(9)v99.
           10 ws-st-cogs             pic s9(9)v99.

      *Item lines loaded whole, the same way Program_3 loads them.
       01 ws-item-table.
         05 ws-item-entry            occurs 1 to 5000 times
              depending on ws-item-count
              indexed by ws-item-idx.
           10 ws-item-invoice        pic x(9).
           10 ws-item-code           pic x.
           10 ws-item-sku            pic x(15).
           10 ws-item-qty            pic 9(3).
           10 ws-item-unit           pic 9(5)v99.
       77 ws-item-count              pic 9(5) value 0.
       77 ws-invoice-had-items       pic x value 'N'.

      *The movement in hand - SKU, quantity, unit price and whether
      *it went out or came back - routed by 350-tally-one-movement
      *whichever layout it came from.
       77 ws-tally-sku               pic x(15).
       77 ws-tally-qty               pic 9(3).
       77 ws-tally-unit-price        pic 9(5)v99.
       77 ws-tally-dollars           pic 9(8)v99.
       77 ws-tally-cost              pic 9(8)v99.
       77 ws-tally-store             pic 99.
       77 ws-tally-return            pic x value 'N'.

      *Margin work fields for the line being printed.
       01 ws-margin-work.
         05 ws-mw-net-sales          pic s9(9)v99.
         05 ws-mw-cogs               pic s9(9)v99.
         05 ws-mw-margin             pic s9(9)v99.
         05 ws-mw-percent            pic s9(5)v9.

       01 ws-chain-totals.
         05 ws-ch-sales              pic 9(10)v99 value 0.
         05 ws-ch-returns            pic 9(10)v99 value 0.
         05 ws-ch-cogs               pic s9(10)v99 value 0.

       01 ws-run-counters.
         05 ws-records-read          pic 9(6) value 0.
         05 ws-stores-printed        pic 999 value 0.
         05 ws-skus-printed          pic 9(5) value 0.
         05 ws-skus-below-cost       pic 9(5) value 0.
         05 ws-skus-no-cost          pic 9(5) value 0.

       01 ws-flag-texts.
         05 ws-flag-below-cost-const pic x(12) value
           "BELOW COST".
         05 ws-flag-no-cost-const    pic x(12) value
           "NO COST".
         05 ws-flag-not-catalog-const pic x(12) value
           "NOT ON FILE".

       01 ws-heading.
         05 filler                   pic x(29) value
           " GROSS MARGIN REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-store-heading.
         05 filler                   pic x(40) value
           "GROSS MARGIN BY STORE".

       01 ws-store-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value
           "        Sales".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value
           "      Returns".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value
           "    Net Sales".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value
           "         COGS".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value
           "       Margin".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Margin %".

       01 ws-store-detail-line.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-store              pic 99.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-sales              pic $$,$$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-returns            pic $$,$$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-net-sales          pic $$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-sd-cogs               pic $$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-sd-margin             pic $$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-percent            pic zzzz9.9-.

       01 ws-chain-total-line.
         05 filler                   pic x(5) value "CHAIN".
         05 filler                   pic x(2) value spaces.
         05 ws-ct-sales              pic $$,$$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-ct-returns            pic $$,$$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-ct-net-sales          pic $$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-ct-cogs               pic $$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-ct-margin             pic $$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-ct-percent            pic zzzz9.9-.

       01 ws-no-store-line.
         05 filler                   pic x(40) value
           "  (NO SALES OR RETURNS TODAY)".

       01 ws-sku-heading.
         05 filler                   pic x(40) value
           "GROSS MARGIN BY SKU".

       01 ws-sku-column-heading.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value " Sold".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value " Retd".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "    Cost".
         05 filler                   pic x value spaces.
         05 filler                   pic x(12) value
           "   Net Sales".
         05 filler                   pic x value spaces.
         05 filler                   pic x(12) value
           "        COGS".
         05 filler                   pic x value spaces.
         05 filler                   pic x(12) value
           "      Margin".
         05 filler                   pic x value spaces.
         05 filler                   pic x(8) value "Margin %".
         05 filler                   pic x value spaces.
         05 filler                   pic x(12) value "Flag".

       01 ws-sku-detail-line.
         05 ws-kd-sku                pic x(15).
         05 filler                   pic x(2) value spaces.
         05 ws-kd-units-sold         pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-kd-units-returned     pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-kd-cost               pic zzzz9.99.
         05 filler                   pic x value spaces.
         05 ws-kd-net-sales          pic $$$$$$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-kd-cogs               pic $$$$$$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-kd-margin             pic $$$$$$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-kd-percent            pic zzzz9.9-.
         05 filler                   pic x value spaces.
         05 ws-kd-flag               pic x(12).

       01 ws-no-sku-line.
         05 filler                   pic x(40) value
           "  (NO SKU SOLD OR RETURNED TODAY)".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "RECORDS READ:           ".
         05 ws-sm-records-read       pic zzzzz9.
         05 filler                   pic x(14) value "   STORES:    ".
         05 ws-sm-stores             pic zzzzz9.
         05 filler                   pic x(14) value "   SKUS:      ".
         05 ws-sm-skus               pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "SKUS BELOW COST:        ".
         05 ws-sm-below-cost         pic zzzzz9.
         05 filler                   pic x(14) value "   NO COST:   ".
         05 ws-sm-no-cost            pic zzzzz9.
         05 filler                   pic x(14) value "   DROPPED:   ".
         05 ws-sm-dropped            pic zzzzz9.

       procedure division.
       000-main.
           perform 101-resolve-business-date.

           perform 110-clear-store-table.
           perform 120-load-sku-master.
           perform 140-load-item-lines.
           perform 200-tally-valid-records.
           perform 800-print-report.

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

       110-clear-store-table.
           perform 115-clear-one-store
             varying ws-st-idx from 1 by 1
             until ws-st-idx is greater than 99.

       115-clear-one-store.
           move zero to ws-st-sales (ws-st-idx)
                         ws-st-returns (ws-st-idx)
                         ws-st-cogs (ws-st-idx).

       120-load-sku-master.
           open input sku-master-file.

           if ws-sku-file-status = "00"
               read sku-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 125-load-sku-entry
                 until ws-eof-flag = ws-true-const

               close sku-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       125-load-sku-entry.
           if ws-sku-count is less than 5000
               add ws-one to ws-sku-count
               move smr-sku-code
                   to ws-sku-code-entry (ws-sku-count)
               if smr-unit-cost is numeric
                   move smr-unit-cost
                     to ws-sku-cost-entry (ws-sku-count)
               else
                   move zero to ws-sku-cost-entry (ws-sku-count)
               end-if
               move zero to ws-sku-units-sold (ws-sku-count)
                             ws-sku-units-returned (ws-sku-count)
                             ws-sku-sales (ws-sku-count)
                             ws-sku-returns (ws-sku-count)
                             ws-sku-cogs (ws-sku-count)
           end-if.

           read sku-master-file
               at end
                   move ws-true-const to ws-eof-flag.

       140-load-item-lines.
           open input valid-items-file.

           if ws-items-file-status = "00"
               read valid-items-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 145-load-one-item-line
                 until ws-eof-flag = ws-true-const

               close valid-items-file
               move ws-false-const to ws-eof-flag
           end-if.

       145-load-one-item-line.
           if ws-item-count is less than 5000
               add ws-one to ws-item-count
               set ws-item-idx to ws-item-count
               move vi-invoice-number to ws-item-invoice (ws-item-idx)
               move vi-transaction-code to ws-item-code (ws-item-idx)
               move vi-sku-code to ws-item-sku (ws-item-idx)
               move vi-quantity to ws-item-qty (ws-item-idx)
               move vi-unit-amount to ws-item-unit (ws-item-idx)
           end-if.

           read valid-items-file
               at end
                   move ws-true-const to ws-eof-flag.

      *One pass of the day's sales and returns - per item line where
      *the ticket carried lines, by the record's own SKU and amount
      *otherwise. Gift-card-tendered single-line tickets carry a card
      *number in the SKU field and are skipped, the same as in
      *Program_20. Layaway deposits are not yet sales and exchanges
      *move no merchandise value of their own, so neither is here.
       200-tally-valid-records.
           open input valid-file.

           if ws-valid-file-status = "00"
               read valid-file next record
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-tally-one-record
                 until ws-eof-flag = ws-true-const
               close valid-file
               move ws-false-const to ws-eof-flag
           end-if.

       210-tally-one-record.
           add ws-one to ws-records-read.

           if (il-sale-transac-88 or il-return-transac-88)
             and il-store-number-n is numeric
             and il-store-number-n is greater than zero
               move il-store-number-n to ws-tally-store
               if il-return-transac-88
                   move ws-true-const to ws-tally-return
               else
                   move ws-false-const to ws-tally-return
               end-if
               move ws-false-const to ws-invoice-had-items

               perform 220-tally-one-item-line
                 varying ws-item-idx from 1 by 1
                 until ws-item-idx is greater than ws-item-count

               if ws-invoice-had-items not = ws-true-const
                 and not il-payment-gift-88
                   move il-sku-code to ws-tally-sku
                   move 1 to ws-tally-qty
                   move il-transaction-amount to ws-tally-unit-price
                   perform 350-tally-one-movement
               end-if
           end-if.

           read valid-file next record
               at end
                   move ws-true-const to ws-eof-flag.

       220-tally-one-item-line.
           if ws-item-invoice (ws-item-idx) = il-invoice-number
             and ws-item-code (ws-item-idx) = il-transaction-code
               move ws-true-const to ws-invoice-had-items
               move ws-item-sku (ws-item-idx) to ws-tally-sku
               move ws-item-qty (ws-item-idx) to ws-tally-qty
               move ws-item-unit (ws-item-idx)
                 to ws-tally-unit-price
               perform 350-tally-one-movement
           end-if.

      *Lands the movement in hand on its SKU and its store - costed
      *at the catalog's unit cost, a sale adding to the sales and the
      *cost of goods sold, a return taking its refund off the sales
      *and its cost back out of the cost of goods sold.
       350-tally-one-movement.
           compute ws-tally-dollars =
             ws-tally-qty * ws-tally-unit-price.
           move zero to ws-tally-cost.
           move ws-false-const to ws-sku-found.

           if ws-sku-count is greater than zero
               set ws-sku-idx to 1
               search all ws-sku-entry
                   at end
                       continue
                   when ws-sku-code-entry (ws-sku-idx) = ws-tally-sku
                       move ws-true-const to ws-sku-found
               end-search
           end-if.

           if ws-sku-found = ws-true-const
               compute ws-tally-cost =
                 ws-tally-qty * ws-sku-cost-entry (ws-sku-idx)
               if ws-tally-return = ws-true-const
                   add ws-tally-qty
                     to ws-sku-units-returned (ws-sku-idx)
                   add ws-tally-dollars to ws-sku-returns (ws-sku-idx)
                   subtract ws-tally-cost from ws-sku-cogs (ws-sku-idx)
               else
                   add ws-tally-qty to ws-sku-units-sold (ws-sku-idx)
                   add ws-tally-dollars to ws-sku-sales (ws-sku-idx)
                   add ws-tally-cost to ws-sku-cogs (ws-sku-idx)
               end-if
           else
               perform 360-tally-uncataloged
           end-if.

           set ws-st-idx to ws-tally-store.
           if ws-tally-return = ws-true-const
               add ws-tally-dollars to ws-st-returns (ws-st-idx)
               subtract ws-tally-cost from ws-st-cogs (ws-st-idx)
           else
               add ws-tally-dollars to ws-st-sales (ws-st-idx)
               add ws-tally-cost to ws-st-cogs (ws-st-idx)
           end-if.

      *Leaves ws-uc-idx on the SKU's entry, opening one at the end of
      *the table if it is not there yet. Guarded against the occurs
      *limit - an overflowing SKU is counted as dropped.
       360-tally-uncataloged.
           move ws-false-const to ws-uc-found.

           perform 365-check-one-uncataloged
             varying ws-uc-idx from 1 by 1
             until ws-uc-idx is greater than ws-uc-count
             or ws-uc-found = ws-true-const.

           if ws-uc-found = ws-true-const
               set ws-uc-idx to ws-uc-held-position
           else
               if ws-uc-count is less than 500
                   add ws-one to ws-uc-count
                   set ws-uc-idx to ws-uc-count
                   move ws-tally-sku to ws-uc-sku (ws-uc-idx)
                   move zero to ws-uc-units-sold (ws-uc-idx)
                                 ws-uc-units-returned (ws-uc-idx)
                                 ws-uc-sales (ws-uc-idx)
                                 ws-uc-returns (ws-uc-idx)
                   move ws-true-const to ws-uc-found
               else
                   add ws-one to ws-uc-dropped
               end-if
           end-if.

           if ws-uc-found = ws-true-const
               if ws-tally-return = ws-true-const
                   add ws-tally-qty
                     to ws-uc-units-returned (ws-uc-idx)
                   add ws-tally-dollars to ws-uc-returns (ws-uc-idx)
               else
                   add ws-tally-qty to ws-uc-units-sold (ws-uc-idx)
                   add ws-tally-dollars to ws-uc-sales (ws-uc-idx)
               end-if
           end-if.

       365-check-one-uncataloged.
           if ws-uc-sku (ws-uc-idx) = ws-tally-sku
               move ws-true-const to ws-uc-found
               set ws-uc-held-position to ws-uc-idx
           end-if.

       800-print-report.
           open output report-file.

           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           perform 810-print-store-section.
           perform 850-print-sku-section.
           perform 890-print-summary.

           close report-file.

       810-print-store-section.
           write report-line from ws-store-heading
             after advancing 2 lines.
           write report-line from ws-store-column-heading
             after advancing ws-one lines.

           perform 820-print-one-store
             varying ws-st-idx from 1 by 1
             until ws-st-idx is greater than 99.

           if ws-stores-printed = zero
               write report-line from ws-no-store-line
           end-if.

           compute ws-mw-net-sales = ws-ch-sales - ws-ch-returns.
           move ws-ch-cogs to ws-mw-cogs.
           perform 900-compute-margin.
           move ws-ch-sales to ws-ct-sales.
           move ws-ch-returns to ws-ct-returns.
           move ws-mw-net-sales to ws-ct-net-sales.
           move ws-mw-cogs to ws-ct-cogs.
           move ws-mw-margin to ws-ct-margin.
           move ws-mw-percent to ws-ct-percent.
           write report-line from ws-chain-total-line
             after advancing ws-one lines.

       820-print-one-store.
           if ws-st-sales (ws-st-idx) is greater than zero
             or ws-st-returns (ws-st-idx) is greater than zero
               add ws-one to ws-stores-printed
               compute ws-mw-net-sales =
                 ws-st-sales (ws-st-idx) - ws-st-returns (ws-st-idx)
               move ws-st-cogs (ws-st-idx) to ws-mw-cogs
               perform 900-compute-margin

               set ws-sd-store to ws-st-idx
               move ws-st-sales (ws-st-idx) to ws-sd-sales
               move ws-st-returns (ws-st-idx) to ws-sd-returns
               move ws-mw-net-sales to ws-sd-net-sales
               move ws-mw-cogs to ws-sd-cogs
               move ws-mw-margin to ws-sd-margin
               move ws-mw-percent to ws-sd-percent
               write report-line from ws-store-detail-line

               add ws-st-sales (ws-st-idx) to ws-ch-sales
               add ws-st-returns (ws-st-idx) to ws-ch-returns
               add ws-st-cogs (ws-st-idx) to ws-ch-cogs
           end-if.

      *Every catalog SKU that moved today, in catalog order, then the
      *SKUs that moved but are not on the catalog at all.
       850-print-sku-section.
           write report-line from ws-sku-heading
             after advancing 2 lines.
           write report-line from ws-sku-column-heading
             after advancing ws-one lines.

           if ws-sku-count is greater than zero
               perform 860-print-one-sku
                 varying ws-sku-idx from 1 by 1
                 until ws-sku-idx is greater than ws-sku-count
           end-if.

           perform 870-print-one-uncataloged
             varying ws-uc-idx from 1 by 1
             until ws-uc-idx is greater than ws-uc-count.

           if ws-skus-printed = zero
               write report-line from ws-no-sku-line
           end-if.

      *A SKU with no cost on the catalog shows its whole net sales as
      *margin, so it is flagged rather than called below cost.
       860-print-one-sku.
           if ws-sku-units-sold (ws-sku-idx) is greater than zero
             or ws-sku-units-returned (ws-sku-idx) is greater than zero
               add ws-one to ws-skus-printed
               compute ws-mw-net-sales =
                 ws-sku-sales (ws-sku-idx) - ws-sku-returns (ws-sku-idx)
               move ws-sku-cogs (ws-sku-idx) to ws-mw-cogs
               perform 900-compute-margin

               move spaces to ws-kd-flag
               if ws-sku-cost-entry (ws-sku-idx) = zero
                   move ws-flag-no-cost-const to ws-kd-flag
                   add ws-one to ws-skus-no-cost
               else
                   if ws-mw-net-sales is less than ws-mw-cogs
                       move ws-flag-below-cost-const to ws-kd-flag
                       add ws-one to ws-skus-below-cost
                   end-if
               end-if

               move ws-sku-code-entry (ws-sku-idx) to ws-kd-sku
               move ws-sku-units-sold (ws-sku-idx) to ws-kd-units-sold
               move ws-sku-units-returned (ws-sku-idx)
                 to ws-kd-units-returned
               move ws-sku-cost-entry (ws-sku-idx) to ws-kd-cost
               move ws-mw-net-sales to ws-kd-net-sales
               move ws-mw-cogs to ws-kd-cogs
               move ws-mw-margin to ws-kd-margin
               move ws-mw-percent to ws-kd-percent
               write report-line from ws-sku-detail-line
           end-if.

       870-print-one-uncataloged.
           add ws-one to ws-skus-printed.
           add ws-one to ws-skus-no-cost.
           compute ws-mw-net-sales =
             ws-uc-sales (ws-uc-idx) - ws-uc-returns (ws-uc-idx).
           move zero to ws-mw-cogs.
           perform 900-compute-margin.

           move ws-uc-sku (ws-uc-idx) to ws-kd-sku.
           move ws-uc-units-sold (ws-uc-idx) to ws-kd-units-sold.
           move ws-uc-units-returned (ws-uc-idx)
             to ws-kd-units-returned.
           move zero to ws-kd-cost.
           move ws-mw-net-sales to ws-kd-net-sales.
           move ws-mw-cogs to ws-kd-cogs.
           move ws-mw-margin to ws-kd-margin.
           move ws-mw-percent to ws-kd-percent.
           move ws-flag-not-catalog-const to ws-kd-flag.
           write report-line from ws-sku-detail-line.

       890-print-summary.
           move ws-records-read to ws-sm-records-read.
           move ws-stores-printed to ws-sm-stores.
           move ws-skus-printed to ws-sm-skus.
           move ws-skus-below-cost to ws-sm-below-cost.
           move ws-skus-no-cost to ws-sm-no-cost.
           move ws-uc-dropped to ws-sm-dropped.

           write report-line from ws-summary-line-1
             after advancing 3 lines.
           write report-line from ws-summary-line-2.

      *Margin dollars and margin percent of net sales. No net sales
      *leaves the percent at zero rather than dividing by nothing.
       900-compute-margin.
           compute ws-mw-margin = ws-mw-net-sales - ws-mw-cogs.

           if ws-mw-net-sales = zero
               move zero to ws-mw-percent
           else
               compute ws-mw-percent rounded =
                 ws-mw-margin * 100 / ws-mw-net-sales
                   on size error
                       move zero to ws-mw-percent
               end-compute
           end-if.

       end program Program_32.
