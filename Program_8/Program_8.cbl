      * of SKUs not on file, and out-of-sequence transactions. Every
      * change applied or rejected is printed on a maintenance audit
      * report, so the catalog is no longer a hand edit with no trail.
      * The SKU's unit cost is kept alongside its price and maintained
      * by the same transactions, on the same audit trail.

       environment division.


      *    Today's maintenance transactions, expected in ascending
      *    SKU order: 'A' adds a SKU, 'C' changes one already on
      *    file, 'D' deletes one. A change with the unit cost left
      *    blank keeps the cost already on file.
       select sku-maint-file
         assign to "../../../../Data/sku-maint.dat"
         organization is line sequential

       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code               pic x(15).
         05 smr-unit-price             pic 9(5)v99.
         05 smr-unit-cost              pic 9(5)v99.

       fd sku-master-new-file
           data record is sku-master-new-record
           record contains 29 characters.

       01 sku-master-new-record.
         05 smn-sku-code               pic x(15).
         05 smn-unit-price             pic 9(5)v99.
         05 smn-unit-cost              pic 9(5)v99.

       fd sku-maint-file
           data record is sku-maint-record
           record contains 30 characters.

       01 sku-maint-record.
         05 mt-action-code             pic x.
           88 mt-valid-action-88          value 'A', 'C', 'D'.
         05 mt-sku-code                pic x(15).
         05 mt-unit-price              pic 9(5)v99.
         05 mt-unit-cost               pic 9(5)v99.
         05 mt-unit-cost-x redefines mt-unit-cost
                                       pic x(7).

       fd audit-report
           data record is audit-report-line
           record contains 100 characters.

       01 audit-report-line            pic x(100).

       working-storage section.
       01 ws-boolean-const.
                                        indexed by ws-sku-idx.
           10 ws-sku-code-entry        pic x(15).
           10 ws-sku-price-entry       pic 9(5)v99.
           10 ws-sku-cost-entry        pic 9(5)v99.

       77 ws-sku-count                 pic 9(5) value 0.
       77 ws-sku-count-before          pic 9(5) value 0.
       77 ws-sort-i                    pic 9(5).
       77 ws-sort-j                    pic 9(5).
       77 ws-sort-limit                pic 9(5).
       77 ws-sort-swap-entry           pic x(29).

       01 ws-maint-counters.
         05 ws-maint-read-count        pic 9(5) value 0.
           "SKU table is full - add not applied.".
         05 ws-reason-bad-price        pic x(40) value
           "Unit price must be numeric.".
         05 ws-reason-bad-cost         pic x(40) value
           "Unit cost must be numeric.".
         05 ws-reason-no-cost          pic x(40) value
           "Unit cost is required on an add.".

       01 ws-heading1-name-line.
         05 filler                     pic x(7) value "Author:".
         05 filler                     pic x(8) value
           "   Price".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value
           "    Cost".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "Result".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(40) value "Reason".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "--------".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(8) value "--------".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(40) value
           "----------------------------------------".

         05 filler                     pic x(2) value spaces.
         05 ws-al-price                pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-al-cost                 pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-al-disposition          pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-al-reason               pic x(40).
           "SKUS ON FILE AFTER:    ".
         05 ws-sm-count-after          pic zzzz9.

       01 ws-spaces-line               pic x(100) value spaces.

       procedure division.
       000-main.
               else
                   move zero to ws-sku-price-entry (ws-sku-count)
               end-if
               if smr-unit-cost is numeric
                   move smr-unit-cost
                     to ws-sku-cost-entry (ws-sku-count)
               else
                   move zero to ws-sku-cost-entry (ws-sku-count)
               end-if
               if ws-sku-count is greater than 1
                 and ws-sku-code-entry (ws-sku-count) is not greater
                   than ws-sku-code-entry (ws-sku-count - 1)
                               move "REJECTED" to ws-disposition
                               move ws-reason-bad-price
                                 to ws-reject-reason
                           else
                               perform 310-edit-unit-cost
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *A new SKU must come with its cost. A change may leave the cost
      *blank to keep the one on file, but a cost keyed must be good.
       310-edit-unit-cost.
           if mt-add-action-88
             and mt-unit-cost-x = spaces
               move "REJECTED" to ws-disposition
               move ws-reason-no-cost to ws-reject-reason
           else
               if not mt-delete-action-88
                 and mt-unit-cost-x not = spaces
                 and mt-unit-cost is not numeric
                   move "REJECTED" to ws-disposition
                   move ws-reason-bad-cost to ws-reject-reason
               end-if
           end-if.

      *Walks the table for the transaction's SKU, leaving behind both
      *whether it was found and the position it occupies (or, for a
      *miss, the position it belongs in to keep the order ascending).
                     to ws-sku-code-entry (ws-sku-position)
                   move mt-unit-price
                     to ws-sku-price-entry (ws-sku-position)
                   move mt-unit-cost
                     to ws-sku-cost-entry (ws-sku-position)
               end-if
           end-if.

       525-apply-change.
           move mt-unit-price
             to ws-sku-price-entry (ws-sku-position).
           if mt-unit-cost-x not = spaces
               move mt-unit-cost
                 to ws-sku-cost-entry (ws-sku-position)
           end-if.

       530-apply-delete.
           perform 540-shift-entry-up
       610-write-one-sku.
           move ws-sku-code-entry (ws-sku-idx) to smn-sku-code.
           move ws-sku-price-entry (ws-sku-idx) to smn-unit-price.
           move ws-sku-cost-entry (ws-sku-idx) to smn-unit-cost.
           write sku-master-new-record.

       700-print-audit-line.
               move mt-unit-price to ws-price-display
               move ws-price-display to ws-al-price
           end-if.
           if mt-delete-action-88 or mt-unit-cost is not numeric
               move spaces to ws-al-cost
           else
               move mt-unit-cost to ws-price-display
               move ws-price-display to ws-al-cost
           end-if.
           move ws-disposition to ws-al-disposition.
           move ws-reject-reason to ws-al-reason.
           write audit-report-line from ws-audit-detail-line.
