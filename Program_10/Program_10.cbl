         05 sh-returned-amount         pic 9(6)v99.
         05 sh-store-number            pic xx.
         05 sh-sale-date               pic 9(8).
         05 sh-customer-number         pic x(10).
         05 sh-chargeback-amount       pic 9(6)v99.
         05 sh-exempt-cert             pic x(12).

       fd transaction-history-file
           data record is transaction-history-record

       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code               pic x(15).
         05 smr-unit-price             pic 9(5)v99.
         05 smr-unit-cost              pic 9(5)v99.

       fd promo-table-file
           data record is promo-table-record

       fd cashier-master-file
           data record is cashier-master-record
           record contains 35 characters.

       01 cashier-master-record.
         05 cm-cashier-id              pic x(3).
         05 cm-home-store              pic 99.
         05 cm-status                  pic x.
           88 cm-active-88                value 'A'.
         05 cm-discount-pct            pic 99.
         05 cm-purchase-cap            pic 9(5)v99.

       fd card-balance-file
           data record is card-balance-record.
         05 cb-redeemed-amount         pic 9(6)v99.
         05 cb-issue-date              pic 9(8).
         05 cb-last-activity-date      pic 9(8).
         05 cb-issue-store             pic xx.
         05 cb-status                  pic x.
           88 cb-escheated-88             value 'E'.
         05 cb-escheat-date            pic 9(8).

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number           pic 99.
         05 str-region                 pic x(2).
         05 str-status                 pic x.
           88 str-open-88                 value 'O'.
         05 str-open-date              pic 9(8).
         05 str-close-date             pic 9(8).

       fd batch-control-file
           data record is batch-control-record
       77 ws-gift-slot-ok              pic x value 'N'.
       77 ws-gift-balance              pic s9(7)v99 value 0.
       77 ws-gift-lookup-card          pic x(15).
      *Set when the card on file has been turned over to the state as
      *unclaimed property - it can neither be spent nor reloaded.
       77 ws-gift-escheated            pic x value 'N'.

      *Active cashiers loaded from the cashier reference file, with
      *the same missing-file degrade Program_1 gives it.
           "Gift card tender valid only on sales/layaway.  ".
         05 ws-error-text-20-const     pic x(47) value
           "Gift card not on file or balance too low.      ".
         05 ws-error-text-21-const     pic x(47) value
           "Customer lines cannot be corrected - re-ring.  ".
         05 ws-error-text-22-const     pic x(47) value
           "Gift card escheated as unclaimed property.     ".
         05 ws-error-text-23-const     pic x(47) value
           "Exemption lines cannot be corrected - re-ring. ".
         05 ws-error-text-24-const     pic x(47) value
           "Staff purchases cannot be corrected - re-ring. ".

       01 ws-correction-counters.
         05 ws-corrections-read        pic 9(5) value 0.
      *    invalid.dat with it, but a correction cycle cannot rebuild
      *    the invoice-plus-items group or prove its sum - the store
      *    re-rings the whole ticket through the next day's extract.
      *    A 'K' customer line is refused the same way - its loyalty
      *    customer rides in again on the re-rung ticket - and so is
      *    an 'E' exemption line, whose certificate is proved again
      *    by Program_1 when the ticket is re-rung. A 'P' employee
      *    purchase and its 'M' employee line go back the same way -
      *    the discount and the monthly cap are only proved against
      *    the whole ticket.
           if il-transaction-code = 'I' or il-transaction-code = 'K'
             or il-transaction-code = 'E'
             or il-transaction-code = 'P' or il-transaction-code = 'M'
               move zero to ws-num-of-errors-count
               if il-transaction-code = 'I'
                   move ws-error-text-16-const to ws-error-current
               else
                   if il-transaction-code = 'K'
                       move ws-error-text-21-const to ws-error-current
                   else
                       if il-transaction-code = 'E'
                           move ws-error-text-23-const
                             to ws-error-current
                       else
                           move ws-error-text-24-const
                             to ws-error-current
                       end-if
                   end-if
               end-if
               perform 900-add-error-message
               perform 500-reject-correction
           else
               end-if
           end-if.

      *    An escheated card is closed to redemption and reload alike,
      *    the same as in Program_1.
           if il-gift-issue-88
             or (il-payment-gift-88 and not il-exchange-88)
               perform 376-resolve-card-balance
               if ws-gift-escheated = ws-true-const
                   move ws-error-text-22-const to ws-error-current
                   perform 900-add-error-message
               end-if
           end-if.

       376-resolve-card-balance.
           move zero to ws-gift-balance.
           move ws-false-const to ws-gift-escheated.
           move il-sku-code to ws-gift-lookup-card.

           if ws-card-on-file = 'Y'
                   not invalid key
                       compute ws-gift-balance =
                         cb-issued-amount - cb-redeemed-amount
                       if cb-escheated-88
                           move ws-true-const to ws-gift-escheated
                       end-if
               end-read
           end-if.

           move il-invoice-number to sh-invoice-number.
           move il-transaction-amount to sh-sale-amount.
           move zero to sh-returned-amount.
           move zero to sh-chargeback-amount.
           move il-store-number to sh-store-number.
           move ws-run-date to sh-sale-date.
           move spaces to sh-customer-number.
           move spaces to sh-exempt-cert.

           write sale-history-record
               invalid key
