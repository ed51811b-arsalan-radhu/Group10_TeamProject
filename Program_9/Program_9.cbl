         05 sh-returned-amount       pic 9(6)v99.
         05 sh-store-number          pic xx.
         05 sh-sale-date             pic 9(8).
         05 sh-customer-number       pic x(10).
         05 sh-chargeback-amount     pic 9(6)v99.
         05 sh-exempt-cert           pic x(12).

       fd layaway-balance-file
           data record is layaway-balance-record.
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "REFUNDED ".
         05 ws-sh-returned-amount    pic $$$,$$9.99.
         05 filler                   pic x(10) value "  CHGBACK ".
         05 ws-sh-chargeback-amount  pic $$$,$$9.99.

       01 ws-exempt-line.
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(29) value
           "SOLD TAX EXEMPT, CERTIFICATE ".
         05 ws-sh-exempt-cert        pic x(12).

       01 ws-layaway-line.
         05 filler                   pic x(3) value spaces.
           move sh-sale-date to ws-sh-sale-date.
           move sh-sale-amount to ws-sh-sale-amount.
           move sh-returned-amount to ws-sh-returned-amount.
           move sh-chargeback-amount to ws-sh-chargeback-amount.
           write report-line from ws-history-line.
           if sh-exempt-cert not = spaces
               move sh-exempt-cert to ws-sh-exempt-cert
               write report-line from ws-exempt-line
           end-if.

       400-read-layaway-by-key.
           if ws-layaway-on-file = 'Y'
