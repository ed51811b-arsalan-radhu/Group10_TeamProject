      * layaway deposit liability, refunds and tax - with an entry
      * count and hash total on a trailer record the accounting-side
      * upload can verify, so nobody re-keys the day's figures by
      * hand again. Card chargebacks Program_31 accepted are posted
      * as their own pair of entries.

       environment division.

         organization is line sequential
         file status is ws-gift-file-status.

      *    Card chargebacks accepted per store, written by
      *    Program_31 - the processor took the money back out of the
      *    bank, so they post as their own pair against it.
       select store-chargeback-file
         assign to "../../../../Data/store-chargeback.dat"
         organization is line sequential
         file status is ws-chargeback-file-status.

      *    The posting extract itself - detail entries then one
      *    trailer carrying the entry count and hash total.
       select gl-posting-file
         05 scr-store-number         pic 99.
         05 scr-credit-amount        pic 9(8)v99.

       fd store-chargeback-file
           data record is store-chargeback-record
           record contains 12 characters.

       01 store-chargeback-record.
         05 scb-store-number         pic 99.
         05 scb-amount               pic 9(8)v99.

       fd gl-posting-file
           data records are gl-posting-record, gl-trailer-record
           record contains 47 characters.
       01 ws-gift-file-status        pic xx value '00'.
       01 ws-gl-history-file-status  pic xx value '00'.
       01 ws-credit-file-status      pic xx value '00'.
       01 ws-chargeback-file-status  pic xx value '00'.

       77 ws-one                     pic 9 value 1.

           10 ws-gls-exchange-amount pic 9(8)v99.
           10 ws-gls-exchange-tax    pic 9(8)v99.
           10 ws-gls-store-credit    pic 9(8)v99.
           10 ws-gls-chargeback      pic 9(8)v99.
       77 ws-gls-count               pic 99 value 0.
       77 ws-gls-found               pic x value 'N'.
       77 ws-gls-held-position       pic 99.
         05 ws-acct-gift-card        pic x(4) value "2400".
         05 ws-acct-nr-returns       pic x(4) value "4150".
         05 ws-acct-store-credit     pic x(4) value "2500".
         05 ws-acct-chargebacks      pic x(4) value "4300".

       01 ws-gl-description-consts.
         05 ws-desc-bank             pic x(20) value
           "NO-RECEIPT RETURNS".
         05 ws-desc-store-credit     pic x(20) value
           "STORE CREDIT ISSUED".
         05 ws-desc-chargebacks      pic x(20) value
           "CARD CHARGEBACKS".
         05 ws-desc-cb-withdrawn     pic x(20) value
           "CHARGEBACK WITHDRAWN".

       01 ws-heading.
         05 filler                   pic x(29) value
           perform 140-load-tax-refunded.
           perform 150-load-gift-card-split.
           perform 158-load-store-credit.
           perform 165-load-chargebacks.

           open output gl-posting-file.
           open output report-file.
               at end
                   move ws-true-const to ws-eof-flag.

       165-load-chargebacks.
           open input store-chargeback-file.

           if ws-chargeback-file-status = "00"
               read store-chargeback-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 166-load-one-chargeback
                 until ws-eof-flag = ws-true-const
               close store-chargeback-file
               move ws-false-const to ws-eof-flag
           end-if.

       166-load-one-chargeback.
           move scb-store-number to ws-lookup-store.
           perform 200-find-store-entry.
           if ws-gls-slot-ok = ws-true-const
               move scb-amount to ws-gls-chargeback (ws-gls-idx)
           end-if.

           read store-chargeback-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Leaves ws-gls-idx on the store's entry, opening a zeroed one
      *at the end of the table if the store is not there yet.
      *Guarded against the occurs limit the same way Program_1's
                                 ws-gls-exchange-amount (ws-gls-idx)
                                 ws-gls-exchange-tax (ws-gls-idx)
                                 ws-gls-store-credit (ws-gls-idx)
                                 ws-gls-chargeback (ws-gls-idx)
                   move ws-true-const to ws-gls-slot-ok
               end-if
           end-if.
               perform 400-write-gl-entry
           end-if.

      *    Card chargebacks post as their own balanced pair too - the
      *    loss against the money the processor took back out of the
      *    bank. The day's deposit entry above is left as it was.
           if ws-gls-chargeback (ws-gls-idx) is greater than zero
               move ws-acct-chargebacks to gl-account
               move "DR" to gl-dr-cr
               move ws-gls-chargeback (ws-gls-idx) to gl-amount
               move ws-desc-chargebacks to gl-description
               perform 400-write-gl-entry
               move ws-acct-bank to gl-account
               move "CR" to gl-dr-cr
               move ws-gls-chargeback (ws-gls-idx) to gl-amount
               move ws-desc-cb-withdrawn to gl-description
               perform 400-write-gl-entry
           end-if.

      *A day where refunds outran takings leaves the bank entry as a
      *credit (money out) instead of a debit - the set still balances.
       310-write-bank-entry.
