      * report - every card still holding value, how much was loaded
      * and spent against it, and the total liability the chain is
      * carrying - so the cards stop living in a spreadsheet. Cards
      * fully redeemed are counted but not listed. A card escheated
      * to the state by the dormancy run is no longer the chain's
      * liability - it is counted and totalled apart, not listed.

       environment division.

         05 cb-redeemed-amount       pic 9(6)v99.
         05 cb-issue-date            pic 9(8).
         05 cb-last-activity-date    pic 9(8).
         05 cb-issue-store           pic xx.
         05 cb-status                pic x.
           88 cb-escheated-88           value 'E'.
         05 cb-escheat-date          pic 9(8).

       fd report-file
           data record is report-line
         05 ws-redeemed-out-count          pic 9(5) value 0.
         05 ws-issued-total                pic 9(8)v99 value 0.
         05 ws-redeemed-total              pic 9(8)v99 value 0.
         05 ws-escheated-count             pic 9(5) value 0.
         05 ws-escheated-total             pic 9(8)v99 value 0.

       01 ws-heading.
         05 filler                  pic x(32) value
           "CARDS REDEEMED OUT:".
         05 ws-sm-redeemed-count    pic zzzz9.

       01 ws-summary-line-4.
         05 filler                  pic x(19) value
           "CARDS ESCHEATED:   ".
         05 ws-sm-escheated-count   pic zzzz9.
         05 filler                  pic x(25) value
           "   REMITTED TO THE STATE ".
         05 ws-sm-escheated-total   pic $$,$$$,$$9.99.

       01 ws-summary-line-3.
         05 filler                  pic x(18) value
           "ISSUED TO DATE:   ".
           end-if.

      *One card - a balance still outstanding is listed and added to
      *the liability; a fully redeemed card is only counted, and an
      *escheated card's balance is totalled as remitted.
       200-process-card.
           add cb-issued-amount to ws-issued-total.
           add cb-redeemed-amount to ws-redeemed-total.
           if cb-issued-amount is greater than cb-redeemed-amount
               compute ws-card-balance =
                 cb-issued-amount - cb-redeemed-amount
               if cb-escheated-88
                   add ws-one to ws-escheated-count
                   add ws-card-balance to ws-escheated-total
               else
                   add ws-one to ws-outstanding-count
                   add ws-card-balance to ws-outstanding-total
                   perform 300-print-card-line
               end-if
           else
               add ws-one to ws-redeemed-out-count
           end-if.
           move ws-redeemed-out-count to ws-sm-redeemed-count.
           move ws-issued-total to ws-sm-issued-total.
           move ws-redeemed-total to ws-sm-redeemed-total.
           move ws-escheated-count to ws-sm-escheated-count.
           move ws-escheated-total to ws-sm-escheated-total.

           write report-line from ws-summary-line-1
             after advancing ws-one lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.
           write report-line from ws-summary-line-4.

       end program Program_14.
