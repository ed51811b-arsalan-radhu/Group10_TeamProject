         organization is line sequential
         file status is ws-runctl-file-status.

      *    Reprint request card - present only while run_reprint.sh
      *    rebuilds a past business day's reports. The day is staged
      *    out of history by Program_36, and this run then reads the
      *    reprint-*.dat staging in place of valid.dat and its
      *    companions, writes its own dated report and updates none
      *    of the balances the nightly run keeps.
       select reprint-request-file
         assign to "../../../../Data/reprint-request.dat"
         organization is line sequential
         file status is ws-reprint-file-status.

      *    Reads Program_1's validated output rather than the raw
      *    daily extract, so a record that failed validation there
      *    cannot reach this report. The file still carries every
      *    below. Indexed by invoice number so one invoice can be
      *    looked up directly; read here sequentially in key order.
        select sale-and-layaway-file
          assign to dynamic ws-sandl-file-name
          organization is indexed
          record key is il-invoice-number
          file status is ws-sandl-file-status.
          
       select report-file
       assign to dynamic ws-report-file-name
                  organization is line sequential.

      *    Outstanding layaway balance, kept across runs by invoice
          organization is line sequential
          file status is ws-items-file-status.

      *    Loyalty customer lines of the invoices in valid.dat,
      *    written by Program_1 - one record per ticket that named a
      *    customer, so the sale or deposit can earn that customer
      *    points.
       select valid-customers-file
       assign to "../../../../Data/valid-customers.dat"
          organization is line sequential
          file status is ws-vc-file-status.

      *    Exemption lines of the sales in valid.dat, written by
      *    Program_1 - one record per sale rung under a tax exemption
      *    certificate Program_1 has already proved, so that sale is
      *    charged no tax.
       select valid-exemptions-file
       assign to dynamic ws-ve-file-name
          organization is line sequential
          file status is ws-ve-file-status.

      *    Loyalty points earned today, one record per sale or
      *    layaway deposit rung to a customer, picked up by the
      *    points ledger run (Program_24).
       select points-earned-file
       assign to "../../../../Data/points-earned.dat"
          organization is line sequential.

      *    Today's sales/layaway totals, picked up by the net-revenue
      *    report (Program_5).
       select sales-totals-file
       assign to dynamic ws-sales-totals-name
          organization is line sequential.

      *    Today's takings in dollars by payment type, one record per
      *    store, picked up by Program_5's deposit-slip report.
       select tender-sales-file
       assign to dynamic ws-tender-sales-name
          organization is line sequential.

      *    Store master - number, name, region and open/closed status
       assign to "../../../../Data/store-tax-collected.dat"
          organization is line sequential.

      *    Exempt sales today, one record per store, picked up by the
      *    tax remittance report (Program_11) so exempt sales show
      *    apart from the taxable ones.
       select tax-exempt-file
       assign to "../../../../Data/store-tax-exempt.dat"
          organization is line sequential.

      *    Sales and layaway-deposit dollars split out per store,
      *    picked up by the general-ledger posting extract
      *    (Program_12) - the ledger posts them to different accounts.
      *    count read back from valid.dat is proven against it at
      *    end of run.
       select batch-control-file
       assign to dynamic ws-bc-file-name
          organization is line sequential
          file status is ws-bc-file-status.

           10 rc-bd-yyyy               pic 9(4).
           10 rc-bd-mm                 pic 99.
           10 rc-bd-dd                 pic 99.

       fd reprint-request-file
           data record is reprint-request-record
           record contains 8 characters.

       01 reprint-request-record.
         05 rq-business-date           pic 9(8).
         05 rq-business-date-r redefines rq-business-date.
           10 rq-bd-yyyy               pic 9(4).
           10 rq-bd-mm                 pic 99.
           10 rq-bd-dd                 pic 99.
       
       fd report-file
              data record is report-line
         05 vi-quantity              pic 9(3).
         05 vi-unit-amount           pic 9(5)v99.

       fd valid-customers-file
           data record is valid-customers-record
           record contains 22 characters.

       01 valid-customers-record.
         05 vc-invoice-number        pic x(9).
         05 vc-store-number          pic xx.
         05 vc-transaction-code      pic x.
         05 vc-customer-number       pic x(10).

       fd valid-exemptions-file
           data record is valid-exemptions-record
           record contains 24 characters.

       01 valid-exemptions-record.
         05 ve-invoice-number        pic x(9).
         05 ve-store-number          pic xx.
         05 ve-transaction-code      pic x.
         05 ve-cert-number           pic x(12).

      *Points are one per whole dollar of merchandise, before tax -
      *Program_4 writes the same layout for the points a return
      *takes back.
       fd points-earned-file
           data record is points-earned-record
           record contains 43 characters.

       01 points-earned-record.
         05 pe-customer-number       pic x(10).
         05 pe-run-date              pic 9(8).
         05 pe-invoice-number        pic x(9).
         05 pe-store-number          pic xx.
         05 pe-transaction-code      pic x.
         05 pe-amount                pic 9(5)v99.
         05 pe-points                pic 9(6).

       fd sales-totals-file
           data record is sales-totals-record.

      *The plan-opening ('N') and cancellation ('C') dollars are not
      *revenue, but they are part of what Program_1 wrote to
      *valid.dat - they ride along here so Program_5 can balance the
      *whole file back to the batch control total. Employee
      *purchases ('P') are kept apart from customer sales.
       01 sales-totals-record.
         05 st-s-amount              pic 9(6)v99.
         05 st-l-amount               pic 9(6)v99.
         05 st-c-amount              pic 9(6)v99.
         05 st-g-amount              pic 9(6)v99.
         05 st-run-date              pic 9(8).
         05 st-p-amount              pic 9(6)v99.

      *ts-gc-amount is the merchandise money tendered by gift card -
      *it never reaches the drawer or a card settlement, so the

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number         pic 99.
         05 str-region               pic x(2).
         05 str-status               pic x.
           88 str-open-88               value 'O'.
         05 str-open-date            pic 9(8).
         05 str-close-date           pic 9(8).

       fd tax-table-file
           data record is tax-table-record
         05 tc-store-number          pic 99.
         05 tc-tax-amount            pic 9(8)v99.

       fd tax-exempt-file
           data record is tax-exempt-record
           record contains 12 characters.

       01 tax-exempt-record.
         05 te-store-number          pic 99.
         05 te-exempt-amount         pic 9(8)v99.

       fd revenue-split-file
           data record is revenue-split-record
           record contains 22 characters.
         05 cb-redeemed-amount       pic 9(6)v99.
         05 cb-issue-date            pic 9(8).
         05 cb-last-activity-date    pic 9(8).
         05 cb-issue-store           pic xx.
         05 cb-status                pic x.
           88 cb-escheated-88           value 'E'.
         05 cb-escheat-date          pic 9(8).

       fd gift-card-split-file
           data record is gift-card-split-record
         05 rs-total-g               pic 99.
         05 rs-g-amount              pic 9(6)v99.
         05 rs-total-tax-ow          pic 9(6)v99.
         05 rs-total-p               pic 99.
         05 rs-p-amount              pic 9(6)v99.
         05 rs-store-total           pic 9(6)v99 occurs 99 times.
         05 rs-store-ca              pic 9(8)v99 occurs 99 times.
         05 rs-store-cr              pic 9(8)v99 occurs 99 times.
         05 rs-store-tax             pic 9(8)v99 occurs 99 times.
         05 rs-store-s               pic 9(8)v99 occurs 99 times.
         05 rs-store-l               pic 9(8)v99 occurs 99 times.
         05 rs-store-exempt          pic 9(8)v99 occurs 99 times.
         05 rs-store-p               pic 9(8)v99 occurs 99 times.
         05 rs-sku-freq-count        pic 9(5).

       01 restart-sku-record.
                   value 'N', 'C'.
                 88 il-gift-issue-88
                   value 'G'.
                 88 il-employee-purchase-88
                   value 'P'.
            05 il-transaction-amount   pic 9(5)v99.
            05 il-payment-type             pic xx.
                 88 il-payment-cash-88
      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.

      *Reprint mode - set by 102-check-reprint-request when a reprint
      *card is on file. The file names below start out as the nightly
      *files and are switched to the reprint staging and a dated
      *report only in reprint mode.
       01 ws-reprint-file-status       pic xx value '00'.
       77 ws-reprint-mode              pic x value 'N'.
       77 ws-sandl-file-name           pic x(60) value
           "../../../../Data/valid.dat".
       77 ws-report-file-name          pic x(60) value
           "../../../../Data/salesreport.out".
       77 ws-ve-file-name              pic x(60) value
           "../../../../Data/valid-exemptions.dat".
       77 ws-sales-totals-name         pic x(60) value
           "../../../../Data/sales-totals.dat".
       77 ws-tender-sales-name         pic x(60) value
           "../../../../Data/store-tender-sales.dat".
       77 ws-bc-file-name              pic x(60) value
           "../../../../Data/batch-control.dat".
       01 ws-boolean-const.
            05 ws-true-const            pic x value "Y".
            05 ws-false-const       pic x value "N".
                 10 ws-store-tax-amount    pic 9(8)v99.
                 10 ws-store-s-amount      pic 9(8)v99.
                 10 ws-store-l-amount      pic 9(8)v99.
                 10 ws-store-exempt-amount pic 9(8)v99.
                 10 ws-store-p-amount      pic 9(8)v99.
       77 ws-store-count                   pic 99 value 0.
       77 ws-store-file-status             pic xx value '00'.
       77 ws-store-lookup-code             pic 99.
       77 ws-items-file-status             pic xx value '00'.
       77 ws-invoice-had-items             pic x value 'N'.

      *One entry per loyalty customer line written by Program_1,
      *loaded whole at start-up the same way as the item lines. An
      *invoice with no entry here was a walk-in and earns nothing.
       01 ws-cust-table.
            05 ws-cust-entry            occurs 1 to 5000 times
                 depending on ws-cust-count
                 indexed by ws-cust-idx.
                 10 ws-cust-invoice        pic x(9).
                 10 ws-cust-number         pic x(10).
       77 ws-cust-count                    pic 9(5) value 0.
       77 ws-vc-file-status                pic xx value '00'.

      *One entry per exempt sale written by Program_1, loaded whole at
      *start-up the same way as the customer lines. A sale with no
      *entry here is taxed at the store's rate.
       01 ws-exempt-table.
            05 ws-exempt-entry          occurs 1 to 5000 times
                 depending on ws-exempt-count
                 indexed by ws-exempt-idx.
                 10 ws-exempt-invoice      pic x(9).
       77 ws-exempt-count                  pic 9(5) value 0.
       77 ws-ve-file-status                pic xx value '00'.
       77 ws-exempt-sale                   pic x value 'N'.
       77 ws-total-exempt-amount           pic 9(8)v99 value 0.

      *What 566-add-sku-frequency is being asked to add - one item
      *line's figures, or the whole single-line invoice's.
       77 ws-freq-add-sku                  pic x(15).
            05 ws-total-g                  pic 99.
            05 ws-g-amount                 pic 9(6)v99.
            05 ws-total-tax-ow         pic 9(6)v99.
            05 ws-total-p                  pic 99.
            05 ws-p-amount                 pic 9(6)v99.
            05 ws-highest-sandl    pic 9(6)v99.
            05 ws-lowest-sandl         pic 9(6)v99.

            05 filler                  pic x(30) value spaces.

        01 ws-heading-2.
            05 filler                  pic x(2) value spaces.
            05 ws-hd2-reprint          pic x(40) value spaces.
            05 filler                  pic x(23) value spaces.
            05 filler                  pic x(4) value 
                        "PAGE".
            05 filler                  pic x(4) value spaces.
            05 ws-current-pg-num
                                               pic Z9.
            
      *Carried on every page of a reprint, so it is never mistaken
      *for the nightly report of that day.
       01 ws-reprint-heading.
            05 filler                  pic x(28) value
                       "*** REPRINT - BUSINESS DATE ".
            05 ws-rh-business-date     pic 9(8).
            05 filler                  pic x(4) value " ***".

       01 ws-column-heading-1.
            05 filler                  pic x(2) value spaces.
            05 filler                   pic x(6) value
            05 ws-sm-l-amount
                                                       pic $$$,$$9.99.

      *Employee purchases are sales, but not customer sales - they
      *are shown apart from the S&L figures and never counted in them.
        01 ws-summary-line-17.
            05 filler                          pic x(12) value
            "STAFF PURCH.".
            05 filler                          pic x(9) value spaces.
            05 ws-sm-p-total
                                                       pic zz9.
            05 filler                          pic x(15) value spaces.
            05 ws-sm-p-amount
                                                       pic $$$,$$9.99.

        01 ws-summary-line-5.
            05 filler                          pic x(17) value spaces.
            05 filler                          pic x(12) value 
            spaces.
            05 ws-sm-total-tax     pic $$$,$$9.99.

       01 ws-summary-line-16.
            05 filler                          pic x(16) value
            "Tax Exempt Sales".
            05 filler                          pic x(5) value
            spaces.
            05 ws-sm-exempt-amount pic $$$,$$9.99.

       01 ws-summary-line-10.
            05 filler                  pic x(39) value
       "Highest S&L Transaction Amount is Store".
            05 filler                  pic x(12) value spaces.
            05 filler                  pic x(12) value
               "Total Amount".
            05 filler                  pic x(2) value spaces.
            05 filler                  pic x(12) value
               "Staff Purch.".

       01 ws-summary-store-detail.
            05 filler                  pic x(6) value
            05 filler                  pic x(2) value spaces.
            05 ws-sm-store-amount
                                                   pic $$$,$$9.99.
            05 filler                  pic x(4) value spaces.
            05 ws-sm-store-p-amount
                                                   pic $$$,$$9.99.

       01 ws-summary-sku-header.
            05 filler                  pic x(19) value
           move ws-false-const to ws-eof-flag.

           perform 101-resolve-business-date.
           perform 102-check-reprint-request.

      *    A reprint is not a run of the nightly chain - it leaves
      *    no trace in the run-audit log.
           if ws-reprint-mode not = ws-true-const
               perform 140-open-audit-log
               perform 145-write-audit-start
           end-if.

           perform 107-init-store-table.
           perform 109-load-tax-table.

      *    Item and customer lines are not kept in history, and
      *    today's must not be matched against a past day's invoices.
           if ws-reprint-mode not = ws-true-const
               perform 111-load-valid-items
               perform 116-load-valid-customers
           end-if.

           perform 118-load-valid-exemptions.
           perform 112-read-batch-control.
           perform 113-verify-generation-stamp.

           if ws-generation-fresh not = ws-true-const
               if ws-reprint-mode = ws-true-const
                   move 1 to return-code
               else
                   perform 148-write-audit-abend
               end-if
               goback
           end-if.

           if ws-reprint-mode not = ws-true-const
               perform 120-check-for-restart
           end-if.

           open input sale-and-layaway-file.

           if ws-sandl-file-status not = "00"
               if ws-reprint-mode = ws-true-const
                   move 1 to return-code
               else
                   perform 148-write-audit-abend
               end-if
               goback
           end-if.

           if ws-reprint-mode not = ws-true-const
               perform 105-open-layaway-balance
               perform 103-open-card-balance
           end-if.

           if ws-restart-count is greater than zero
               open extend report-file,
                 extend sales-totals-file,
                 extend points-earned-file
               perform 130-skip-to-checkpoint
           else
               open output report-file,
                 output sales-totals-file
               if ws-reprint-mode not = ws-true-const
                   open output points-earned-file
               end-if
               read sale-and-layaway-file
                   at end
                       move ws-true-const to ws-eof-flag

           perform 840-verify-control-count.
           perform 800-print-summary.

           if ws-reprint-mode not = ws-true-const
               perform 950-clear-checkpoint
               perform 960-write-audit-end
               close layaway-balance-file,
                 card-balance-file,
                 points-earned-file
           end-if.

           close sale-and-layaway-file,
             report-file,
             sales-totals-file.

           goback.
                         ws-store-gi-amount (ws-store-idx)
                         ws-store-tax-amount (ws-store-idx)
                         ws-store-s-amount (ws-store-idx)
                         ws-store-l-amount (ws-store-idx)
                         ws-store-exempt-amount (ws-store-idx)
                         ws-store-p-amount (ws-store-idx).

      *Loads the tax table. A missing table degrades to the fallback
      *rate for every store rather than abending - the same way the
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the loyalty customer lines Program_1 wrote alongside
      *valid.dat. A missing file is a day when no ticket named a
      *customer - nothing earns points, and the report is unchanged.
       116-load-valid-customers.
           open input valid-customers-file.

           if ws-vc-file-status = "00"
               read valid-customers-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 117-load-one-customer-line
                 until ws-eof-flag = ws-true-const

               close valid-customers-file
               move ws-false-const to ws-eof-flag
           end-if.

       117-load-one-customer-line.
           if ws-cust-count is less than 5000
               add ws-one to ws-cust-count
               set ws-cust-idx to ws-cust-count
               move vc-invoice-number to ws-cust-invoice (ws-cust-idx)
               move vc-customer-number to ws-cust-number (ws-cust-idx)
           end-if.

           read valid-customers-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the exempt sales Program_1 wrote alongside valid.dat. A
      *missing file is a day with no exempt sale - every sale is
      *taxed, as it always was.
       118-load-valid-exemptions.
           open input valid-exemptions-file.

           if ws-ve-file-status = "00"
               read valid-exemptions-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 119-load-one-exemption-line
                 until ws-eof-flag = ws-true-const

               close valid-exemptions-file
               move ws-false-const to ws-eof-flag
           end-if.

       119-load-one-exemption-line.
           if ws-exempt-count is less than 5000
               add ws-one to ws-exempt-count
               set ws-exempt-idx to ws-exempt-count
               move ve-invoice-number
                 to ws-exempt-invoice (ws-exempt-idx)
           end-if.

           read valid-exemptions-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Picks up the control record Program_1 left behind, so the
      *record count read back from valid.dat can be proven against
      *the count Program_1 says it wrote.
               close run-control-file
           end-if.

      *A reprint card with a plausible date puts this run in reprint
      *mode for that date - it reads the day Program_36 staged, under
      *that day's date so the generation handshake against the
      *staged control record still holds, and writes a dated report
      *and its own totals for Program_5's reprint.
       102-check-reprint-request.
           open input reprint-request-file.
           if ws-reprint-file-status = "00"
               read reprint-request-file
                   at end
                       continue
                   not at end
                       if rq-business-date is numeric
                         and rq-bd-yyyy is greater than 2000
                         and rq-bd-mm is not less than 01
                         and rq-bd-mm is not greater than 12
                         and rq-bd-dd is not less than 01
                         and rq-bd-dd is not greater than 31
                           move ws-true-const to ws-reprint-mode
                           move rq-business-date to ws-run-date
                       end-if
               end-read
               close reprint-request-file
           end-if.

           if ws-reprint-mode = ws-true-const
               move ws-run-date to ws-rh-business-date
               move ws-reprint-heading to ws-hd2-reprint
               move "../../../../Data/reprint-valid.dat"
                 to ws-sandl-file-name
               move "../../../../Data/reprint-exemptions.dat"
                 to ws-ve-file-name
               move "../../../../Data/reprint-control.dat"
                 to ws-bc-file-name
               move "../../../../Data/reprint-sales-totals.dat"
                 to ws-sales-totals-name
               move "../../../../Data/reprint-store-tender-sales.dat"
                 to ws-tender-sales-name
               move spaces to ws-report-file-name
               string "../../../../Data/salesreport-reprint-"
                 delimited by size
                 ws-run-date delimited by size
                 ".out" delimited by size
                 into ws-report-file-name
           end-if.

      *Opens the gift-card balance file for update, creating it first
      *if this is the very first run and it does not exist yet - the
      *same guard the layaway balance carries.
           move rs-total-g to ws-total-g.
           move rs-g-amount to ws-g-amount.
           move rs-total-tax-ow to ws-total-tax-ow.
           move rs-total-p to ws-total-p.
           move rs-p-amount to ws-p-amount.
           move rs-sku-freq-count to ws-sku-freq-count.

           perform 128-restore-tender-total
             to ws-store-s-amount (ws-store-idx).
           move rs-store-l (ws-store-idx)
             to ws-store-l-amount (ws-store-idx).
           move rs-store-exempt (ws-store-idx)
             to ws-store-exempt-amount (ws-store-idx).
           move rs-store-p (ws-store-idx)
             to ws-store-p-amount (ws-store-idx).

       127-restore-sku-checkpoint-entry.
           read restart-file
               end-if
           end-if

      *    An employee purchase is taxed and tendered like a sale,
      *    but is tallied apart from the customer S&L totals so a
      *    staff discount never reads as a markdown or a refund.
           if il-employee-purchase-88
               perform 300-calculate-transaction-amount
               perform 400-process-payment-type
               perform 630-process-employee-purchase
               perform 700-print-detail-line

               if ws-page-full then
                   perform 250-page-full
               end-if
           end-if

      *    A gift-card issue moves tender into the drawer but no
      *    merchandise - the value loaded is a liability, not
      *    revenue, so no tax and no S&L totals. The card balance is
               end-if
           end-if

           if ws-reprint-mode not = ws-true-const
               perform 905-checkpoint-if-due
           end-if.

           read sale-and-layaway-file
               at end
           perform 150-print-column-headers.
           move ws-zero to ws-page-records.

      *A sale rung under an exemption certificate is charged no tax.
       300-calculate-transaction-amount.
           perform 302-check-exempt-sale.

           if ws-exempt-sale = ws-true-const
               move zero to ws-calc-tax
           else
               perform 305-resolve-tax-rate
               compute ws-calc-tax rounded = ws-tax-resolved-rate *
                 il-transaction-amount
           end-if.
           add ws-calc-tax to ws-total-tax-ow.

       302-check-exempt-sale.
           move ws-false-const to ws-exempt-sale.

           if il-sale-transac-88
               perform 303-find-one-exemption
                 varying ws-exempt-idx from 1 by 1
                 until ws-exempt-idx is greater than ws-exempt-count
                 or ws-exempt-sale = ws-true-const
           end-if.

       303-find-one-exemption.
           if ws-exempt-invoice (ws-exempt-idx) = il-invoice-number
               move ws-true-const to ws-exempt-sale
           end-if.

      *Finds the store's tax rate - the row with the latest effective
      *date on or before the run date. A store with no row effective
      *yet keeps the fallback rate.
                   if il-sale-transac-88
                       add il-transaction-amount to
                         ws-store-s-amount (ws-store-idx)
                       if ws-exempt-sale = ws-true-const
                           add il-transaction-amount to
                             ws-store-exempt-amount (ws-store-idx)
                       end-if
                   else
                       add il-transaction-amount to
                         ws-store-l-amount (ws-store-idx)
                   add il-transaction-amount  to ws-sanal-amount
                   perform 500-process-store
                   perform 560-accumulate-sku-frequency
                   if ws-reprint-mode not = ws-true-const
                       perform 570-record-points-earned
                       if il-payment-gift-88
                           perform 645-record-card-redemption
                       end-if
                   end-if
           end-if.

                     else if il-layaway-transac-88 then
                        add ws-one to ws-total-l
                        add il-transaction-amount to ws-l-amount
                        if ws-reprint-mode not = ws-true-const
                            perform 650-update-layaway-balance
                        end-if
                   end-if
           end-if.

      *Routes a plan opening or cancellation to the matching balance
      *update, and tallies each for the summary. A reprint only
      *tallies - the plan was settled when the day first ran.
       620-process-layaway-settlement.
           if il-layaway-open-88
               add ws-one to ws-total-n
               add il-transaction-amount to ws-n-amount
               if ws-reprint-mode not = ws-true-const
                   perform 655-open-layaway-plan
               end-if
           else
               add ws-one to ws-total-c
               add il-transaction-amount to ws-c-amount
               if ws-reprint-mode not = ws-true-const
                   perform 660-cancel-layaway-plan
               end-if
           end-if.

      *A 'P' record is an employee purchase - tallied for the summary
      *apart from customer sales, its tax and tender put in the
      *store's figures, and its merchandise counted into the
      *frequency table like any sale. It earns no loyalty points.
       630-process-employee-purchase.
           add ws-one to ws-total-p.
           add il-transaction-amount to ws-p-amount.
           perform 632-add-purchase-to-store.
           perform 560-accumulate-sku-frequency.

      *The ledger still books an employee purchase as sales revenue,
      *so it joins ws-store-s-amount for the revenue split - but not
      *the store's S&L total.
       632-add-purchase-to-store.
           move il-store-number to ws-store-lookup-code.
           search all ws-store-entry
               at end
                   continue
               when ws-store-code-entry (ws-store-idx) =
                 ws-store-lookup-code
                   add il-transaction-amount to
                     ws-store-p-amount (ws-store-idx)
                   add il-transaction-amount to
                     ws-store-s-amount (ws-store-idx)
                   add ws-calc-tax to
                     ws-store-tax-amount (ws-store-idx)
                   perform 510-add-tender-to-store
           end-search.

      *A 'G' record loads value onto a gift card - tallied for the
      *summary, the tender put in the drawer it was paid through, and
      *the card balance opened or topped up.
           add ws-one to ws-total-g.
           add il-transaction-amount to ws-g-amount.
           perform 626-add-issue-to-store.
           if ws-reprint-mode not = ws-true-const
               perform 640-record-card-issue
           end-if.

       626-add-issue-to-store.
           move il-store-number to ws-store-lookup-code.

      *Opens the card's balance record on its first issue, or adds
      *the new value to a card already on file - il-sku-code carries
      *the card number on gift-card activity. The issuing store is
      *kept from the first issue - it decides which state the card's
      *value escheats to. An escheated card is closed; Program_1
      *refuses a reload, and this is the backstop.
       640-record-card-issue.
           move il-sku-code to cb-card-number.

                   move zero to cb-redeemed-amount
                   move ws-run-date to cb-issue-date
                   move ws-run-date to cb-last-activity-date
                   move il-store-number to cb-issue-store
                   move space to cb-status
                   move zero to cb-escheat-date
                   write card-balance-record
               not invalid key
                   if not cb-escheated-88
                       add il-transaction-amount to cb-issued-amount
                       move ws-run-date to cb-last-activity-date
                       rewrite card-balance-record
                   end-if
           end-read.

      *Draws a redemption down against the card. Program_1's and
      *amount past the issued amount, which would read back as a
      *negative liability. A redemption whose card is somehow not on
      *file updates nothing, the same way a cancellation with no
      *layaway balance does; an escheated card has nothing available
      *to draw.
       645-record-card-redemption.
           move il-sku-code to cb-card-number.

               not invalid key
                   if cb-issued-amount is greater than
                     cb-redeemed-amount
                     and not cb-escheated-88
                       compute ws-gc-available =
                         cb-issued-amount - cb-redeemed-amount
                   else
               perform 566-add-sku-frequency
           end-if.

      *A sale or layaway deposit rung to a loyalty customer earns one
      *point per whole dollar of merchandise (tax is not a purchase).
      *The points go to points-earned.dat for Program_24 to post -
      *this report keeps no balances of its own.
       570-record-points-earned.
           perform 572-find-one-customer-line
             varying ws-cust-idx from 1 by 1
             until ws-cust-idx is greater than ws-cust-count.

       572-find-one-customer-line.
           if ws-cust-invoice (ws-cust-idx) = il-invoice-number
               move ws-cust-number (ws-cust-idx) to pe-customer-number
               move ws-run-date to pe-run-date
               move il-invoice-number to pe-invoice-number
               move il-store-number to pe-store-number
               move il-transaction-code to pe-transaction-code
               move il-transaction-amount to pe-amount
               move il-transaction-amount to pe-points
               write points-earned-record
               move ws-cust-count to ws-cust-idx
           end-if.

      *Finds the SKU's entry in ws-sku-freq-table and adds to its
      *quantity/amount, or opens a new entry at the end of the table
      *if this is the first time the SKU has been seen today.
           move ws-gc-percent to ws-sm-gift-percentage.
           move ws-total-g to ws-sm-g-total.
           move ws-g-amount to ws-sm-g-amount.
           move ws-total-p to ws-sm-p-total.
           move ws-p-amount to ws-sm-p-amount.

           move zero to ws-total-exempt-amount.
           perform 818-add-store-exempt
             varying ws-store-idx from 1 by 1
             until ws-store-idx is greater than
               ws-store-count.
           move ws-total-exempt-amount to ws-sm-exempt-amount.

      * Determine the highest and lowest S & L transaction amounts
      * by scanning the store table instead of comparing named
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.
           write report-line from ws-summary-line-4.
           write report-line from ws-summary-line-17.
           write report-line from ws-summary-line-5 after advancing 
             ws-one lines.
           write report-line from ws-summary-line-6.
           write report-line from ws-summary-line-14.
           write report-line from ws-summary-line-9 after advancing
             ws-one lines.
           write report-line from ws-summary-line-16.
           write report-line from ws-summary-line-10.
           write report-line from ws-summary-line-11.
           write report-line from ws-summary-line-12 after advancing
           perform 860-print-sku-frequency.
           perform 830-write-revenue-totals.
           perform 835-write-tender-totals.

      *    The tax remittance and ledger figures were handed on when
      *    the day first ran - a reprint must not hand them on again.
           if ws-reprint-mode not = ws-true-const
               perform 837-write-tax-collected
               perform 846-write-tax-exempt
               perform 839-write-revenue-split
               perform 843-write-gift-card-split
           end-if.

      * Print the full per-store distribution, not just the extremes.
      * Loops over whatever is in the store table, so a new store
             to ws-sm-store-name.
           move ws-store-sandl-total (ws-store-idx)
             to ws-sm-store-amount.
           move ws-store-p-amount (ws-store-idx)
             to ws-sm-store-p-amount.
           write report-line from ws-summary-store-detail.

      *Scans one store table entry for 800-print-summary, keeping
               move ws-store-idx to ws-low-store-idx
           end-if.

      *Totals the exempt sales across the store table for the summary
      *- the store figures already survive a restart, so the chain
      *figure is rebuilt from them rather than checkpointed twice.
       818-add-store-exempt.
           add ws-store-exempt-amount (ws-store-idx)
             to ws-total-exempt-amount.

      *Sorts ws-sku-freq-table highest-to-lowest by quantity sold and
      *prints it, so merchandising can see top/bottom sellers without
      *tallying the detail lines by hand.
           move ws-c-amount to st-c-amount.
           move ws-g-amount to st-g-amount.
           move ws-run-date to st-run-date.
           move ws-p-amount to st-p-amount.
           write sales-totals-record.

      *Hand the day's takings by payment type, store by store, off to
           move ws-store-tax-amount (ws-store-idx) to tc-tax-amount.
           write tax-collected-record.

      *Hand the exempt sales, store by store, off to the remittance
      *report the same way.
       846-write-tax-exempt.
           open output tax-exempt-file.

           perform 847-write-one-exempt-record
             varying ws-store-idx from 1 by 1
             until ws-store-idx is greater than
               ws-store-count.

           close tax-exempt-file.

       847-write-one-exempt-record.
           move ws-store-code-entry (ws-store-idx) to te-store-number.
           move ws-store-exempt-amount (ws-store-idx)
             to te-exempt-amount.
           write tax-exempt-record.

      *Hand the sales/layaway split, store by store, off to the
      *general-ledger posting extract - the ledger credits sales
      *revenue and layaway deposit liability separately.
           move ws-total-g to rs-total-g.
           move ws-g-amount to rs-g-amount.
           move ws-total-tax-ow to rs-total-tax-ow.
           move ws-total-p to rs-total-p.
           move ws-p-amount to rs-p-amount.
           move ws-sku-freq-count to rs-sku-freq-count.

           perform 910-move-store-total-out
             to rs-store-s (ws-store-idx).
           move ws-store-l-amount (ws-store-idx)
             to rs-store-l (ws-store-idx).
           move ws-store-exempt-amount (ws-store-idx)
             to rs-store-exempt (ws-store-idx).
           move ws-store-p-amount (ws-store-idx)
             to rs-store-p (ws-store-idx).

       920-write-sku-checkpoint-entry.
           move ws-sku-freq-code (ws-sku-freq-idx) to rs-freq-sku-code.
           move zero to rs-total-g.
           move zero to rs-g-amount.
           move zero to rs-total-tax-ow.
           move zero to rs-total-p.
           move zero to rs-p-amount.
           move zero to rs-sku-freq-count.
           perform 955-clear-tender-checkpoint
             varying ws-store-idx from 1 by 1
                         rs-store-gi (ws-store-idx)
                         rs-store-tax (ws-store-idx)
                         rs-store-s (ws-store-idx)
                         rs-store-l (ws-store-idx)
                         rs-store-exempt (ws-store-idx)
                         rs-store-p (ws-store-idx).

      *Records how this run finished, with the final read count, and
      *closes the shared audit log. A run whose read count failed to
