         organization is line sequential
         file status is ws-runctl-file-status.

      *    Reprint request card - present only while run_reprint.sh
      *    rebuilds a past business day's reports. This run then nets
      *    the reprint totals Program_3 and Program_4 wrote for that
      *    day against the control record Program_36 staged, and
      *    prints dated reports of its own.
       select reprint-request-file
         assign to "../../../../Data/reprint-request.dat"
         organization is line sequential
         file status is ws-reprint-file-status.

      *    Sales/layaway totals written by Program_3.
       select sales-totals-file
         assign to dynamic ws-sales-totals-name
         organization is line sequential
         file status is ws-sales-totals-file-status.

      *    Return totals written by Program_4.
       select returns-totals-file
         assign to dynamic ws-returns-totals-name
         organization is line sequential
         file status is ws-returns-totals-file-status.

      *    total of everything it put in valid.dat, which the totals
      *    reported by Program_3 and Program_4 must add back up to.
       select batch-control-file
         assign to dynamic ws-bc-file-name
         organization is line sequential
         file status is ws-bc-file-status.

      *    Takings by payment type per store, written by Program_3.
       select tender-sales-file
         assign to dynamic ws-tender-sales-name
         organization is line sequential
         file status is ws-tender-sales-file-status.

      *    Refunds paid out by payment type per store, written by
      *    Program_4.
       select tender-returns-file
         assign to dynamic ws-tender-returns-name
         organization is line sequential
         file status is ws-tender-returns-file-status.

       select report-file
         assign to dynamic ws-report-file-name
         organization is line sequential
         file status is ws-report-file-status.

      *    Nightly deposit-slip report - what each store's drawer and
      *    card settlements should reconcile to at the bank.
       select deposit-report-file
         assign to dynamic ws-deposit-report-name
         organization is line sequential
         file status is ws-deposit-report-file-status.

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

       fd sales-totals-file
           data record is sales-totals-record.

         05 st-c-amount              pic 9(6)v99.
         05 st-g-amount              pic 9(6)v99.
         05 st-run-date              pic 9(8).
         05 st-p-amount              pic 9(6)v99.

       fd returns-totals-file
           data record is returns-totals-record.
      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.

      *Reprint mode - set by 102-check-reprint-request when a reprint
      *card is on file. The file names below start out as the nightly
      *files and are switched to the reprint totals and dated reports
      *only in reprint mode.
       01 ws-reprint-file-status       pic xx value '00'.
       77 ws-reprint-mode              pic x value 'N'.
       77 ws-sales-totals-name         pic x(60) value
           "../../../../Data/sales-totals.dat".
       77 ws-returns-totals-name       pic x(60) value
           "../../../../Data/returns-totals.dat".
       77 ws-bc-file-name              pic x(60) value
           "../../../../Data/batch-control.dat".
       77 ws-tender-sales-name         pic x(60) value
           "../../../../Data/store-tender-sales.dat".
       77 ws-tender-returns-name       pic x(60) value
           "../../../../Data/store-tender-returns.dat".
       77 ws-report-file-name          pic x(60) value
           "../../../../Data/net-revenue-report.out".
       77 ws-deposit-report-name       pic x(60) value
           "../../../../Data/deposit-slip.out".
       01 ws-boolean-const.
            05 ws-true-const            pic x value "Y".
            05 ws-false-const       pic x value "N".
      *actually use.
       01 ws-net-calc.
            05 ws-net-s-amount          pic 9(6)v99 value zero.
            05 ws-net-p-amount          pic 9(6)v99 value zero.
            05 ws-net-l-amount          pic 9(6)v99 value zero.
            05 ws-net-n-amount          pic 9(6)v99 value zero.
            05 ws-net-c-amount          pic 9(6)v99 value zero.
         05 filler                     pic x(30)
           value                      " NET REVENUE REPORT".

      *Printed under the heading of both reports in a reprint, so
      *neither is ever mistaken for the nightly report of that day.
       01 ws-reprint-heading.
         05 filler                     pic x(29)
           value                      " *** REPRINT - BUSINESS DATE ".
         05 ws-rh-business-date        pic 9(8).
         05 filler                     pic x(4) value " ***".

       01 ws-summary-line-1.
         05 filler                     pic x(20)
           value                      " SALES AMOUNT".
         05 ws-sm-s-amount             pic $z(9)9.99.

      *Employee purchases are revenue, but are shown apart from the
      *customer sales above them.
       01 ws-summary-line-1p.
         05 filler                     pic x(20)
           value                      " EMPLOYEE PURCHASES".
         05 ws-sm-p-amount             pic $z(9)9.99.

       01 ws-summary-line-2.
         05 filler                     pic x(20)
           value                      " LAYAWAY AMOUNT".
       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 102-check-reprint-request.

      *    A reprint is not a run of the nightly chain - it leaves
      *    no trace in the run-audit log.
           if ws-reprint-mode not = ws-true-const
               perform 140-open-audit-log
               perform 145-write-audit-start
           end-if.

           open input sales-totals-file.

           perform 180-verify-generation-stamp.

           if ws-generation-fresh not = ws-true-const
               if ws-reprint-mode = ws-true-const
                   move 1 to return-code
               else
                   perform 148-write-audit-abend
               end-if
               goback
           end-if.

           perform 600-load-tender-totals.
           perform 700-print-deposit-slips.

           if ws-reprint-mode not = ws-true-const
               perform 960-write-audit-end
           end-if.

           goback.

               close run-control-file
           end-if.

      *A reprint card with a plausible date puts this run in reprint
      *mode for that date - the generation handshake then proves the
      *reprint totals against the control record Program_36 staged
      *for the same date.
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
               move "../../../../Data/reprint-sales-totals.dat"
                 to ws-sales-totals-name
               move "../../../../Data/reprint-returns-totals.dat"
                 to ws-returns-totals-name
               move "../../../../Data/reprint-control.dat"
                 to ws-bc-file-name
               move "../../../../Data/reprint-store-tender-sales.dat"
                 to ws-tender-sales-name
               move "../../../../Data/reprint-store-tender-returns.dat"
                 to ws-tender-returns-name
               move spaces to ws-report-file-name
               string "../../../../Data/net-revenue-report-reprint-"
                 delimited by size
                 ws-run-date delimited by size
                 ".out" delimited by size
                 into ws-report-file-name
               move spaces to ws-deposit-report-name
               string "../../../../Data/deposit-slip-reprint-"
                 delimited by size
                 ws-run-date delimited by size
                 ".out" delimited by size
                 into ws-deposit-report-name
           end-if.

      *Opens the shared audit log for update, creating it first if
      *this is the very first run and it does not exist yet - the
      *same guard the rest of the chain uses.
                   move st-n-amount to ws-net-n-amount
                   move st-c-amount to ws-net-c-amount
                   move st-g-amount to ws-net-g-amount
                   move st-p-amount to ws-net-p-amount
                   move st-run-date to ws-sales-run-date
           end-read.

      *same way a cash refund does - the money just leaves as a
      *liability instead of out of the drawer.
           compute ws-net-revenue =
             ws-net-s-amount + ws-net-p-amount + ws-net-l-amount
             + ws-net-exchange-amount
             - ws-net-return-amount
             - ws-net-noreceipt-amount.
           add ws-net-return-tax-owed to ws-net-tax-owing.
           add ws-net-exchange-tax to ws-net-tax-owing.

      *Everything the day's reports say they handled - sales,
      *employee purchases, layaway deposits, plan openings and
      *cancellations, accepted and rejected returns - added back
      *together must equal the dollar total Program_1 put in
      *valid.dat. Anything else means a report ran against a
      *truncated or stale file.
       250-balance-to-control.
           compute ws-reported-amount =
             ws-net-s-amount + ws-net-p-amount + ws-net-l-amount
             + ws-net-n-amount + ws-net-c-amount
             + ws-net-g-amount + ws-net-exchange-amount
             + ws-net-noreceipt-amount
           write report-line from ws-heading after advancing
             ws-one lines.

           if ws-reprint-mode = ws-true-const
               write report-line from ws-reprint-heading
                 after advancing ws-one lines
           end-if.

           move ws-net-s-amount to ws-sm-s-amount.
           write report-line from ws-summary-line-1 after advancing
             ws-one lines.

           move ws-net-p-amount to ws-sm-p-amount.
           write report-line from ws-summary-line-1p.

           move ws-net-l-amount to ws-sm-l-amount.
           write report-line from ws-summary-line-2.


           write deposit-report-line from ws-deposit-heading.

           if ws-reprint-mode = ws-true-const
               write deposit-report-line from ws-reprint-heading
           end-if.

           perform 710-print-one-deposit-slip
             varying ws-tender-idx from 1 by 1
             until ws-tender-idx is greater than ws-tender-count.
