         assign to "../../../../Data/run-control.dat"
         organization is line sequential
         file status is ws-runctl-file-status.

      *    Reprint request card - present only while run_reprint.sh
      *    rebuilds a past business day's reports. The day is staged
      *    out of history by Program_36, and this run then reads the
      *    reprint-*.dat staging in place of valid.dat, writes its
      *    own dated report and updates none of the balances the
      *    nightly run keeps.
       select reprint-request-file
         assign to "../../../../Data/reprint-request.dat"
         organization is line sequential
         file status is ws-reprint-file-status.
      *    returns now reads Program_1's validated valid.dat, which
      *    carries sale, layaway and return records together - this
      *    report only cares about the returns. Indexed by invoice
      *    number so one invoice can be looked up directly; read
      *    here sequentially in key order.
       select returns
              assign to dynamic ws-returns-file-name
              organization is indexed
              record key is il-invoice-number
              file status is ws-returns-file-status.
              
       select report-file
       	 assign to dynamic ws-report-file-name
       			  	  organization is line sequential.

      *    Permanent history of every sale, written by Program_1 and
      *    Today's return totals, picked up by the net-revenue report
      *    (Program_5).
       select returns-totals-file
       	 assign to dynamic ws-returns-totals-name
       			  	  organization is line sequential.

      *    Today's refunds paid out in dollars by payment type, one
      *    record per store, picked up by Program_5's deposit-slip
      *    report and netted against the takings.
       select tender-returns-file
         assign to dynamic ws-tender-returns-name
         organization is line sequential.

      *    Store master - number, name, region and open/closed status
         assign to "../../../../Data/store-credit-issued.dat"
         organization is line sequential.

      *    Loyalty points moved by today's returns and exchanges, one
      *    record per good return or exchange whose original sale
      *    was rung to a customer, picked up by the points ledger
      *    run (Program_24).
       select points-clawback-file
         assign to "../../../../Data/points-clawback.dat"
         organization is line sequential.

      *    Money through each cashier's drawer on today's good returns
      *    and exchanges - the refund paid out or the difference
      *    collected, by tender - picked up by the drawer close-out
      *    run (Program_26).
       select cashier-drawer-file
         assign to "../../../../Data/cashier-returns.dat"
         organization is line sequential.

      *    Checkpoint file - holds the record number of the last
      *    record processed, so a rerun after an abend can skip back
      *    to that point instead of reprocessing (and double-counting)
      *    count read back from valid.dat is proven against it at
      *    end of run.
       select batch-control-file
         assign to dynamic ws-bc-file-name
         organization is line sequential
         file status is ws-bc-file-status.
       data division.
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
              
       fd returns
              data record is returns-data
         05 sh-returned-amount      pic 9(6)v99.
         05 sh-store-number         pic xx.
         05 sh-sale-date            pic 9(8).
         05 sh-customer-number      pic x(10).
         05 sh-chargeback-amount    pic 9(6)v99.
         05 sh-exempt-cert          pic x(12).
      *
      *Same layout as Program_3's points-earned.dat. An 'R' record
      *takes back one point per whole dollar refunded; an 'X' record
      *is the exchange difference collected, which earns like a sale.
       fd points-clawback-file
              data record is points-clawback-record
              record contains 43 characters.
       01 points-clawback-record.
         05 pc-customer-number      pic x(10).
         05 pc-run-date             pic 9(8).
         05 pc-invoice-number       pic x(9).
         05 pc-store-number         pic xx.
         05 pc-transaction-code     pic x.
         05 pc-amount               pic 9(5)v99.
         05 pc-points               pic 9(6).
      *
      *One record per refund paid or exchange difference collected -
      *a no-receipt return is settled in store credit and moves no
      *drawer money, so it never appears here.
       fd cashier-drawer-file
              data record is cashier-drawer-record
              record contains 32 characters.
       01 cashier-drawer-record.
         05 cd-run-date             pic 9(8).
         05 cd-cashier-id           pic x(3).
         05 cd-store-number         pic xx.
         05 cd-transaction-code     pic x.
         05 cd-payment-type         pic xx.
         05 cd-amount               pic 9(5)v99.
         05 cd-invoice-number       pic x(9).
      *
       fd returns-totals-file
              data record is returns-totals-record.
      *
       fd store-master-file
              data record is store-master-record
              record contains 41 characters.
       01 store-master-record.
         05 str-store-number        pic 99.
         05 str-store-name          pic x(20).
         05 str-region              pic x(2).
         05 str-status              pic x.
           88 str-open-88              value 'O'.
         05 str-open-date           pic 9(8).
         05 str-close-date          pic 9(8).
      *
       fd tax-table-file
              data record is tax-table-record
      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.

      *Reprint mode - set by 102-check-reprint-request when a reprint
      *card is on file. The file names below start out as the nightly
      *files and are switched to the reprint staging and a dated
      *report only in reprint mode.
       01 ws-reprint-file-status       pic xx value '00'.
       77 ws-reprint-mode              pic x value 'N'.
       77 ws-returns-file-name         pic x(60) value
           "../../../../Data/valid.dat".
       77 ws-report-file-name          pic x(60) value
           "../../../../Data/report-file.out".
       77 ws-returns-totals-name       pic x(60) value
           "../../../../Data/returns-totals.dat".
       77 ws-tender-returns-name       pic x(60) value
           "../../../../Data/store-tender-returns.dat".
       77 ws-bc-file-name              pic x(60) value
           "../../../../Data/batch-control.dat".
       
       01 ws-page-count.
         05 ws-page-records            pic 99 value 0.
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(4) value "PAGE".
         05 ws-current-pg-num         pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-title-reprint           pic x(36) value spaces.

      *Carried in the title on every page of a reprint, so it is
      *never mistaken for the nightly report of that day.
       01 ws-reprint-heading.
         05 filler                     pic x(24)
           value                       "REPRINT - BUSINESS DATE ".
         05 ws-rh-business-date        pic 9(8).

      *
       01 ws-page-heading.
           "** REJECTED - NO MATCHING SALE ON FILE       ".
         05 ws-reject-over-paid-const  pic x(45) value
           "** REJECTED - EXCEEDS AMOUNT PAID ON INVOICE ".
         05 ws-reject-charged-back-const pic x(45) value
           "** REJECTED - SALE CHARGED BACK BY PROCESSOR ".

       01 ws-summary-rejected-line.
         05 filler                     pic x(35)
           move ws-false-const to ws-eof-flag.

           perform 101-resolve-business-date.
           perform 102-check-reprint-request.

      *    A reprint is not a run of the nightly chain - it leaves
      *    no trace in the run-audit log.
           if ws-reprint-mode not = ws-true-const
               perform 140-open-audit-log
               perform 145-write-audit-start
           end-if.

           perform 107-init-ret-store-table.
           perform 109-load-tax-table.
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

           open input returns.

           if ws-returns-file-status not = "00"
               if ws-reprint-mode = ws-true-const
                   move 1 to return-code
               else
                   perform 148-write-audit-abend
               end-if
               goback
           end-if.

           perform 110-open-sale-history.
           perform 114-load-noreceipt-auths.

           if ws-reprint-mode not = ws-true-const
               perform 116-open-store-credit
           end-if.

           if ws-restart-count is greater than zero
               open extend report-file,
                 extend returns-totals-file,
                 extend points-clawback-file,
                 extend cashier-drawer-file
               perform 130-skip-to-checkpoint
           else
               open output report-file,
                 output returns-totals-file
               if ws-reprint-mode not = ws-true-const
                   open output points-clawback-file,
                     output cashier-drawer-file
               end-if
               read  returns
                   at end
                       move ws-true-const to ws-eof-flag

           perform 840-verify-control-count.
           perform 800-print-summary.

           if ws-reprint-mode not = ws-true-const
               perform 950-clear-checkpoint
               perform 960-write-audit-end
               close store-credit-file,
                 points-clawback-file,
                 cashier-drawer-file
           end-if.

           close returns,
             report-file,
             returns-totals-file.

           if ws-sale-history-on-file = 'Y'
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
               move ws-reprint-heading to ws-title-reprint
               move "../../../../Data/reprint-valid.dat"
                 to ws-returns-file-name
               move "../../../../Data/reprint-control.dat"
                 to ws-bc-file-name
               move "../../../../Data/reprint-returns-totals.dat"
                 to ws-returns-totals-name
               move "../../../../Data/reprint-store-tender-returns.dat"
                 to ws-tender-returns-name
               move spaces to ws-report-file-name
               string "../../../../Data/report-file-reprint-"
                 delimited by size
                 ws-run-date delimited by size
                 ".out" delimited by size
                 into ws-report-file-name
           end-if.

      *Opens the sale history for update so each return can be
      *matched and the refunded-to-date amount kept current. The
      *history is built by Program_1 - if it is not there yet (a
      *first run on a new site), returns are matched against nothing
      *and every one is rejected as having no sale on file, which is
      *exactly what an auditor would want said out loud. A reprint
      *only reads it - the day's refunds were counted when it ran.
       110-open-sale-history.
           if ws-reprint-mode = ws-true-const
               open input sale-history-file
           else
               open i-o sale-history-file
           end-if.

           if ws-sale-hist-file-status = "00"
               move 'Y' to ws-sale-history-on-file
               if ws-return-valid = ws-true-const
                   perform 300-calculate-transaction-amount
                   perform 600-process-transaction-code
                   if ws-reprint-mode not = ws-true-const
                       perform 360-record-points-activity
                       perform 365-record-drawer-activity
                   end-if
                   perform 700-print-detail-line
               else
      *            Store policy allows a no-receipt return with a

               if ws-return-valid = ws-true-const
                   perform 345-process-exchange
                   if ws-reprint-mode not = ws-true-const
                       perform 360-record-points-activity
                       perform 365-record-drawer-activity
                   end-if
                   perform 700-print-detail-line
               else
                   perform 330-reject-return
               end-if
           end-if

           if ws-reprint-mode not = ws-true-const
               perform 905-checkpoint-if-due
           end-if.

           read returns
               at end
                       move ws-false-const to ws-return-valid
                       move ws-reject-no-sale-const to ws-rr-reason
                   not invalid key
                       if sh-chargeback-amount is greater than zero
                         and ws-reprint-mode not = ws-true-const
                           move ws-false-const to ws-return-valid
                           move ws-reject-charged-back-const
                             to ws-rr-reason
                       else
                           perform 325-check-refundable
                       end-if
               end-read
           end-if.

      *The customer can have back no more than the sale collected,
      *less what earlier returns have already refunded. A reprint
      *cannot wind the refunded-to-date amount back to the day it
      *reprints - it only knows a return was refunded if the amount
      *refunded to date covers it, and rewrites nothing.
       325-check-refundable.
           if ws-reprint-mode = ws-true-const
               if il-transaction-amount is greater than
                 sh-returned-amount
                   move ws-false-const to ws-return-valid
                   move ws-reject-over-paid-const to ws-rr-reason
               end-if
           else
               if sh-sale-amount is greater than sh-returned-amount
                   compute ws-refundable-amount =
                     sh-sale-amount - sh-returned-amount
               else
                   move zero to ws-refundable-amount
               end-if

               if il-transaction-amount is greater than
                 ws-refundable-amount
                   move ws-false-const to ws-return-valid
                   move ws-reject-over-paid-const to ws-rr-reason
               else
                   add il-transaction-amount to sh-returned-amount
                   rewrite sale-history-record
               end-if
           end-if.

      *Matches an exchange back to its original sale. Unlike a
      *return, nothing is refunded, so the refunded-to-date amount on
      *the history record is left alone. A sale the card processor
      *has charged back is no longer ours to exchange against.
       340-match-exchange-sale.
           move ws-true-const to ws-return-valid.

                       move ws-false-const to ws-return-valid
                       move ws-reject-no-sale-const to ws-rr-reason
                   not invalid key
                       if sh-chargeback-amount is greater than zero
                         and ws-reprint-mode not = ws-true-const
                           move ws-false-const to ws-return-valid
                           move ws-reject-charged-back-const
                             to ws-rr-reason
                       end-if
               end-read
           end-if.

      *The matched sale-history record still holds the customer the
      *original ticket was rung to - a walk-in sale has none, and its
      *return or exchange moves no points. A no-receipt return never
      *reaches here: with no sale matched there is no customer known.
       360-record-points-activity.
           if sh-customer-number not = spaces
               move sh-customer-number to pc-customer-number
               move ws-run-date to pc-run-date
               move il-invoice-number to pc-invoice-number
               move il-store-number to pc-store-number
               move il-transaction-code to pc-transaction-code
               move il-transaction-amount to pc-amount
               move il-transaction-amount to pc-points
               write points-clawback-record
           end-if.

      *The drawer the money went through is the one the cashier on
      *the return or exchange was working.
       365-record-drawer-activity.
           move ws-run-date to cd-run-date.
           move il-cashier-id to cd-cashier-id.
           move il-store-number to cd-store-number.
           move il-transaction-code to cd-transaction-code.
           move il-payment-type to cd-payment-type.
           move il-transaction-amount to cd-amount.
           move il-invoice-number to cd-invoice-number.
           write cashier-drawer-record.

      *The difference collected is money in - tallied on its own
      *totals, taxed at the store's rate, and put into the drawer it
      *was paid through. An exchange against a sale rung tax exempt
      *goes to the same certificate holder and is not taxed.
       345-process-exchange.
           if sh-exempt-cert not = spaces
               move zero to ws-calc-tax
           else
               perform 305-resolve-tax-rate
               compute ws-calc-tax rounded = ws-tax-resolved-rate *
                 il-transaction-amount
           end-if.
           add ws-calc-tax to ws-exchange-tax.

           add ws-one to ws-total-exchanges.
           add il-transaction-amount to ws-noreceipt-amount.

           perform 338-add-credit-to-store.
           if ws-reprint-mode not = ws-true-const
               perform 339-record-store-credit
           end-if.

           if ws-nr-count is less than 200
               add ws-one to ws-nr-count
                   rewrite store-credit-record
           end-read.

      *A return against a sale rung tax exempt refunds no tax - none
      *was collected on it.
	   300-calculate-transaction-amount.
           if sh-exempt-cert not = spaces
               move zero to ws-calc-tax
           else
               perform 305-resolve-tax-rate
               compute ws-calc-tax rounded = ws-tax-resolved-rate *
                 il-transaction-amount
           end-if.
		   add ws-calc-tax to  ws-tax-owned.

      *Finds the store's tax rate - the row with the latest effective

           perform 850-write-return-totals.
           perform 855-write-refund-tender-totals.

      *    The tax remittance and ledger figures were handed on when
      *    the day first ran - a reprint must not hand them on again.
           if ws-reprint-mode not = ws-true-const
               perform 857-write-tax-refunded
               perform 859-write-store-credit-issued
           end-if.

      *The day's no-receipt returns in their own section - each with
      *the manager who signed for it.
