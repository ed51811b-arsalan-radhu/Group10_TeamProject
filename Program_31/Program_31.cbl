       identification division.
       program-id. Program_31.
       author. Sanjivkumar Patel.
       date-written. 15th October 2026.
      *Program description: This program takes in the card
      * processor's chargeback file. Each chargeback is matched by
      * invoice number to the original sale on sale-history.dat and
      * to the sale's own line on the invoice archive, which carries
      * the tender and the cashier. A chargeback against an invoice
      * we never sold, a sale not paid by credit or debit card, or
      * more than the sale still has left in it is rejected. An
      * accepted chargeback is marked against the sale, so Program_4
      * can no longer refund or exchange against it, is kept on the
      * chargeback history, and its dollars are handed to Program_12
      * per store to post to the ledger as their own entries. The
      * report lists the accepted chargebacks by store and cashier,
      * then the rejects with the reason. A chargeback already on the
      * history - same invoice, same processor reference - is
      * rejected rather than taken off the sale a second time.

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

      *    The processor's chargeback file - one disputed card
      *    payment per line, quoting our invoice number.
       select chargeback-file
         assign to "../../../../Data/chargeback.dat"
         organization is line sequential
         file status is ws-chargeback-file-status.

      *    Every completed sale, keyed by invoice number - written by
      *    Program_1 and Program_10, refunded against by Program_4.
       select sale-history-file
         assign to "../../../../Data/sale-history.dat"
         organization is indexed
         access mode is random
         record key is sh-invoice-number
         file status is ws-sale-hist-file-status.

      *    Every appearance of an invoice across prior days, keyed by
      *    invoice number plus run date. The sale's own line carries
      *    the tender it was paid with and the cashier who rang it.
       select invoice-archive-file
         assign to "../../../../Data/invoice-archive.dat"
         organization is indexed
         access mode is random
         record key is ar-key
         file status is ws-archive-file-status.

      *    Permanent chargeback history - every accepted chargeback,
      *    appended, with the store and cashier it was charged to.
       select chargeback-history-file
         assign to "../../../../Data/chargeback-history.dat"
         organization is line sequential
         file status is ws-cb-history-file-status.

      *    The day's accepted chargeback dollars per store, for
      *    Program_12's ledger posting.
       select store-chargeback-file
         assign to "../../../../Data/store-chargeback.dat"
         organization is line sequential
         file status is ws-store-cb-file-status.

      *    One-record guard carrying the date chargebacks were last
      *    applied - the same file must never be taken off the sales
      *    twice.
       select applied-guard-file
         assign to "../../../../Data/chargeback-applied.dat"
         organization is line sequential
         file status is ws-guard-file-status.

      *    Shared run-audit log, appended to by every program in the
      *    nightly chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

       select report-file
         assign to "../../../../Data/chargeback-report.out"
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

       fd chargeback-file
           data record is chargeback-record
           record contains 40 characters.

       01 chargeback-record.
         05 chb-invoice-number       pic x(9).
         05 chb-chargeback-date      pic 9(8).
         05 chb-amount               pic 9(5)v99.
         05 chb-reason-code          pic x(4).
         05 chb-reference            pic x(12).

       fd sale-history-file
           data record is sale-history-record.

       01 sale-history-record.
         05 sh-invoice-number        pic x(9).
         05 sh-sale-amount           pic 9(5)v99.
         05 sh-returned-amount       pic 9(6)v99.
         05 sh-store-number          pic xx.
         05 sh-sale-date             pic 9(8).
         05 sh-customer-number       pic x(10).
         05 sh-chargeback-amount     pic 9(6)v99.
         05 sh-exempt-cert           pic x(12).

       fd invoice-archive-file
           data record is invoice-archive-record.

       01 invoice-archive-record.
         05 ar-key.
           10 ar-invoice-number      pic x(9).
           10 ar-run-date            pic 9(8).
         05 ar-transaction-code      pic x.
         05 ar-transaction-amount    pic 9(5)v99.
         05 ar-payment-type          pic xx.
           88 ar-card-payment-88        value 'CR', 'DB'.
         05 ar-store-number          pic xx.
         05 ar-sku-code              pic x(15).
         05 ar-cashier-id            pic x(3).

       fd chargeback-history-file
           data record is chargeback-history-record
           record contains 53 characters.

       01 chargeback-history-record.
         05 ch-applied-date          pic 9(8).
         05 ch-chargeback            pic x(40).
         05 ch-chargeback-r redefines ch-chargeback.
           10 ch-invoice-number      pic x(9).
           10 filler                 pic x(19).
           10 ch-reference           pic x(12).
         05 ch-store-number          pic xx.
         05 ch-cashier-id            pic x(3).

       fd store-chargeback-file
           data record is store-chargeback-record
           record contains 12 characters.

       01 store-chargeback-record.
         05 scb-store-number         pic 99.
         05 scb-amount               pic 9(8)v99.

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

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-chargeback-file-status  pic xx value '00'.
       01 ws-sale-hist-file-status   pic xx value '00'.
       01 ws-archive-file-status     pic xx value '00'.
       01 ws-cb-history-file-status  pic xx value '00'.
       01 ws-store-cb-file-status    pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *Run guard - the same chargeback file must not be applied to
      *the sales twice.
       77 ws-already-applied         pic x value 'N'.

      *Per-chargeback match results.
       01 ws-match-work.
         05 ws-cb-valid              pic x value 'Y'.
         05 ws-cb-reason             pic x(30).
         05 ws-cb-remaining          pic s9(7)v99.
         05 ws-cb-store              pic xx.
         05 ws-cb-cashier            pic x(3).

       01 ws-reject-reason-constants.
         05 ws-reject-bad-record-const   pic x(30) value
           "INVALID CHARGEBACK RECORD".
         05 ws-reject-no-sale-const      pic x(30) value
           "NO MATCHING SALE ON FILE".
         05 ws-reject-no-detail-const    pic x(30) value
           "SALE LINE NOT ON ARCHIVE".
         05 ws-reject-not-card-const     pic x(30) value
           "NOT A CREDIT OR DEBIT SALE".
         05 ws-reject-over-const         pic x(30) value
           "EXCEEDS AMOUNT LEFT ON SALE".
         05 ws-reject-full-const         pic x(30) value
           "ACCEPTED TABLE FULL".
         05 ws-reject-applied-const      pic x(30) value
           "CHARGEBACK ALREADY APPLIED".
         05 ws-reject-rewrite-const      pic x(30) value
           "SALE HISTORY NOT UPDATED".

      *Every chargeback already taken off a sale - invoice and the
      *processor's reference, off the chargeback history, plus each
      *one accepted in this run - so a chargeback left on file or
      *sent again is never taken twice on different nights.
       01 ws-applied-table.
         05 ws-ap-entry              occurs 20000 times
              indexed by ws-ap-idx.
           10 ws-ap-invoice          pic x(9).
           10 ws-ap-reference        pic x(12).
       77 ws-ap-count                pic 9(5) value 0.
       77 ws-ap-found                pic x value 'N'.

      *Accepted chargebacks, sorted by store, cashier and invoice
      *before they are printed.
       01 ws-accepted-table.
         05 ws-ac-entry              occurs 2000 times
              indexed by ws-ac-idx.
           10 ws-ac-store            pic xx.
           10 ws-ac-cashier          pic x(3).
           10 ws-ac-invoice          pic x(9).
           10 ws-ac-sale-date        pic 9(8).
           10 ws-ac-cb-date          pic 9(8).
           10 ws-ac-amount           pic 9(5)v99.
           10 ws-ac-reason-code      pic x(4).
           10 ws-ac-reference        pic x(12).
       77 ws-ac-count                pic 9(4) value 0.

      *Rejected chargebacks, printed after the accepted ones in the
      *order they came in.
       01 ws-rejected-table.
         05 ws-rj-entry              occurs 2000 times
              indexed by ws-rj-idx.
           10 ws-rj-invoice          pic x(9).
           10 ws-rj-cb-date          pic 9(8).
           10 ws-rj-amount           pic 9(5)v99.
           10 ws-rj-reference        pic x(12).
           10 ws-rj-reason           pic x(30).
       77 ws-rj-count                pic 9(4) value 0.

      *Bubble-sort work fields, ascending by store, cashier and
      *invoice.
       77 ws-sort-i                  pic 9(4).
       77 ws-sort-j                  pic 9(4).
       77 ws-sort-limit              pic 9(4).
       77 ws-sort-swap-entry         pic x(53).

      *Control-break work fields - the store and cashier on the next
      *accepted line, high-values after the last.
       01 ws-break-work.
         05 ws-next-store            pic xx.
         05 ws-next-cashier          pic x(3).
         05 ws-cashier-total         pic 9(8)v99 value 0.
         05 ws-cashier-count         pic 9(5) value 0.
         05 ws-store-total           pic 9(8)v99 value 0.
         05 ws-store-count           pic 9(5) value 0.

       01 ws-run-counters.
         05 ws-cb-read               pic 9(6) value 0.
         05 ws-cb-accepted           pic 9(6) value 0.
         05 ws-cb-rejected           pic 9(6) value 0.
         05 ws-cb-accepted-amount    pic 9(9)v99 value 0.
         05 ws-cb-rejected-amount    pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(38) value
           " CARD CHARGEBACK REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-accepted-heading.
         05 filler                   pic x(45) value
           "CHARGEBACKS ACCEPTED BY STORE AND CASHIER".

       01 ws-accepted-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Cashier".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "Invoice".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "Sale Date".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "CB Date".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(4) value "Rsn".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(12) value "Reference".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(10) value "    Amount".

       01 ws-accepted-detail-line.
         05 filler                   pic x(3) value spaces.
         05 ws-ad-store              pic xx.
         05 filler                   pic x(4) value spaces.
         05 ws-ad-cashier            pic x(3).
         05 filler                   pic x(4) value spaces.
         05 ws-ad-invoice            pic x(9).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-sale-date          pic 9(8).
         05 filler                   pic x(3) value spaces.
         05 ws-ad-cb-date            pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-reason-code        pic x(4).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-reference          pic x(12).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-amount             pic $$$,$$9.99.

       01 ws-cashier-total-line.
         05 filler                   pic x(9) value spaces.
         05 filler                   pic x(8) value "CASHIER ".
         05 ws-ct-cashier            pic x(3).
         05 filler                   pic x(8) value " TOTAL  ".
         05 ws-ct-count              pic zzzz9.
         05 filler                   pic x(13) value " CHARGEBACKS ".
         05 filler                   pic x(17) value spaces.
         05 ws-ct-amount             pic $$,$$$,$$9.99.

       01 ws-store-total-line.
         05 filler                   pic x(9) value spaces.
         05 filler                   pic x(8) value "STORE   ".
         05 ws-st-store              pic xx.
         05 filler                   pic x(9) value "  TOTAL  ".
         05 ws-st-count              pic zzzz9.
         05 filler                   pic x(13) value " CHARGEBACKS ".
         05 filler                   pic x(17) value spaces.
         05 ws-st-amount             pic $$,$$$,$$9.99.

       01 ws-no-accepted-line.
         05 filler                   pic x(40) value
           "  (NO CHARGEBACKS ACCEPTED)".

       01 ws-rejected-heading.
         05 filler                   pic x(40) value
           "CHARGEBACKS REJECTED".

       01 ws-rejected-column-heading.
         05 filler                   pic x(9) value "Invoice".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "CB Date".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(12) value "Reference".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(10) value "    Amount".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(30) value "Reason".

       01 ws-rejected-detail-line.
         05 ws-rd-invoice            pic x(9).
         05 filler                   pic x(2) value spaces.
         05 ws-rd-cb-date            pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-rd-reference          pic x(12).
         05 filler                   pic x(2) value spaces.
         05 ws-rd-amount             pic $$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-rd-reason             pic x(30).

       01 ws-no-rejected-line.
         05 filler                   pic x(40) value
           "  (NO CHARGEBACKS REJECTED)".

       01 ws-refused-line.
         05 ws-rf-text               pic x(60) value
           "*** RUN REFUSED - CHARGEBACKS ALREADY APPLIED TODAY ***".

       01 ws-refused-files-const     pic x(60) value
           "*** RUN REFUSED - SALE HISTORY OR ARCHIVE NOT OPEN ***".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "CHARGEBACKS READ:       ".
         05 ws-sm-read               pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "CHARGEBACKS ACCEPTED:   ".
         05 ws-sm-accepted           pic zzzzz9.
         05 filler                   pic x(14) value "   AMOUNT:    ".
         05 ws-sm-accepted-amount    pic $$$$,$$$,$$9.99.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "CHARGEBACKS REJECTED:   ".
         05 ws-sm-rejected           pic zzzzz9.
         05 filler                   pic x(14) value "   AMOUNT:    ".
         05 ws-sm-rejected-amount    pic $$$$,$$$,$$9.99.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.
           perform 114-check-applied-guard.

           if ws-already-applied = ws-true-const
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

      *    Both files are opened before the guard is written - a
      *    run that cannot mark the sales must not take chargebacks
      *    on to the history, and must leave the day free for the
      *    rerun once the files are back.
           open i-o sale-history-file.

           if ws-sale-hist-file-status not = "00"
               move ws-refused-files-const to ws-rf-text
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           open input invoice-archive-file.

           if ws-archive-file-status not = "00"
               close sale-history-file
               move ws-refused-files-const to ws-rf-text
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 115-write-applied-guard.
           perform 118-load-applied-chargebacks.
           perform 120-open-chargeback-history.

           perform 200-apply-chargebacks.

           close sale-history-file,
             invoice-archive-file,
             chargeback-history-file.

           perform 400-sort-accepted.

           open output report-file.
           open output store-chargeback-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           perform 500-print-accepted.
           perform 600-print-rejected.
           perform 850-print-summary.

           close report-file,
             store-chargeback-file.

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
           move "Program_31" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_31" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a report behind saying so. The
      *store totals already written today are left for Program_12.
       190-print-refusal.
           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-refused-line
             after advancing ws-one lines.
           close report-file.

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

      *Written before any sale is touched, the same as Program_18's
      *guard - an abend mid-run leaves the day refused until someone
      *looks, rather than half the file taken off the sales twice.
       115-write-applied-guard.
           move ws-run-date to ag-applied-date.
           open output applied-guard-file.
           write applied-guard-record.
           close applied-guard-file.

      *Loads the chargebacks already applied on earlier nights, from
      *the history, before it is opened for today's.
       118-load-applied-chargebacks.
           open input chargeback-history-file.

           if ws-cb-history-file-status = "00"
               read chargeback-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 119-load-one-applied
                 until ws-eof-flag = ws-true-const
               close chargeback-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       119-load-one-applied.
           if ws-ap-count is less than 20000
               add ws-one to ws-ap-count
               set ws-ap-idx to ws-ap-count
               move ch-invoice-number to ws-ap-invoice (ws-ap-idx)
               move ch-reference to ws-ap-reference (ws-ap-idx)
           end-if.

           read chargeback-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Opens the permanent chargeback history for append, creating
      *it first on the very first run.
       120-open-chargeback-history.
           open extend chargeback-history-file.

           if ws-cb-history-file-status not = "00"
               open output chargeback-history-file
               close chargeback-history-file
               open extend chargeback-history-file
           end-if.

       200-apply-chargebacks.
           open input chargeback-file.

           if ws-chargeback-file-status = "00"
               read chargeback-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-apply-one-chargeback
                 until ws-eof-flag = ws-true-const
               close chargeback-file
               move ws-false-const to ws-eof-flag
           end-if.

      *A chargeback is taken only against a card sale still on file,
      *and only up to what the sale has left in it after the refunds
      *and the chargebacks already taken against it.
       210-apply-one-chargeback.
           add ws-one to ws-cb-read.
           move ws-true-const to ws-cb-valid.
           move spaces to ws-cb-reason.

           if chb-invoice-number = spaces
             or chb-chargeback-date is not numeric
             or chb-amount is not numeric
               move ws-false-const to ws-cb-valid
               move ws-reject-bad-record-const to ws-cb-reason
           else
               if chb-amount = zero
                   move ws-false-const to ws-cb-valid
                   move ws-reject-bad-record-const to ws-cb-reason
               end-if
           end-if.

           if ws-cb-valid = ws-true-const
               perform 215-check-already-applied
           end-if.

           if ws-cb-valid = ws-true-const
               perform 220-match-sale
           end-if.

           if ws-cb-valid = ws-true-const
               perform 235-mark-sale
           end-if.

           if ws-cb-valid = ws-true-const
               perform 240-accept-chargeback
           else
               perform 250-reject-chargeback
           end-if.

           read chargeback-file
               at end
                   move ws-true-const to ws-eof-flag.

      *The same invoice and processor reference already taken off
      *the sale, on an earlier night or earlier in this file.
       215-check-already-applied.
           move ws-false-const to ws-ap-found.

           perform 217-check-one-applied
             varying ws-ap-idx from 1 by 1
             until ws-ap-idx is greater than ws-ap-count
             or ws-ap-found = ws-true-const.

           if ws-ap-found = ws-true-const
               move ws-false-const to ws-cb-valid
               move ws-reject-applied-const to ws-cb-reason
           end-if.

       217-check-one-applied.
           if ws-ap-invoice (ws-ap-idx) = chb-invoice-number
             and ws-ap-reference (ws-ap-idx) = chb-reference
               move ws-true-const to ws-ap-found
           end-if.

       220-match-sale.
           move chb-invoice-number to sh-invoice-number.

           read sale-history-file
               invalid key
                   move ws-false-const to ws-cb-valid
                   move ws-reject-no-sale-const to ws-cb-reason
               not invalid key
                   perform 230-check-sale-tender
           end-read.

      *The sale's own archive line - same invoice, same day as the
      *sale - says how it was paid and who rang it.
       230-check-sale-tender.
           move sh-invoice-number to ar-invoice-number.
           move sh-sale-date to ar-run-date.

           read invoice-archive-file
               invalid key
                   move ws-false-const to ws-cb-valid
                   move ws-reject-no-detail-const to ws-cb-reason
               not invalid key
                   if ar-card-payment-88
                       move sh-store-number to ws-cb-store
                       move ar-cashier-id to ws-cb-cashier
                   else
                       move ws-false-const to ws-cb-valid
                       move ws-reject-not-card-const to ws-cb-reason
                   end-if
           end-read.

           if ws-cb-valid = ws-true-const
               compute ws-cb-remaining =
                 sh-sale-amount - sh-returned-amount
                 - sh-chargeback-amount
               if chb-amount is greater than ws-cb-remaining
                   move ws-false-const to ws-cb-valid
                   move ws-reject-over-const to ws-cb-reason
               end-if
           end-if.

           if ws-cb-valid = ws-true-const
             and ws-ac-count is not less than 2000
               move ws-false-const to ws-cb-valid
               move ws-reject-full-const to ws-cb-reason
           end-if.

      *Takes the chargeback off the sale. A sale that could not be
      *rewritten has not been charged back, so the chargeback is
      *rejected and stays off the history for the next night.
       235-mark-sale.
           add chb-amount to sh-chargeback-amount.
           rewrite sale-history-record.

           if ws-sale-hist-file-status not = "00"
               move ws-false-const to ws-cb-valid
               move ws-reject-rewrite-const to ws-cb-reason
           end-if.

      *Keeps the chargeback on the history, and holds it for the
      *report and the store totals.
       240-accept-chargeback.
           move ws-run-date to ch-applied-date.
           move chargeback-record to ch-chargeback.
           move ws-cb-store to ch-store-number.
           move ws-cb-cashier to ch-cashier-id.
           write chargeback-history-record.

           if ws-ap-count is less than 20000
               add ws-one to ws-ap-count
               set ws-ap-idx to ws-ap-count
               move chb-invoice-number to ws-ap-invoice (ws-ap-idx)
               move chb-reference to ws-ap-reference (ws-ap-idx)
           end-if.

           add ws-one to ws-ac-count.
           set ws-ac-idx to ws-ac-count.
           move ws-cb-store to ws-ac-store (ws-ac-idx).
           move ws-cb-cashier to ws-ac-cashier (ws-ac-idx).
           move chb-invoice-number to ws-ac-invoice (ws-ac-idx).
           move sh-sale-date to ws-ac-sale-date (ws-ac-idx).
           move chb-chargeback-date to ws-ac-cb-date (ws-ac-idx).
           move chb-amount to ws-ac-amount (ws-ac-idx).
           move chb-reason-code to ws-ac-reason-code (ws-ac-idx).
           move chb-reference to ws-ac-reference (ws-ac-idx).

           add ws-one to ws-cb-accepted.
           add chb-amount to ws-cb-accepted-amount.

       250-reject-chargeback.
           add ws-one to ws-cb-rejected.

           if chb-amount is numeric
               add chb-amount to ws-cb-rejected-amount
           end-if.

           if ws-rj-count is less than 2000
               add ws-one to ws-rj-count
               set ws-rj-idx to ws-rj-count
               move chb-invoice-number to ws-rj-invoice (ws-rj-idx)
               if chb-chargeback-date is numeric
                   move chb-chargeback-date
                     to ws-rj-cb-date (ws-rj-idx)
               else
                   move zero to ws-rj-cb-date (ws-rj-idx)
               end-if
               if chb-amount is numeric
                   move chb-amount to ws-rj-amount (ws-rj-idx)
               else
                   move zero to ws-rj-amount (ws-rj-idx)
               end-if
               move chb-reference to ws-rj-reference (ws-rj-idx)
               move ws-cb-reason to ws-rj-reason (ws-rj-idx)
           end-if.

       400-sort-accepted.
           perform 410-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-ac-count.

       410-sort-pass.
           compute ws-sort-limit = ws-ac-count - ws-sort-i.

           perform 420-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       420-compare-and-swap.
           if ws-ac-entry (ws-sort-j) is greater than
             ws-ac-entry (ws-sort-j + 1)
               move ws-ac-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-ac-entry (ws-sort-j + 1)
                 to ws-ac-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-ac-entry (ws-sort-j + 1)
           end-if.

      *Accepted chargebacks by store and cashier, with a total at
      *each change of cashier and of store. Each store's total is
      *also written for Program_12.
       500-print-accepted.
           write report-line from ws-accepted-heading
             after advancing 2 lines.
           write report-line from ws-accepted-column-heading
             after advancing ws-one lines.

           if ws-ac-count = zero
               write report-line from ws-no-accepted-line
           else
               perform 510-print-one-accepted
                 varying ws-ac-idx from 1 by 1
                 until ws-ac-idx is greater than ws-ac-count
           end-if.

       510-print-one-accepted.
           move ws-ac-store (ws-ac-idx) to ws-ad-store.
           move ws-ac-cashier (ws-ac-idx) to ws-ad-cashier.
           move ws-ac-invoice (ws-ac-idx) to ws-ad-invoice.
           move ws-ac-sale-date (ws-ac-idx) to ws-ad-sale-date.
           move ws-ac-cb-date (ws-ac-idx) to ws-ad-cb-date.
           move ws-ac-reason-code (ws-ac-idx) to ws-ad-reason-code.
           move ws-ac-reference (ws-ac-idx) to ws-ad-reference.
           move ws-ac-amount (ws-ac-idx) to ws-ad-amount.
           write report-line from ws-accepted-detail-line.

           add ws-ac-amount (ws-ac-idx) to ws-cashier-total.
           add ws-one to ws-cashier-count.
           add ws-ac-amount (ws-ac-idx) to ws-store-total.
           add ws-one to ws-store-count.

           perform 520-look-at-next-line.

           if ws-next-store not = ws-ac-store (ws-ac-idx)
             or ws-next-cashier not = ws-ac-cashier (ws-ac-idx)
               perform 530-print-cashier-total
           end-if.

           if ws-next-store not = ws-ac-store (ws-ac-idx)
               perform 540-print-store-total
           end-if.

       520-look-at-next-line.
           if ws-ac-idx is less than ws-ac-count
               move ws-ac-store (ws-ac-idx + 1) to ws-next-store
               move ws-ac-cashier (ws-ac-idx + 1) to ws-next-cashier
           else
               move high-values to ws-next-store
               move high-values to ws-next-cashier
           end-if.

       530-print-cashier-total.
           move ws-ac-cashier (ws-ac-idx) to ws-ct-cashier.
           move ws-cashier-count to ws-ct-count.
           move ws-cashier-total to ws-ct-amount.
           write report-line from ws-cashier-total-line.

           move zero to ws-cashier-count.
           move zero to ws-cashier-total.

       540-print-store-total.
           move ws-ac-store (ws-ac-idx) to ws-st-store.
           move ws-store-count to ws-st-count.
           move ws-store-total to ws-st-amount.
           write report-line from ws-store-total-line.
           write report-line from spaces.

           move ws-ac-store (ws-ac-idx) to scb-store-number.
           move ws-store-total to scb-amount.
           write store-chargeback-record.

           move zero to ws-store-count.
           move zero to ws-store-total.

       600-print-rejected.
           write report-line from ws-rejected-heading
             after advancing 2 lines.
           write report-line from ws-rejected-column-heading
             after advancing ws-one lines.

           if ws-rj-count = zero
               write report-line from ws-no-rejected-line
           else
               perform 610-print-one-rejected
                 varying ws-rj-idx from 1 by 1
                 until ws-rj-idx is greater than ws-rj-count
           end-if.

       610-print-one-rejected.
           move ws-rj-invoice (ws-rj-idx) to ws-rd-invoice.
           move ws-rj-cb-date (ws-rj-idx) to ws-rd-cb-date.
           move ws-rj-reference (ws-rj-idx) to ws-rd-reference.
           move ws-rj-amount (ws-rj-idx) to ws-rd-amount.
           move ws-rj-reason (ws-rj-idx) to ws-rd-reason.
           write report-line from ws-rejected-detail-line.

       850-print-summary.
           move ws-cb-read to ws-sm-read.
           move ws-cb-accepted to ws-sm-accepted.
           move ws-cb-accepted-amount to ws-sm-accepted-amount.
           move ws-cb-rejected to ws-sm-rejected.
           move ws-cb-rejected-amount to ws-sm-rejected-amount.

           write report-line from ws-summary-line-1
             after advancing 3 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_31" to al-program-id.
           move ws-cb-read to al-records-read.
           move ws-cb-rejected to al-records-rejected.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_31.
