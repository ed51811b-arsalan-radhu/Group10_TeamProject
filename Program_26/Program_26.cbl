       identification division.
       program-id. Program_26.
       author. Samuel Jeremiah Kayongo-Mutumba.
       date-written. 15th October 2026.
      *Program description: This program closes out each cashier's
      * drawer. The money that should be in the till is built up
      * per operator from the day's validated sales, layaway
      * deposits and gift-card sales by tender, plus exchange
      * differences collected and less refunds paid out, the same
      * way the deposit slip builds the store's figure. It is then
      * set against the close-out counts keyed by the managers -
      * cash counted, card slips and gift-card vouchers - and the
      * over/short is printed by store and cashier. Every close-out
      * is kept on a running history, so a cashier who comes up
      * short again and again shows on the month-to-date list.

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

      *    The day's validated transactions, written by Program_1.
      *    Only the records that put money in the drawer at the
      *    till - sales, layaway deposits and gift-card sales - are
      *    used here. Indexed by invoice number; read sequentially.
       select valid-file
         assign to "../../../../Data/valid.dat"
         organization is indexed
         record key is il-invoice-number
         file status is ws-valid-file-status.

      *    Refunds paid and exchange differences collected on the
      *    day's good returns and exchanges, by cashier and tender,
      *    written by Program_4.
       select cashier-returns-file
         assign to "../../../../Data/cashier-returns.dat"
         organization is line sequential
         file status is ws-returns-file-status.

      *    Cashier reference file - operator ID, name, home store and
      *    status.
       select cashier-master-file
         assign to "../../../../Data/cashier-master.dat"
         organization is line sequential
         file status is ws-cashier-file-status.

      *    The drawer counts keyed by the store managers at close -
      *    one record per store and cashier: the cash counted, the
      *    card slips and the gift-card vouchers in the drawer.
       select closeout-file
         assign to "../../../../Data/drawer-closeout.dat"
         organization is line sequential
         file status is ws-closeout-file-status.

      *    Running history of every drawer closed out - appended to,
      *    never rewritten - read back for the month-to-date repeat
      *    shortage list.
       select drawer-history-file
         assign to "../../../../Data/drawer-history.dat"
         organization is line sequential
         file status is ws-history-file-status.

      *    One-record guard carrying the date last closed out - the
      *    history is cumulative, so the same day must never be
      *    appended to it twice.
       select applied-guard-file
         assign to "../../../../Data/drawer-applied.dat"
         organization is line sequential
         file status is ws-guard-file-status.

      *    Batch control record written by Program_1 - the generation
      *    handshake, so yesterday's leftover valid.dat can never be
      *    closed out as today's drawers.
       select batch-control-file
         assign to "../../../../Data/batch-control.dat"
         organization is line sequential
         file status is ws-bc-file-status.

      *    Shared run-audit log, appended to by every program in the
      *    nightly chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

       select report-file
         assign to "../../../../Data/drawer-overshort.out"
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

       01 valid-line.
         05 il-transaction-code      pic x.
           88 il-sale-and-layaway-transac-88
                                       value 'S', 'L'.
           88 il-gift-issue-88          value 'G'.
           88 il-employee-purchase-88   value 'P'.
         05 il-transaction-amount    pic 9(5)v99.
         05 il-payment-type          pic xx.
         05 il-store-number          pic xx.
         05 il-invoice-number        pic x(9).
         05 il-sku-code              pic x(15).
         05 il-cashier-id            pic x(3).

       fd cashier-returns-file
           data record is cashier-returns-record
           record contains 32 characters.

       01 cashier-returns-record.
         05 cd-run-date              pic 9(8).
         05 cd-cashier-id            pic x(3).
         05 cd-store-number          pic xx.
         05 cd-transaction-code      pic x.
           88 cd-refund-88              value 'R'.
           88 cd-exchange-88            value 'X'.
         05 cd-payment-type          pic xx.
         05 cd-amount                pic 9(5)v99.
         05 cd-invoice-number        pic x(9).

       fd cashier-master-file
           data record is cashier-master-record
           record contains 35 characters.

       01 cashier-master-record.
         05 cm-cashier-id            pic x(3).
         05 cm-cashier-name          pic x(20).
         05 cm-home-store            pic 99.
         05 cm-status                pic x.
           88 cm-active-88              value 'A'.
         05 cm-discount-pct          pic 99.
         05 cm-purchase-cap          pic 9(5)v99.

       fd closeout-file
           data record is closeout-record
           record contains 40 characters.

       01 closeout-record.
         05 dc-business-date         pic 9(8).
         05 dc-store-number          pic xx.
         05 dc-cashier-id            pic x(3).
         05 dc-cash-counted          pic 9(7)v99.
         05 dc-card-slips            pic 9(7)v99.
         05 dc-gift-vouchers         pic 9(7)v99.

       fd drawer-history-file
           data record is drawer-history-record
           record contains 77 characters.

       01 drawer-history-record.
         05 dh-business-date         pic 9(8).
         05 dh-business-date-r redefines dh-business-date.
           10 dh-business-yyyymm     pic 9(6).
           10 dh-business-dd         pic 99.
         05 dh-store-number          pic xx.
         05 dh-cashier-id            pic x(3).
         05 dh-expected-cash         pic s9(7)v99.
         05 dh-counted-cash          pic 9(7)v99.
         05 dh-expected-card         pic s9(7)v99.
         05 dh-counted-card          pic 9(7)v99.
         05 dh-expected-gift         pic s9(7)v99.
         05 dh-counted-gift          pic 9(7)v99.
         05 dh-over-short            pic s9(7)v99.
         05 dh-closeout-flag         pic x.
           88 dh-closeout-missing-88    value 'N'.

       fd applied-guard-file
           data record is applied-guard-record
           record contains 8 characters.

       01 applied-guard-record.
         05 ag-applied-date          pic 9(8).

       fd batch-control-file
           data record is batch-control-record
           record contains 44 characters.

       01 batch-control-record.
         05 bc-run-date              pic 9(8).
         05 bc-run-time              pic 9(8).
         05 bc-records-read          pic 9(6).
         05 bc-valid-count           pic 9(6).
         05 bc-invalid-count         pic 9(6).
         05 bc-valid-amount          pic 9(8)v99.

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

       01 ws-valid-file-status       pic xx value '00'.
       01 ws-returns-file-status     pic xx value '00'.
       01 ws-cashier-file-status     pic xx value '00'.
       01 ws-closeout-file-status    pic xx value '00'.
       01 ws-history-file-status     pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-bc-file-status          pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyymm            pic 9(6).
         05 ws-run-dd                pic 99.

      *Generation handshake and once-a-day guard.
       77 ws-bc-found                pic x value 'N'.
       77 ws-bc-run-date             pic 9(8) value 0.
       77 ws-generation-fresh        pic x value 'N'.
       77 ws-already-applied         pic x value 'N'.

      *A shortage within the tolerance is counting error, not loss -
      *only a drawer short by more than this counts toward the
      *repeat list, and only a cashier short that many times in the
      *month is listed.
       77 ws-short-tolerance         pic 9(3)v99 value 1.00.
       77 ws-repeat-threshold        pic 99 value 3.

      *One row per store and cashier - what the drawer should hold
      *by tender, what was counted, and whether a close-out was
      *keyed at all.
       01 ws-drawer-table.
         05 ws-dw-entry              occurs 300 times
              indexed by ws-dw-idx.
           10 ws-dw-store            pic xx.
           10 ws-dw-cashier          pic x(3).
           10 ws-dw-name             pic x(20).
           10 ws-dw-expected-cash    pic s9(7)v99.
           10 ws-dw-expected-card    pic s9(7)v99.
           10 ws-dw-expected-gift    pic s9(7)v99.
           10 ws-dw-counted-cash     pic 9(7)v99.
           10 ws-dw-counted-card     pic 9(7)v99.
           10 ws-dw-counted-gift     pic 9(7)v99.
           10 ws-dw-closeout-flag    pic x.
       77 ws-dw-count                pic 999 value 0.
       77 ws-dw-found                pic x value 'N'.
       77 ws-dw-held-position        pic 999.
       77 ws-dw-slot-ok              pic x value 'N'.
       77 ws-lookup-store            pic xx.
       77 ws-lookup-cashier          pic x(3).

      *One tender movement on its way into the row - signed, so a
      *refund paid out takes money out of the drawer.
       77 ws-tender-type             pic xx.
       77 ws-tender-amount           pic s9(7)v99.

      *Month-to-date tally per store and cashier from the history.
       01 ws-repeat-table.
         05 ws-rp-entry              occurs 300 times
              indexed by ws-rp-idx.
           10 ws-rp-store            pic xx.
           10 ws-rp-cashier          pic x(3).
           10 ws-rp-name             pic x(20).
           10 ws-rp-shifts           pic 999.
           10 ws-rp-short-shifts     pic 999.
           10 ws-rp-short-amount     pic 9(7)v99.
       77 ws-rp-count                pic 999 value 0.
       77 ws-rp-found                pic x value 'N'.
       77 ws-rp-held-position        pic 999.
       77 ws-rp-listed               pic 999 value 0.

      *Bubble-sort work fields, ascending by store and cashier.
       77 ws-sort-i                  pic 999.
       77 ws-sort-j                  pic 999.
       77 ws-sort-limit              pic 999.
       77 ws-sort-swap-entry         pic x(80).

       01 ws-drawer-work.
         05 ws-over-short-cash       pic s9(7)v99.
         05 ws-over-short-card       pic s9(7)v99.
         05 ws-over-short-gift       pic s9(7)v99.
         05 ws-over-short-total      pic s9(7)v99.
         05 ws-expected-total        pic s9(7)v99.
         05 ws-counted-total         pic 9(8)v99.
         05 ws-short-amount          pic 9(7)v99.
         05 ws-current-store         pic xx.
         05 ws-store-over-short      pic s9(8)v99.

       01 ws-run-counters.
         05 ws-valid-read            pic 9(6) value 0.
         05 ws-returns-read          pic 9(6) value 0.
         05 ws-returns-refused       pic 9(6) value 0.
         05 ws-closeouts-read        pic 9(6) value 0.
         05 ws-closeouts-refused     pic 9(6) value 0.
         05 ws-rows-dropped          pic 9(6) value 0.
         05 ws-missing-closeouts     pic 9(6) value 0.
         05 ws-drawers-short         pic 9(6) value 0.
         05 ws-drawers-over          pic 9(6) value 0.
         05 ws-total-short           pic 9(8)v99 value 0.
         05 ws-total-over            pic 9(8)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(36) value
           " DRAWER CLOSE-OUT OVER/SHORT REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(3) value "Csh".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(20) value "Name".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value "Tender".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value "     Expected".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(12) value "     Counted".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value "   Over/Short".

       01 ws-drawer-detail-line.
         05 filler                   pic x(2) value spaces.
         05 ws-dd-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-dd-cashier            pic x(3).
         05 filler                   pic x(2) value spaces.
         05 ws-dd-name               pic x(20).
         05 filler                   pic x(2) value spaces.
         05 ws-dd-tender             pic x(6).
         05 filler                   pic x(2) value spaces.
         05 ws-dd-expected           pic z,zzz,zz9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dd-counted            pic z,zzz,zz9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-dd-over-short         pic z,zzz,zz9.99-.
         05 filler                   pic x(1) value spaces.
         05 ws-dd-flag               pic x(5).

       01 ws-no-closeout-line.
         05 filler                   pic x(45) value spaces.
         05 filler                   pic x(40) value
           "*** NO CLOSE-OUT COUNT KEYED ***".

       01 ws-store-total-line.
         05 filler                   pic x(7) value spaces.
         05 filler                   pic x(19) value
           "STORE OVER/SHORT - ".
         05 ws-st-store              pic xx.
         05 filler                   pic x(43) value spaces.
         05 ws-st-over-short         pic zz,zzz,zz9.99-.

       01 ws-no-drawer-line.
         05 filler                   pic x(40) value
           "  (NO DRAWER ACTIVITY OR COUNTS TODAY)".

       01 ws-repeat-heading.
         05 filler                   pic x(40) value
           "REPEAT SHORTAGES - MONTH TO DATE ".
         05 ws-rh-month              pic 9(6).

       01 ws-repeat-rule-line.
         05 filler                   pic x(24) value
           "  LISTED WHEN SHORT OVER".
         05 ws-rr-tolerance          pic $$$9.99.
         05 filler                   pic x(14) value
           " ON AT LEAST ".
         05 ws-rr-threshold          pic z9.
         05 filler                   pic x(16) value
           " CLOSE-OUTS".

       01 ws-repeat-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(3) value "Csh".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(20) value "Name".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value "Shifts".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value " Short".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value "  Total Short".

       01 ws-repeat-detail-line.
         05 filler                   pic x(2) value spaces.
         05 ws-rd-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-rd-cashier            pic x(3).
         05 filler                   pic x(2) value spaces.
         05 ws-rd-name               pic x(20).
         05 filler                   pic x(5) value spaces.
         05 ws-rd-shifts             pic zz9.
         05 filler                   pic x(5) value spaces.
         05 ws-rd-short-shifts       pic zz9.
         05 filler                   pic x(2) value spaces.
         05 ws-rd-short-amount       pic z,zzz,zz9.99.

       01 ws-no-repeat-line.
         05 filler                   pic x(40) value
           "  (NO CASHIER OVER THE REPEAT LIMIT)".

       01 ws-refused-line.
         05 filler                   pic x(60) value
           "*** RUN REFUSED - STALE VALID.DAT OR ALREADY CLOSED ***".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "DRAWERS CLOSED OUT:     ".
         05 ws-sm-drawers            pic zzzzz9.
         05 filler                   pic x(14) value "   NO COUNT:  ".
         05 ws-sm-missing            pic zzzzz9.
         05 filler                   pic x(14) value "   OVERFLOW:  ".
         05 ws-sm-dropped            pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "DRAWERS SHORT:          ".
         05 ws-sm-drawers-short      pic zzzzz9.
         05 filler                   pic x(14) value "   TOTAL:     ".
         05 ws-sm-total-short        pic $$$,$$$,$$9.99.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "DRAWERS OVER:           ".
         05 ws-sm-drawers-over       pic zzzzz9.
         05 filler                   pic x(14) value "   TOTAL:     ".
         05 ws-sm-total-over         pic $$$,$$$,$$9.99.

       01 ws-summary-line-4.
         05 filler                   pic x(24) value
           "CLOSE-OUTS READ:        ".
         05 ws-sm-closeouts-read     pic zzzzz9.
         05 filler                   pic x(14) value "   NOT TODAY: ".
         05 ws-sm-closeouts-refused  pic zzzzz9.
         05 filler                   pic x(14) value "   STALE RET: ".
         05 ws-sm-returns-refused    pic zzzzz9.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.
           perform 112-read-batch-control.
           perform 113-verify-generation-stamp.
           perform 114-check-applied-guard.

           if ws-generation-fresh not = ws-true-const
             or ws-already-applied = ws-true-const
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 115-write-applied-guard.

           perform 200-collect-takings.
           perform 250-collect-returns.
           perform 280-collect-closeouts.

           perform 400-name-the-cashiers.
           perform 450-sort-by-store-and-cashier.

           open output report-file.
           perform 800-print-report.

           perform 500-write-history.
           perform 600-collect-month-history.
           perform 870-print-repeat-shortages.

           perform 890-print-summary.
           close report-file.

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
           move "Program_26" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_26" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a report behind saying so, so the
      *missing close-out is never mistaken for every drawer square.
       190-print-refusal.
           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-refused-line
             after advancing ws-one lines.
           close report-file.

       112-read-batch-control.
           open input batch-control-file.

           if ws-bc-file-status = "00"
               read batch-control-file
                   at end
                       continue
                   not at end
                       move 'Y' to ws-bc-found
                       move bc-run-date to ws-bc-run-date
               end-read
               close batch-control-file
           end-if.

       113-verify-generation-stamp.
           if ws-bc-found = 'Y'
             and ws-bc-run-date = ws-run-date
               move ws-true-const to ws-generation-fresh
           else
               move ws-false-const to ws-generation-fresh
           end-if.

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

       115-write-applied-guard.
           move ws-run-date to ag-applied-date.
           open output applied-guard-file.
           write applied-guard-record.
           close applied-guard-file.

      *Money taken at the till - sales, employee purchases, layaway
      *deposits and gift-card sales - lands in the drawer of the
      *cashier who rang it, in the tender it was paid in. Layaway
      *pick-ups and cancellations move no money at the till and are
      *passed by.
       200-collect-takings.
           open input valid-file.

           if ws-valid-file-status = "00"
               read valid-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-take-one-valid-line
                 until ws-eof-flag = ws-true-const
               close valid-file
               move ws-false-const to ws-eof-flag
           end-if.

       210-take-one-valid-line.
           add ws-one to ws-valid-read.

           if il-sale-and-layaway-transac-88 or il-gift-issue-88
             or il-employee-purchase-88
               move il-store-number to ws-lookup-store
               move il-cashier-id to ws-lookup-cashier
               perform 300-find-drawer-entry
               if ws-dw-slot-ok = ws-true-const
                   move il-payment-type to ws-tender-type
                   move il-transaction-amount to ws-tender-amount
                   perform 320-add-to-tender
               end-if
           end-if.

           read valid-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Program_4's record of the drawer money on good returns and
      *exchanges. A refund goes out of the drawer; an exchange
      *difference was collected into it. A refund back onto a gift
      *card takes no voucher out of the drawer and is passed by.
       250-collect-returns.
           open input cashier-returns-file.

           if ws-returns-file-status = "00"
               read cashier-returns-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 260-take-one-return
                 until ws-eof-flag = ws-true-const
               close cashier-returns-file
               move ws-false-const to ws-eof-flag
           end-if.

       260-take-one-return.
           add ws-one to ws-returns-read.

           if cd-run-date not = ws-run-date
               add ws-one to ws-returns-refused
           else
               if cd-exchange-88
                 or (cd-refund-88 and cd-payment-type not = 'GC')
                   move cd-store-number to ws-lookup-store
                   move cd-cashier-id to ws-lookup-cashier
                   perform 300-find-drawer-entry
                   if ws-dw-slot-ok = ws-true-const
                       move cd-payment-type to ws-tender-type
                       if cd-refund-88
                           compute ws-tender-amount = 0 - cd-amount
                       else
                           move cd-amount to ws-tender-amount
                       end-if
                       perform 320-add-to-tender
                   end-if
               end-if
           end-if.

           read cashier-returns-file
               at end
                   move ws-true-const to ws-eof-flag.

      *The counts keyed at close. Only today's count is taken - a
      *sheet left over from another day would square the wrong
      *drawer. A drawer counted twice keeps the later count.
       280-collect-closeouts.
           open input closeout-file.

           if ws-closeout-file-status = "00"
               read closeout-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 290-take-one-closeout
                 until ws-eof-flag = ws-true-const
               close closeout-file
               move ws-false-const to ws-eof-flag
           end-if.

       290-take-one-closeout.
           add ws-one to ws-closeouts-read.

           if dc-business-date = ws-run-date
             and dc-store-number is numeric
             and dc-cashier-id not = spaces
             and dc-cash-counted is numeric
             and dc-card-slips is numeric
             and dc-gift-vouchers is numeric
               move dc-store-number to ws-lookup-store
               move dc-cashier-id to ws-lookup-cashier
               perform 300-find-drawer-entry
               if ws-dw-slot-ok = ws-true-const
                   move dc-cash-counted
                     to ws-dw-counted-cash (ws-dw-idx)
                   move dc-card-slips
                     to ws-dw-counted-card (ws-dw-idx)
                   move dc-gift-vouchers
                     to ws-dw-counted-gift (ws-dw-idx)
                   move ws-true-const
                     to ws-dw-closeout-flag (ws-dw-idx)
               end-if
           else
               add ws-one to ws-closeouts-refused
           end-if.

           read closeout-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Leaves ws-dw-idx on the store and cashier's row, opening a
      *zeroed one at the end of the table if the drawer is new -
      *guarded against the occurs limit the same way the chain's
      *other tables are.
       300-find-drawer-entry.
           move ws-false-const to ws-dw-found.
           move ws-false-const to ws-dw-slot-ok.

           if ws-dw-count is greater than zero
               perform 310-check-one-drawer
                 varying ws-dw-idx from 1 by 1
                 until ws-dw-idx is greater than ws-dw-count
                 or ws-dw-found = ws-true-const
           end-if.

           if ws-dw-found = ws-true-const
               set ws-dw-idx to ws-dw-held-position
               move ws-true-const to ws-dw-slot-ok
           else
               if ws-dw-count is less than 300
                   add ws-one to ws-dw-count
                   set ws-dw-idx to ws-dw-count
                   move ws-lookup-store to ws-dw-store (ws-dw-idx)
                   move ws-lookup-cashier to ws-dw-cashier (ws-dw-idx)
                   move spaces to ws-dw-name (ws-dw-idx)
                   move zero to ws-dw-expected-cash (ws-dw-idx)
                                ws-dw-expected-card (ws-dw-idx)
                                ws-dw-expected-gift (ws-dw-idx)
                                ws-dw-counted-cash (ws-dw-idx)
                                ws-dw-counted-card (ws-dw-idx)
                                ws-dw-counted-gift (ws-dw-idx)
                   move ws-false-const
                     to ws-dw-closeout-flag (ws-dw-idx)
                   move ws-true-const to ws-dw-slot-ok
               else
                   add ws-one to ws-rows-dropped
               end-if
           end-if.

       310-check-one-drawer.
           if ws-dw-store (ws-dw-idx) = ws-lookup-store
             and ws-dw-cashier (ws-dw-idx) = ws-lookup-cashier
               move ws-true-const to ws-dw-found
               set ws-dw-held-position to ws-dw-idx
           end-if.

      *Cash is counted as cash; credit and debit both leave a card
      *slip; a gift card tendered leaves a voucher.
       320-add-to-tender.
           if ws-tender-type = 'CA'
               add ws-tender-amount to ws-dw-expected-cash (ws-dw-idx)
           else
               if ws-tender-type = 'CR' or ws-tender-type = 'DB'
                   add ws-tender-amount
                     to ws-dw-expected-card (ws-dw-idx)
               else
                   if ws-tender-type = 'GC'
                       add ws-tender-amount
                         to ws-dw-expected-gift (ws-dw-idx)
                   end-if
               end-if
           end-if.

      *Puts each cashier's name beside their drawer. An ID the
      *reference file no longer carries stays with a blank name.
       400-name-the-cashiers.
           open input cashier-master-file.

           if ws-cashier-file-status = "00"
               read cashier-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 410-name-one-cashier
                 until ws-eof-flag = ws-true-const
               close cashier-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       410-name-one-cashier.
           perform 420-apply-name-to-row
             varying ws-dw-idx from 1 by 1
             until ws-dw-idx is greater than ws-dw-count.

           read cashier-master-file
               at end
                   move ws-true-const to ws-eof-flag.

       420-apply-name-to-row.
           if ws-dw-cashier (ws-dw-idx) = cm-cashier-id
               move cm-cashier-name to ws-dw-name (ws-dw-idx)
           end-if.

      *Plain bubble sort, ascending by store then cashier, so each
      *manager's drawers print together.
       450-sort-by-store-and-cashier.
           perform 460-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-dw-count.

       460-sort-pass.
           compute ws-sort-limit = ws-dw-count - ws-sort-i.

           perform 470-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       470-compare-and-swap.
           if ws-dw-store (ws-sort-j) is greater than
             ws-dw-store (ws-sort-j + 1)
             or (ws-dw-store (ws-sort-j) = ws-dw-store (ws-sort-j + 1)
             and ws-dw-cashier (ws-sort-j) is greater than
             ws-dw-cashier (ws-sort-j + 1))
               move ws-dw-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-dw-entry (ws-sort-j + 1)
                 to ws-dw-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-dw-entry (ws-sort-j + 1)
           end-if.

      *Today's close-outs go onto the running history - a drawer
      *with takings but no count is kept too, flagged, since money
      *nobody counted is the shortage most worth a second look.
       500-write-history.
           open extend drawer-history-file.

           if ws-history-file-status not = "00"
               open output drawer-history-file
               close drawer-history-file
               open extend drawer-history-file
           end-if.

           perform 510-write-one-history
             varying ws-dw-idx from 1 by 1
             until ws-dw-idx is greater than ws-dw-count.

           close drawer-history-file.

       510-write-one-history.
           perform 700-compute-over-short.

           move ws-run-date to dh-business-date.
           move ws-dw-store (ws-dw-idx) to dh-store-number.
           move ws-dw-cashier (ws-dw-idx) to dh-cashier-id.
           move ws-dw-expected-cash (ws-dw-idx) to dh-expected-cash.
           move ws-dw-counted-cash (ws-dw-idx) to dh-counted-cash.
           move ws-dw-expected-card (ws-dw-idx) to dh-expected-card.
           move ws-dw-counted-card (ws-dw-idx) to dh-counted-card.
           move ws-dw-expected-gift (ws-dw-idx) to dh-expected-gift.
           move ws-dw-counted-gift (ws-dw-idx) to dh-counted-gift.
           move ws-over-short-total to dh-over-short.
           move ws-dw-closeout-flag (ws-dw-idx) to dh-closeout-flag.
           write drawer-history-record.

      *Reads the month's close-outs back off the history - today's
      *included - and tallies each cashier's shifts and shortages.
       600-collect-month-history.
           open input drawer-history-file.

           if ws-history-file-status = "00"
               read drawer-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 610-take-one-history
                 until ws-eof-flag = ws-true-const
               close drawer-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       610-take-one-history.
           if dh-business-yyyymm = ws-run-yyyymm
               perform 620-find-repeat-entry
               if ws-rp-found = ws-true-const
                   add ws-one to ws-rp-shifts (ws-rp-idx)
                   if dh-over-short is negative
                       compute ws-short-amount = 0 - dh-over-short
                       if ws-short-amount is greater than
                         ws-short-tolerance
                           add ws-one to ws-rp-short-shifts (ws-rp-idx)
                           add ws-short-amount
                             to ws-rp-short-amount (ws-rp-idx)
                       end-if
                   end-if
               end-if
           end-if.

           read drawer-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Leaves ws-rp-idx on the history row's store and cashier,
      *opening a new row for one not yet seen this month. A full
      *table leaves ws-rp-found off and the record uncounted.
       620-find-repeat-entry.
           move ws-false-const to ws-rp-found.

           if ws-rp-count is greater than zero
               perform 630-check-one-repeat
                 varying ws-rp-idx from 1 by 1
                 until ws-rp-idx is greater than ws-rp-count
                 or ws-rp-found = ws-true-const
           end-if.

           if ws-rp-found = ws-true-const
               set ws-rp-idx to ws-rp-held-position
           else
               if ws-rp-count is less than 300
                   add ws-one to ws-rp-count
                   set ws-rp-idx to ws-rp-count
                   move dh-store-number to ws-rp-store (ws-rp-idx)
                   move dh-cashier-id to ws-rp-cashier (ws-rp-idx)
                   move spaces to ws-rp-name (ws-rp-idx)
                   move zero to ws-rp-shifts (ws-rp-idx)
                                ws-rp-short-shifts (ws-rp-idx)
                                ws-rp-short-amount (ws-rp-idx)
                   move ws-true-const to ws-rp-found
               end-if
           end-if.

       630-check-one-repeat.
           if ws-rp-store (ws-rp-idx) = dh-store-number
             and ws-rp-cashier (ws-rp-idx) = dh-cashier-id
               move ws-true-const to ws-rp-found
               set ws-rp-held-position to ws-rp-idx
           end-if.

      *Counted less expected, tender by tender. A drawer with no
      *count keyed is short by everything it should hold.
       700-compute-over-short.
           compute ws-over-short-cash =
             ws-dw-counted-cash (ws-dw-idx)
             - ws-dw-expected-cash (ws-dw-idx).
           compute ws-over-short-card =
             ws-dw-counted-card (ws-dw-idx)
             - ws-dw-expected-card (ws-dw-idx).
           compute ws-over-short-gift =
             ws-dw-counted-gift (ws-dw-idx)
             - ws-dw-expected-gift (ws-dw-idx).
           compute ws-over-short-total =
             ws-over-short-cash + ws-over-short-card
             + ws-over-short-gift.
           compute ws-expected-total =
             ws-dw-expected-cash (ws-dw-idx)
             + ws-dw-expected-card (ws-dw-idx)
             + ws-dw-expected-gift (ws-dw-idx).
           compute ws-counted-total =
             ws-dw-counted-cash (ws-dw-idx)
             + ws-dw-counted-card (ws-dw-idx)
             + ws-dw-counted-gift (ws-dw-idx).

       800-print-report.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-column-heading
             after advancing ws-one lines.

           if ws-dw-count = zero
               write report-line from ws-no-drawer-line
           else
               move ws-dw-store (1) to ws-current-store
               move zero to ws-store-over-short
               perform 810-print-one-drawer
                 varying ws-dw-idx from 1 by 1
                 until ws-dw-idx is greater than ws-dw-count
               perform 830-print-store-total
           end-if.

      *One drawer - a line per tender and a total line, flagged
      *SHORT or OVER on the total.
       810-print-one-drawer.
           if ws-dw-store (ws-dw-idx) not = ws-current-store
               perform 830-print-store-total
               move ws-dw-store (ws-dw-idx) to ws-current-store
               move zero to ws-store-over-short
           end-if.

           perform 700-compute-over-short.
           add ws-over-short-total to ws-store-over-short.

           move ws-dw-store (ws-dw-idx) to ws-dd-store.
           move ws-dw-cashier (ws-dw-idx) to ws-dd-cashier.
           move ws-dw-name (ws-dw-idx) to ws-dd-name.
           move "CASH" to ws-dd-tender.
           move ws-dw-expected-cash (ws-dw-idx) to ws-dd-expected.
           move ws-dw-counted-cash (ws-dw-idx) to ws-dd-counted.
           move ws-over-short-cash to ws-dd-over-short.
           move spaces to ws-dd-flag.
           write report-line from ws-drawer-detail-line
             after advancing 2 lines.

           move spaces to ws-dd-store ws-dd-cashier ws-dd-name.
           move "CARD" to ws-dd-tender.
           move ws-dw-expected-card (ws-dw-idx) to ws-dd-expected.
           move ws-dw-counted-card (ws-dw-idx) to ws-dd-counted.
           move ws-over-short-card to ws-dd-over-short.
           write report-line from ws-drawer-detail-line.

           move "GIFT" to ws-dd-tender.
           move ws-dw-expected-gift (ws-dw-idx) to ws-dd-expected.
           move ws-dw-counted-gift (ws-dw-idx) to ws-dd-counted.
           move ws-over-short-gift to ws-dd-over-short.
           write report-line from ws-drawer-detail-line.

           move "TOTAL" to ws-dd-tender.
           move ws-expected-total to ws-dd-expected.
           move ws-counted-total to ws-dd-counted.
           move ws-over-short-total to ws-dd-over-short.
           perform 820-tally-drawer-result.
           write report-line from ws-drawer-detail-line.

           if ws-dw-closeout-flag (ws-dw-idx) not = ws-true-const
               add ws-one to ws-missing-closeouts
               write report-line from ws-no-closeout-line
           end-if.

       820-tally-drawer-result.
           if ws-over-short-total is negative
               move "SHORT" to ws-dd-flag
               add ws-one to ws-drawers-short
               subtract ws-over-short-total from ws-total-short
           else
               if ws-over-short-total is greater than zero
                   move "OVER" to ws-dd-flag
                   add ws-one to ws-drawers-over
                   add ws-over-short-total to ws-total-over
               end-if
           end-if.

       830-print-store-total.
           move ws-current-store to ws-st-store.
           move ws-store-over-short to ws-st-over-short.
           write report-line from ws-store-total-line
             after advancing 2 lines.

      *Cashiers short beyond the tolerance on enough close-outs this
      *month, named from the day's drawer rows or the reference file.
       870-print-repeat-shortages.
           move ws-run-yyyymm to ws-rh-month.
           write report-line from ws-repeat-heading
             after advancing 3 lines.
           move ws-short-tolerance to ws-rr-tolerance.
           move ws-repeat-threshold to ws-rr-threshold.
           write report-line from ws-repeat-rule-line.
           write report-line from ws-repeat-column-heading
             after advancing ws-one lines.

           perform 880-name-repeat-cashiers.

           perform 875-print-one-repeat
             varying ws-rp-idx from 1 by 1
             until ws-rp-idx is greater than ws-rp-count.

           if ws-rp-listed = zero
               write report-line from ws-no-repeat-line
           end-if.

       875-print-one-repeat.
           if ws-rp-short-shifts (ws-rp-idx) is not less than
             ws-repeat-threshold
               move ws-rp-store (ws-rp-idx) to ws-rd-store
               move ws-rp-cashier (ws-rp-idx) to ws-rd-cashier
               move ws-rp-name (ws-rp-idx) to ws-rd-name
               move ws-rp-shifts (ws-rp-idx) to ws-rd-shifts
               move ws-rp-short-shifts (ws-rp-idx)
                 to ws-rd-short-shifts
               move ws-rp-short-amount (ws-rp-idx)
                 to ws-rd-short-amount
               write report-line from ws-repeat-detail-line
               add ws-one to ws-rp-listed
           end-if.

       880-name-repeat-cashiers.
           open input cashier-master-file.

           if ws-cashier-file-status = "00"
               read cashier-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 885-name-one-repeat
                 until ws-eof-flag = ws-true-const
               close cashier-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       885-name-one-repeat.
           perform 887-apply-name-to-repeat
             varying ws-rp-idx from 1 by 1
             until ws-rp-idx is greater than ws-rp-count.

           read cashier-master-file
               at end
                   move ws-true-const to ws-eof-flag.

       887-apply-name-to-repeat.
           if ws-rp-cashier (ws-rp-idx) = cm-cashier-id
               move cm-cashier-name to ws-rp-name (ws-rp-idx)
           end-if.

       890-print-summary.
           move ws-dw-count to ws-sm-drawers.
           move ws-missing-closeouts to ws-sm-missing.
           move ws-rows-dropped to ws-sm-dropped.
           move ws-drawers-short to ws-sm-drawers-short.
           move ws-total-short to ws-sm-total-short.
           move ws-drawers-over to ws-sm-drawers-over.
           move ws-total-over to ws-sm-total-over.
           move ws-closeouts-read to ws-sm-closeouts-read.
           move ws-closeouts-refused to ws-sm-closeouts-refused.
           move ws-returns-refused to ws-sm-returns-refused.

           write report-line from ws-summary-line-1
             after advancing 3 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.
           write report-line from ws-summary-line-4.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_26" to al-program-id.
           compute al-records-read =
             ws-valid-read + ws-closeouts-read.
           compute al-records-rejected =
             ws-closeouts-refused + ws-rows-dropped.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_26.
