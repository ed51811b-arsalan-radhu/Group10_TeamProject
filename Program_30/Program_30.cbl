       identification division.
       program-id. Program_30.
       author. Arsalan Arif Radhu.
       date-written. 15th October 2026.
      *Program description: This program answers head office's first
      * question every Monday - how are we against last year. The
      * current open period of transaction-history.dat (the first of
      * the month to the business date) is set against the same days
      * of the same month a year earlier, read from the closed
      * generation Program_16 cut for that month. Sales, layaway
      * deposits, returns and net are shown by store and by region
      * with the dollar and percent change. Only stores open for the
      * whole of both periods, per the open and close dates on the
      * store master, count in the comparable totals; the rest are
      * listed apart as non-comp.

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

      *    Permanent date-stamped history of every validated record -
      *    the current open period.
       select transaction-history-file
         assign to "../../../../Data/transaction-history.dat"
         organization is line sequential
         file status is ws-history-file-status.

      *    The closed generation for the same month last year
      *    (transaction-history-yyyymm.dat), cut by Program_16.
       select last-year-history-file
         assign to dynamic ws-last-year-name
         organization is line sequential
         file status is ws-last-year-file-status.

      *    Store master - number, name, region, status, and the dates
      *    the store opened and closed.
       select store-master-file
         assign to "../../../../Data/store-master.dat"
         organization is line sequential
         file status is ws-store-file-status.

       select report-file
         assign to "../../../../Data/comp-store-report.out"
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

       fd transaction-history-file
           data record is transaction-history-record
           record contains 47 characters.

       01 transaction-history-record.
         05 th-run-date              pic 9(8).
         05 th-run-date-r redefines th-run-date.
           10 th-run-yyyymm          pic 9(6).
           10 th-run-dd              pic 99.
         05 th-record.
           10 th-transaction-code    pic x.
             88 th-sale-transac-88       value 'S'.
             88 th-layaway-transac-88    value 'L'.
             88 th-return-transac-88     value 'R'.
           10 th-transaction-amount  pic 9(5)v99.
           10 th-payment-type        pic xx.
           10 th-store-number        pic xx.
           10 th-invoice-number      pic x(9).
           10 th-sku-code            pic x(15).
           10 th-cashier-id          pic x(3).

       fd last-year-history-file
           data record is last-year-history-record
           record contains 47 characters.

       01 last-year-history-record   pic x(47).

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number         pic 99.
         05 str-store-name           pic x(20).
         05 str-region               pic x(2).
         05 str-status               pic x.
           88 str-open-88               value 'O'.
         05 str-open-date            pic 9(8).
         05 str-close-date           pic 9(8).

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line              pic x(100).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-history-file-status     pic xx value '00'.
       01 ws-last-year-file-status   pic xx value '00'.
       01 ws-store-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyymm            pic 9(6).
         05 ws-run-dd                pic 99.

      *The two periods - this year's open month to the business date,
      *and the same month and days a year earlier.
       01 ws-ty-start-date           pic 9(8).
       01 ws-ty-start-date-r redefines ws-ty-start-date.
         05 ws-ty-start-yyyymm       pic 9(6).
         05 ws-ty-start-dd           pic 99.
       01 ws-ly-start-date           pic 9(8).
       01 ws-ly-start-date-r redefines ws-ly-start-date.
         05 ws-ly-start-yyyy         pic 9(4).
         05 ws-ly-start-mm           pic 99.
         05 ws-ly-start-dd           pic 99.
       01 ws-ly-end-date             pic 9(8).
       01 ws-ly-end-date-r redefines ws-ly-end-date.
         05 ws-ly-end-yyyymm         pic 9(6).
         05 ws-ly-end-dd             pic 99.

       77 ws-last-year-name          pic x(60).
       77 ws-last-year-on-file       pic x value 'N'.

      *Which period the history record in hand belongs to.
       77 ws-period                  pic x value space.
         88 ws-period-this-year-88      value 'T'.
         88 ws-period-last-year-88      value 'L'.

       77 ws-records-read            pic 9(7) value 0.
       77 ws-records-unmatched       pic 9(7) value 0.

      *One entry per store on the master, comp or not, with its two
      *periods' takings. Sorted by region then store for printing.
       01 ws-comp-table.
         05 ws-cs-entry              occurs 99 times
              indexed by ws-cs-idx.
           10 ws-cs-region           pic x(2).
           10 ws-cs-store            pic 99.
           10 ws-cs-name             pic x(20).
           10 ws-cs-comp             pic x.
           10 ws-cs-reason           pic x(20).
           10 ws-cs-ty-sales         pic 9(8)v99.
           10 ws-cs-ty-layaway       pic 9(8)v99.
           10 ws-cs-ty-returns       pic 9(8)v99.
           10 ws-cs-ly-sales         pic 9(8)v99.
           10 ws-cs-ly-layaway       pic 9(8)v99.
           10 ws-cs-ly-returns       pic 9(8)v99.
       77 ws-cs-count                pic 99 value 0.
       77 ws-cs-found                pic x value 'N'.
       77 ws-cs-held-position        pic 99.
       77 ws-lookup-store            pic 99.

      *Bubble-sort work fields, ascending by region then store.
       77 ws-sort-i                  pic 99.
       77 ws-sort-j                  pic 99.
       77 ws-sort-limit              pic 99.
       77 ws-sort-swap-entry         pic x(105).

      *Region and chain comp totals.
       01 ws-region-totals.
         05 ws-rg-ty-sales           pic 9(9)v99.
         05 ws-rg-ty-layaway         pic 9(9)v99.
         05 ws-rg-ty-returns         pic 9(9)v99.
         05 ws-rg-ly-sales           pic 9(9)v99.
         05 ws-rg-ly-layaway         pic 9(9)v99.
         05 ws-rg-ly-returns         pic 9(9)v99.
       77 ws-current-region          pic x(2).
       77 ws-region-stores           pic 99.

       01 ws-chain-totals.
         05 ws-ch-ty-sales           pic 9(9)v99 value 0.
         05 ws-ch-ty-layaway         pic 9(9)v99 value 0.
         05 ws-ch-ty-returns         pic 9(9)v99 value 0.
         05 ws-ch-ly-sales           pic 9(9)v99 value 0.
         05 ws-ch-ly-layaway         pic 9(9)v99 value 0.
         05 ws-ch-ly-returns         pic 9(9)v99 value 0.
       77 ws-comp-count              pic 99 value 0.
       77 ws-non-comp-count          pic 99 value 0.

      *The four measures of the block being printed, this year and
      *last, with the change worked out one measure at a time.
       01 ws-measure-work.
         05 ws-mw-entry              occurs 4 times
              indexed by ws-mw-idx.
           10 ws-mw-ty               pic s9(9)v99.
           10 ws-mw-ly               pic s9(9)v99.
       77 ws-mw-change               pic s9(9)v99.
       77 ws-mw-percent              pic s9(5)v9.

       01 ws-measure-name-values.
         05 filler                   pic x(32) value
           "SALES   LAYAWAY RETURNS NET     ".
       01 ws-measure-name-table redefines ws-measure-name-values.
         05 ws-measure-name          pic x(8) occurs 4 times.

       01 ws-heading.
         05 filler                   pic x(40) value
           " COMPARABLE-STORE SALES REPORT".
         05 filler                   pic x(9) value "RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-period-line.
         05 filler                   pic x(11) value "THIS YEAR  ".
         05 ws-pl-ty-start           pic 9(8).
         05 filler                   pic x(3) value " - ".
         05 ws-pl-ty-end             pic 9(8).
         05 filler                   pic x(16) value
           "     LAST YEAR  ".
         05 ws-pl-ly-start           pic 9(8).
         05 filler                   pic x(3) value " - ".
         05 ws-pl-ly-end             pic 9(8).

       01 ws-no-last-year-line.
         05 filler                   pic x(34) value
           "*** LAST YEAR'S GENERATION ".
         05 ws-nl-name               pic x(60).

       01 ws-no-last-year-line-2.
         05 filler                   pic x(60) value
           "*** NOT ON FILE - LAST YEAR SHOWN AS ZERO ***".

       01 ws-comp-heading.
         05 filler                   pic x(40) value
           "COMPARABLE STORES".

       01 ws-non-comp-heading.
         05 filler                   pic x(60) value
           "NON-COMP STORES - NOT IN THE COMPARABLE TOTALS".

       01 ws-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(21) value spaces.
         05 filler                   pic x(8) value "Measure".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(16) value
           "       This Year".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(16) value
           "       Last Year".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(16) value
           "        Change $".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value " Change %".

       01 ws-detail-line.
         05 ws-dl-store              pic x(2).
         05 filler                   pic x(2) value spaces.
         05 ws-dl-name               pic x(20).
         05 filler                   pic x(2) value spaces.
         05 ws-dl-measure            pic x(8).
         05 filler                   pic x(2) value spaces.
         05 ws-dl-ty                 pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-ly                 pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-change             pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-percent            pic zzzz9.9-.
         05 ws-dl-percent-x redefines ws-dl-percent
                                      pic x(8).
         05 ws-dl-percent-sign       pic x.

       01 ws-region-label.
         05 filler                   pic x(7) value "REGION ".
         05 ws-rl-region             pic x(2).
         05 filler                   pic x(6) value " COMP ".
         05 filler                   pic x(5) value "TOTAL".

       01 ws-chain-label             pic x(20) value
           "CHAIN COMP TOTAL".

       01 ws-no-store-line.
         05 filler                   pic x(40) value
           "  (NONE)".

       01 ws-summary-line.
         05 filler                   pic x(22) value
           "HISTORY RECORDS READ: ".
         05 ws-sm-records-read       pic zzzzzz9.
         05 filler                   pic x(20) value
           "   UNMATCHED STORE: ".
         05 ws-sm-records-unmatched  pic zzzzzz9.
         05 filler                   pic x(15) value
           "   COMP STORES:".
         05 ws-sm-comp-count         pic zz9.
         05 filler                   pic x(13) value
           "   NON-COMP: ".
         05 ws-sm-non-comp-count     pic zz9.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 105-set-periods.
           perform 110-load-store-master.

           perform 200-read-this-year.
           perform 250-read-last-year.

           perform 500-sort-stores.

           open output report-file.
           perform 800-print-report.
           close report-file.

           goback.

      *Resolves the official business date for this run - the
      *run-control card when one is on file with a plausible date,
      *the machine date otherwise.
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

      *This year runs from the first of the month to the business
      *date; last year is the same month a year back, to the same
      *day. The 29th of February has no twin, so last year's period
      *simply ends on the 28th.
       105-set-periods.
           move ws-run-yyyymm to ws-ty-start-yyyymm.
           move 1 to ws-ty-start-dd.

           move ws-ty-start-date to ws-ly-start-date.
           subtract ws-one from ws-ly-start-yyyy.

           move ws-ly-start-date to ws-ly-end-date.
           move ws-run-dd to ws-ly-end-dd.
           if ws-ly-start-mm = 2
             and ws-run-dd = 29
               move 28 to ws-ly-end-dd
           end-if.

           move spaces to ws-last-year-name.
           string "../../../../Data/transaction-history-"
             delimited by size
             ws-ly-end-yyyymm delimited by size
             ".dat" delimited by size
             into ws-last-year-name.

      *Every store on the master goes on the table, open or closed -
      *a store closed since last year still has last year's takings
      *to account for, even though it is not comparable.
       110-load-store-master.
           open input store-master-file.

           if ws-store-file-status = "00"
               read store-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 115-load-one-store
                 until ws-eof-flag = ws-true-const

               close store-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       115-load-one-store.
           if ws-cs-count is less than 99
             and str-store-number is numeric
               add ws-one to ws-cs-count
               set ws-cs-idx to ws-cs-count
               move str-region to ws-cs-region (ws-cs-idx)
               move str-store-number to ws-cs-store (ws-cs-idx)
               move str-store-name to ws-cs-name (ws-cs-idx)
               move zero to ws-cs-ty-sales (ws-cs-idx)
                            ws-cs-ty-layaway (ws-cs-idx)
                            ws-cs-ty-returns (ws-cs-idx)
                            ws-cs-ly-sales (ws-cs-idx)
                            ws-cs-ly-layaway (ws-cs-idx)
                            ws-cs-ly-returns (ws-cs-idx)
               perform 120-decide-comp
           end-if.

           read store-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *A store is comparable when it was already trading on the
      *first day of last year's period and has not closed by the
      *business date. A store on file from before open dates were
      *kept (open date zero) is taken to be long established.
       120-decide-comp.
           move ws-true-const to ws-cs-comp (ws-cs-idx).
           move spaces to ws-cs-reason (ws-cs-idx).

           if str-open-date is not numeric
               move zero to str-open-date
           end-if.
           if str-close-date is not numeric
               move zero to str-close-date
           end-if.

           if str-open-date is greater than ws-ly-start-date
               move ws-false-const to ws-cs-comp (ws-cs-idx)
               string "OPENED " delimited by size
                 str-open-date delimited by size
                 into ws-cs-reason (ws-cs-idx)
           end-if.

           if str-close-date is not equal to zero
             and str-close-date is less than ws-run-date
               move ws-false-const to ws-cs-comp (ws-cs-idx)
               move spaces to ws-cs-reason (ws-cs-idx)
               string "CLOSED " delimited by size
                 str-close-date delimited by size
                 into ws-cs-reason (ws-cs-idx)
           else
               if not str-open-88
                   move ws-false-const to ws-cs-comp (ws-cs-idx)
                   move "CLOSED" to ws-cs-reason (ws-cs-idx)
               end-if
           end-if.

           if ws-cs-comp (ws-cs-idx) = ws-true-const
               add ws-one to ws-comp-count
           else
               add ws-one to ws-non-comp-count
           end-if.

      *This year's figures come from the live history - only the
      *open month, up to the business date.
       200-read-this-year.
           open input transaction-history-file.

           if ws-history-file-status = "00"
               read transaction-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-take-this-year-record
                 until ws-eof-flag = ws-true-const
               close transaction-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       210-take-this-year-record.
           add ws-one to ws-records-read.

           if th-run-yyyymm = ws-run-yyyymm
             and th-run-dd is not greater than ws-run-dd
               move 'T' to ws-period
               perform 300-add-to-store
           end-if.

           read transaction-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Last year's figures come from the closed generation for that
      *month, cut off at the same day of the month. The records are
      *laid out exactly as the live history's.
       250-read-last-year.
           open input last-year-history-file.

           if ws-last-year-file-status = "00"
               move ws-true-const to ws-last-year-on-file
               read last-year-history-file
                   into transaction-history-record
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 260-take-last-year-record
                 until ws-eof-flag = ws-true-const
               close last-year-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       260-take-last-year-record.
           add ws-one to ws-records-read.

           if th-run-yyyymm = ws-ly-end-yyyymm
             and th-run-dd is not greater than ws-ly-end-dd
               move 'L' to ws-period
               perform 300-add-to-store
           end-if.

           read last-year-history-file
               into transaction-history-record
               at end
                   move ws-true-const to ws-eof-flag.

      *Only the S, L and R codes carry merchandise money, the same
      *as Program_7's rollup.
       300-add-to-store.
           move ws-false-const to ws-cs-found.

           if th-store-number is numeric
               move th-store-number to ws-lookup-store
               perform 310-check-one-store
                 varying ws-cs-idx from 1 by 1
                 until ws-cs-idx is greater than ws-cs-count
                 or ws-cs-found = ws-true-const
           end-if.

           if ws-cs-found not = ws-true-const
               add ws-one to ws-records-unmatched
           else
               set ws-cs-idx to ws-cs-held-position
               if ws-period-this-year-88
                   perform 320-add-this-year
               else
                   perform 330-add-last-year
               end-if
           end-if.

       310-check-one-store.
           if ws-cs-store (ws-cs-idx) = ws-lookup-store
               move ws-true-const to ws-cs-found
               set ws-cs-held-position to ws-cs-idx
           end-if.

       320-add-this-year.
           if th-sale-transac-88
               add th-transaction-amount to ws-cs-ty-sales (ws-cs-idx)
           end-if.
           if th-layaway-transac-88
               add th-transaction-amount
                 to ws-cs-ty-layaway (ws-cs-idx)
           end-if.
           if th-return-transac-88
               add th-transaction-amount
                 to ws-cs-ty-returns (ws-cs-idx)
           end-if.

       330-add-last-year.
           if th-sale-transac-88
               add th-transaction-amount to ws-cs-ly-sales (ws-cs-idx)
           end-if.
           if th-layaway-transac-88
               add th-transaction-amount
                 to ws-cs-ly-layaway (ws-cs-idx)
           end-if.
           if th-return-transac-88
               add th-transaction-amount
                 to ws-cs-ly-returns (ws-cs-idx)
           end-if.

      *Plain bubble sort, ascending by region then store - the table
      *entry leads with the region so the whole entry compares.
       500-sort-stores.
           perform 510-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-cs-count.

       510-sort-pass.
           compute ws-sort-limit = ws-cs-count - ws-sort-i.

           perform 520-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       520-compare-and-swap.
           if ws-cs-region (ws-sort-j) is greater than
             ws-cs-region (ws-sort-j + 1)
             or (ws-cs-region (ws-sort-j) =
               ws-cs-region (ws-sort-j + 1)
             and ws-cs-store (ws-sort-j) is greater than
               ws-cs-store (ws-sort-j + 1))
               move ws-cs-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-cs-entry (ws-sort-j + 1)
                 to ws-cs-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-cs-entry (ws-sort-j + 1)
           end-if.

       800-print-report.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           move ws-ty-start-date to ws-pl-ty-start.
           move ws-run-date to ws-pl-ty-end.
           move ws-ly-start-date to ws-pl-ly-start.
           move ws-ly-end-date to ws-pl-ly-end.
           write report-line from ws-period-line
             after advancing ws-one lines.

           if ws-last-year-on-file not = ws-true-const
               move ws-last-year-name to ws-nl-name
               write report-line from ws-no-last-year-line
                 after advancing ws-one lines
               write report-line from ws-no-last-year-line-2
           end-if.

           write report-line from ws-comp-heading
             after advancing 2 lines.
           write report-line from ws-column-heading.

           if ws-comp-count = zero
               write report-line from ws-no-store-line
           else
               move spaces to ws-current-region
               move zero to ws-region-stores
               perform 810-print-comp-store
                 varying ws-cs-idx from 1 by 1
                 until ws-cs-idx is greater than ws-cs-count
               perform 820-print-region-total
               perform 830-print-chain-total
           end-if.

           write report-line from ws-non-comp-heading
             after advancing 3 lines.
           write report-line from ws-column-heading.

           if ws-non-comp-count = zero
               write report-line from ws-no-store-line
           else
               perform 840-print-non-comp-store
                 varying ws-cs-idx from 1 by 1
                 until ws-cs-idx is greater than ws-cs-count
           end-if.

           move ws-records-read to ws-sm-records-read.
           move ws-records-unmatched to ws-sm-records-unmatched.
           move ws-comp-count to ws-sm-comp-count.
           move ws-non-comp-count to ws-sm-non-comp-count.
           write report-line from ws-summary-line
             after advancing 2 lines.

      *A comp store's block, with the region total printed at each
      *change of region.
       810-print-comp-store.
           if ws-cs-comp (ws-cs-idx) = ws-true-const
               if ws-region-stores is greater than zero
                 and ws-cs-region (ws-cs-idx) not = ws-current-region
                   perform 820-print-region-total
               end-if
               if ws-region-stores = zero
                   move ws-cs-region (ws-cs-idx) to ws-current-region
                   move zero to ws-region-totals
               end-if
               add ws-one to ws-region-stores

               add ws-cs-ty-sales (ws-cs-idx) to ws-rg-ty-sales
               add ws-cs-ty-layaway (ws-cs-idx) to ws-rg-ty-layaway
               add ws-cs-ty-returns (ws-cs-idx) to ws-rg-ty-returns
               add ws-cs-ly-sales (ws-cs-idx) to ws-rg-ly-sales
               add ws-cs-ly-layaway (ws-cs-idx) to ws-rg-ly-layaway
               add ws-cs-ly-returns (ws-cs-idx) to ws-rg-ly-returns

               perform 815-load-store-measures
               move ws-cs-store (ws-cs-idx) to ws-dl-store
               move ws-cs-name (ws-cs-idx) to ws-dl-name
               perform 850-print-measures
           end-if.

       815-load-store-measures.
           move ws-cs-ty-sales (ws-cs-idx) to ws-mw-ty (1).
           move ws-cs-ly-sales (ws-cs-idx) to ws-mw-ly (1).
           move ws-cs-ty-layaway (ws-cs-idx) to ws-mw-ty (2).
           move ws-cs-ly-layaway (ws-cs-idx) to ws-mw-ly (2).
           move ws-cs-ty-returns (ws-cs-idx) to ws-mw-ty (3).
           move ws-cs-ly-returns (ws-cs-idx) to ws-mw-ly (3).

       820-print-region-total.
           if ws-region-stores is greater than zero
               move ws-rg-ty-sales to ws-mw-ty (1)
               move ws-rg-ly-sales to ws-mw-ly (1)
               move ws-rg-ty-layaway to ws-mw-ty (2)
               move ws-rg-ly-layaway to ws-mw-ly (2)
               move ws-rg-ty-returns to ws-mw-ty (3)
               move ws-rg-ly-returns to ws-mw-ly (3)
               move spaces to ws-dl-store
               move ws-current-region to ws-rl-region
               move ws-region-label to ws-dl-name
               perform 850-print-measures

               add ws-rg-ty-sales to ws-ch-ty-sales
               add ws-rg-ty-layaway to ws-ch-ty-layaway
               add ws-rg-ty-returns to ws-ch-ty-returns
               add ws-rg-ly-sales to ws-ch-ly-sales
               add ws-rg-ly-layaway to ws-ch-ly-layaway
               add ws-rg-ly-returns to ws-ch-ly-returns

               move zero to ws-region-stores
               write report-line from spaces
           end-if.

       830-print-chain-total.
           move ws-ch-ty-sales to ws-mw-ty (1).
           move ws-ch-ly-sales to ws-mw-ly (1).
           move ws-ch-ty-layaway to ws-mw-ty (2).
           move ws-ch-ly-layaway to ws-mw-ly (2).
           move ws-ch-ty-returns to ws-mw-ty (3).
           move ws-ch-ly-returns to ws-mw-ly (3).
           move spaces to ws-dl-store.
           move ws-chain-label to ws-dl-name.
           perform 850-print-measures.

      *A non-comp store's block, with why it is not comparable on
      *the line under its name.
       840-print-non-comp-store.
           if ws-cs-comp (ws-cs-idx) not = ws-true-const
               perform 815-load-store-measures
               move ws-cs-store (ws-cs-idx) to ws-dl-store
               move ws-cs-name (ws-cs-idx) to ws-dl-name
               perform 850-print-measures
               move spaces to ws-detail-line
               move ws-cs-reason (ws-cs-idx) to ws-dl-name
               write report-line from ws-detail-line
               write report-line from spaces
           end-if.

      *Prints the four-line block - sales, layaway, returns and the
      *net worked out from them - with the change in dollars and as
      *a percentage of last year. No last-year figure, no percent.
       850-print-measures.
           compute ws-mw-ty (4) = ws-mw-ty (1) + ws-mw-ty (2)
             - ws-mw-ty (3).
           compute ws-mw-ly (4) = ws-mw-ly (1) + ws-mw-ly (2)
             - ws-mw-ly (3).

           perform 855-print-one-measure
             varying ws-mw-idx from 1 by 1
             until ws-mw-idx is greater than 4.

       855-print-one-measure.
           move ws-measure-name (ws-mw-idx) to ws-dl-measure.
           move ws-mw-ty (ws-mw-idx) to ws-dl-ty.
           move ws-mw-ly (ws-mw-idx) to ws-dl-ly.
           compute ws-mw-change =
             ws-mw-ty (ws-mw-idx) - ws-mw-ly (ws-mw-idx).
           move ws-mw-change to ws-dl-change.

           if ws-mw-ly (ws-mw-idx) is greater than zero
               compute ws-mw-percent rounded =
                 (ws-mw-change * 100) / ws-mw-ly (ws-mw-idx)
                 on size error
                     move zero to ws-mw-percent
               end-compute
               move ws-mw-percent to ws-dl-percent
               move "%" to ws-dl-percent-sign
           else
               move "     N/A" to ws-dl-percent-x
               move space to ws-dl-percent-sign
           end-if.

           write report-line from ws-detail-line.

           move spaces to ws-dl-store.
           move spaces to ws-dl-name.

       end program Program_30.
