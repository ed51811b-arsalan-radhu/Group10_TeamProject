       identification division.
       program-id. Program_37.
       author. Sanjivkumar Patel.
       date-written. 15th October 2026.
      *Program description: This program prints the intraday flash -
      * a mid-afternoon read on how the day is going, by store and
      * for the chain. Today's figures are whatever Program_1 passed
      * in its flash run over the store extracts received so far
      * (flash-valid.dat); they are set against the same day last
      * week, read from transaction-history.dat or, when last week
      * fell in a month already closed, from the generation Program_16
      * cut for it. Sales, layaway deposits, returns and net are shown
      * with the dollar and percent change, the same measures as the
      * comparable-store report. Nothing here is written anywhere but
      * the flash report itself - the nightly run is still the book
      * of record for the day.

       environment division.

       configuration section.
       input-output section.

       file-control.

      *    Flash request card - the business date being flashed,
      *    written by run_flash.sh. No card, no flash.
       select flash-request-file
         assign to "../../../../Data/flash-request.dat"
         organization is line sequential
         file status is ws-flash-file-status.

      *    Today so far - Program_1's flash output, in the same layout
      *    as valid.dat. Read here sequentially in key order.
       select flash-valid-file
         assign to "../../../../Data/flash-valid.dat"
         organization is indexed
         record key is fv-invoice-number
         file status is ws-flash-valid-status.

      *    The records the flash edit turned away, counted for the
      *    summary - the detail is on flash-invalid.out.
       select flash-invalid-file
         assign to "../../../../Data/flash-invalid.dat"
         organization is line sequential
         file status is ws-flash-invalid-status.

      *    Permanent date-stamped history of every validated record -
      *    the current open period.
       select transaction-history-file
         assign to "../../../../Data/transaction-history.dat"
         organization is line sequential
         file status is ws-history-file-status.

      *    The closed generation for last week's month
      *    (transaction-history-yyyymm.dat), cut by Program_16 - read
      *    only when last week fell in an earlier month than today.
       select last-week-history-file
         assign to dynamic ws-last-week-name
         organization is line sequential
         file status is ws-last-week-file-status.

      *    Store master - number, name, region and status.
       select store-master-file
         assign to "../../../../Data/store-master.dat"
         organization is line sequential
         file status is ws-store-file-status.

       select report-file
         assign to "../../../../Data/flash-sales-report.out"
         organization is line sequential.

       data division.
       file section.

       fd flash-request-file
           data record is flash-request-record
           record contains 8 characters.

       01 flash-request-record.
         05 fq-business-date           pic 9(8).
         05 fq-business-date-r redefines fq-business-date.
           10 fq-bd-yyyy               pic 9(4).
           10 fq-bd-mm                 pic 99.
           10 fq-bd-dd                 pic 99.

       fd flash-valid-file
           data record is flash-valid-record
           record contains 39 characters.

       01 flash-valid-record.
         05 fv-transaction-code      pic x.
           88 fv-sale-transac-88         value 'S'.
           88 fv-layaway-transac-88      value 'L'.
           88 fv-return-transac-88       value 'R'.
         05 fv-transaction-amount    pic 9(5)v99.
         05 fv-payment-type          pic xx.
         05 fv-store-number          pic xx.
         05 fv-invoice-number        pic x(9).
         05 fv-sku-code              pic x(15).
         05 fv-cashier-id            pic x(3).

       fd flash-invalid-file
           data record is flash-invalid-record
           record contains 39 characters.

       01 flash-invalid-record       pic x(39).

       fd transaction-history-file
           data record is transaction-history-record
           record contains 47 characters.

       01 transaction-history-record.
         05 th-run-date              pic 9(8).
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

       fd last-week-history-file
           data record is last-week-history-record
           record contains 47 characters.

       01 last-week-history-record   pic x(47).

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

       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-flash-file-status       pic xx value '00'.
       01 ws-flash-valid-status      pic xx value '00'.
       01 ws-flash-invalid-status    pic xx value '00'.
       01 ws-history-file-status     pic xx value '00'.
       01 ws-last-week-file-status   pic xx value '00'.
       01 ws-store-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.
       77 ws-flash-requested         pic x value 'N'.

       01 ws-run-date                pic 9(8).
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyymm            pic 9(6).
         05 ws-run-dd                pic 99.

      *The same weekday a week back, and the generation it would be
      *in once its month has been closed.
       01 ws-lw-date                 pic 9(8).
       01 ws-lw-date-r redefines ws-lw-date.
         05 ws-lw-yyyymm             pic 9(6).
         05 ws-lw-yyyymm-r redefines ws-lw-yyyymm.
           10 ws-lw-yyyy             pic 9(4).
           10 ws-lw-mm               pic 99.
         05 ws-lw-dd                 pic 99.

       77 ws-last-week-name          pic x(60).
       77 ws-last-week-needed        pic x value 'N'.
       77 ws-last-week-on-file       pic x value 'N'.

      *Days in each month, February taken as 28 and put right for a
      *leap year below.
       01 ws-month-length-values.
         05 filler                   pic x(24) value
           "312831303130313130313031".
       01 ws-month-length-table redefines ws-month-length-values.
         05 ws-month-length          pic 99 occurs 12 times.

       77 ws-prior-month-days        pic 99.
       77 ws-leap-quotient           pic 9(4).
       77 ws-leap-rem-4              pic 9(4).
       77 ws-leap-rem-100            pic 9(4).
       77 ws-leap-rem-400            pic 9(4).

      *The time of day the flash was taken, for the heading.
       01 ws-time-now                pic 9(8).
       01 ws-time-now-r redefines ws-time-now.
         05 ws-time-hh               pic 99.
         05 ws-time-mm               pic 99.
         05 ws-time-ss-cc            pic 9(4).

      *Which day the record in hand belongs to.
       77 ws-period                  pic x value space.
         88 ws-period-today-88          value 'T'.
         88 ws-period-last-week-88      value 'L'.

       77 ws-flash-records           pic 9(7) value 0.
       77 ws-flash-rejected          pic 9(7) value 0.
       77 ws-history-read            pic 9(7) value 0.
       77 ws-records-unmatched       pic 9(7) value 0.
       77 ws-last-week-matched       pic 9(7) value 0.

      *One entry per open store on the master, in store-master order,
      *with today's takings so far and last week's for the same day.
       01 ws-flash-table.
         05 ws-fs-entry              occurs 99 times
              indexed by ws-fs-idx.
           10 ws-fs-store            pic 99.
           10 ws-fs-name             pic x(20).
           10 ws-fs-flash-count      pic 9(6).
           10 ws-fs-td-sales         pic 9(8)v99.
           10 ws-fs-td-layaway       pic 9(8)v99.
           10 ws-fs-td-returns       pic 9(8)v99.
           10 ws-fs-lw-sales         pic 9(8)v99.
           10 ws-fs-lw-layaway       pic 9(8)v99.
           10 ws-fs-lw-returns       pic 9(8)v99.
       77 ws-fs-count                pic 99 value 0.
       77 ws-fs-found                pic x value 'N'.
       77 ws-fs-held-position        pic 99.
       77 ws-lookup-store            pic 99.
       77 ws-stores-reporting        pic 99 value 0.

       01 ws-chain-totals.
         05 ws-ch-td-sales           pic 9(9)v99 value 0.
         05 ws-ch-td-layaway         pic 9(9)v99 value 0.
         05 ws-ch-td-returns         pic 9(9)v99 value 0.
         05 ws-ch-lw-sales           pic 9(9)v99 value 0.
         05 ws-ch-lw-layaway         pic 9(9)v99 value 0.
         05 ws-ch-lw-returns         pic 9(9)v99 value 0.

      *The four measures of the block being printed, today and last
      *week, with the change worked out one measure at a time.
       01 ws-measure-work.
         05 ws-mw-entry              occurs 4 times
              indexed by ws-mw-idx.
           10 ws-mw-td               pic s9(9)v99.
           10 ws-mw-lw               pic s9(9)v99.
       77 ws-mw-change               pic s9(9)v99.
       77 ws-mw-percent              pic s9(5)v9.

       01 ws-measure-name-values.
         05 filler                   pic x(32) value
           "SALES   LAYAWAY RETURNS NET     ".
       01 ws-measure-name-table redefines ws-measure-name-values.
         05 ws-measure-name          pic x(8) occurs 4 times.

       01 ws-heading.
         05 filler                   pic x(40) value
           " INTRADAY FLASH SALES REPORT".
         05 filler                   pic x(11) value "FLASH DATE ".
         05 ws-hd-run-date           pic 9(8).
         05 filler                   pic x(8) value "  AS AT ".
         05 ws-hd-hh                 pic 99.
         05 filler                   pic x value ":".
         05 ws-hd-mm                 pic 99.

       01 ws-period-line.
         05 filler                   pic x(14) value "TODAY SO FAR  ".
         05 ws-pl-today              pic 9(8).
         05 filler                   pic x(25) value
           "     SAME DAY LAST WEEK  ".
         05 ws-pl-last-week          pic 9(8).

       01 ws-partial-line.
         05 filler                   pic x(50) value
           "*** PARTIAL DAY - ONLY THE STORE EXTRACTS RECEIVED".
         05 filler                   pic x(46) value
           " SO FAR; THE NIGHTLY RUN IS THE FINAL WORD ***".

       01 ws-no-last-week-line.
         05 filler                   pic x(25) value
           "*** NO HISTORY FOUND FOR ".
         05 ws-nl-date               pic 9(8).
         05 filler                   pic x(31) value
           " - LAST WEEK SHOWN AS ZERO ***".

       01 ws-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(21) value spaces.
         05 filler                   pic x(8) value "Measure".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(16) value
           "    Today So Far".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(16) value
           "       Last Week".
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
         05 ws-dl-td                 pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-lw                 pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-change             pic $$$$,$$$,$$9.99-.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-percent            pic zzzz9.9-.
         05 ws-dl-percent-x redefines ws-dl-percent
                                      pic x(8).
         05 ws-dl-percent-sign       pic x.

       01 ws-nothing-in-line         pic x(20) value
           "NO RECORDS IN YET".

       01 ws-chain-label             pic x(20) value
           "CHAIN TOTAL".

       01 ws-no-store-line.
         05 filler                   pic x(40) value
           "  (NONE)".

       01 ws-summary-line.
         05 filler                   pic x(15) value
           "FLASH RECORDS: ".
         05 ws-sm-flash-records      pic zzzzzz9.
         05 filler                   pic x(13) value
           "   REJECTED: ".
         05 ws-sm-flash-rejected     pic zzzzzz9.
         05 filler                   pic x(21) value
           "   STORES IN SO FAR: ".
         05 ws-sm-stores-reporting   pic z9.
         05 filler                   pic x(4) value " OF ".
         05 ws-sm-store-count        pic z9.

       01 ws-summary-line-2.
         05 filler                   pic x(22) value
           "HISTORY RECORDS READ: ".
         05 ws-sm-history-read       pic zzzzzz9.
         05 filler                   pic x(20) value
           "   UNMATCHED STORE: ".
         05 ws-sm-records-unmatched  pic zzzzzz9.

       procedure division.
       000-main.
           perform 101-read-flash-request.

           if ws-flash-requested not = ws-true-const
               move 1 to return-code
               goback
           end-if.

           open input flash-valid-file.

           if ws-flash-valid-status not = "00"
               move 1 to return-code
               goback
           end-if.

           perform 105-set-last-week.
           perform 110-load-store-master.

           perform 200-read-flash.
           close flash-valid-file.
           perform 230-count-flash-rejects.

           perform 250-read-live-history.
           if ws-last-week-needed = ws-true-const
               perform 270-read-closed-generation
           end-if.

           open output report-file.
           perform 800-print-report.
           close report-file.

           goback.

      *The flash card carries the business date being flashed. A
      *missing card or an implausible date means there is no flash
      *to report on.
       101-read-flash-request.
           open input flash-request-file.
           if ws-flash-file-status = "00"
               read flash-request-file
                   at end
                       continue
                   not at end
                       if fq-business-date is numeric
                         and fq-bd-yyyy is greater than 2000
                         and fq-bd-mm is not less than 01
                         and fq-bd-mm is not greater than 12
                         and fq-bd-dd is not less than 01
                         and fq-bd-dd is not greater than 31
                           move ws-true-const to ws-flash-requested
                           move fq-business-date to ws-run-date
                       end-if
               end-read
               close flash-request-file
           end-if.

      *Last week is seven days back. In the first week of a month
      *that falls in the month before, which may already have been
      *closed off into its own generation.
       105-set-last-week.
           move ws-run-date to ws-lw-date.

           if ws-run-dd is greater than 7
               subtract 7 from ws-lw-dd
           else
               if ws-lw-mm = 1
                   move 12 to ws-lw-mm
                   subtract ws-one from ws-lw-yyyy
               else
                   subtract ws-one from ws-lw-mm
               end-if
               perform 107-set-prior-month-days
               compute ws-lw-dd = ws-prior-month-days + ws-run-dd - 7
               move ws-true-const to ws-last-week-needed
           end-if.

           move spaces to ws-last-week-name.
           string "../../../../Data/transaction-history-"
             delimited by size
             ws-lw-yyyymm delimited by size
             ".dat" delimited by size
             into ws-last-week-name.

      *February has 29 days in a year divisible by 4, except a
      *century year not divisible by 400.
       107-set-prior-month-days.
           move ws-month-length (ws-lw-mm) to ws-prior-month-days.

           if ws-lw-mm = 2
               divide ws-lw-yyyy by 4 giving ws-leap-quotient
                 remainder ws-leap-rem-4
               divide ws-lw-yyyy by 100 giving ws-leap-quotient
                 remainder ws-leap-rem-100
               divide ws-lw-yyyy by 400 giving ws-leap-quotient
                 remainder ws-leap-rem-400
               if ws-leap-rem-4 = zero
                 and (ws-leap-rem-100 not = zero
                   or ws-leap-rem-400 = zero)
                   move 29 to ws-prior-month-days
               end-if
           end-if.

      *Only stores open on the master are flashed - a closed store
      *has no extract to send today.
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
           if str-open-88
             and ws-fs-count is less than 99
             and str-store-number is numeric
               add ws-one to ws-fs-count
               set ws-fs-idx to ws-fs-count
               move str-store-number to ws-fs-store (ws-fs-idx)
               move str-store-name to ws-fs-name (ws-fs-idx)
               move zero to ws-fs-flash-count (ws-fs-idx)
                            ws-fs-td-sales (ws-fs-idx)
                            ws-fs-td-layaway (ws-fs-idx)
                            ws-fs-td-returns (ws-fs-idx)
                            ws-fs-lw-sales (ws-fs-idx)
                            ws-fs-lw-layaway (ws-fs-idx)
                            ws-fs-lw-returns (ws-fs-idx)
           end-if.

           read store-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Today's figures are the flash edit's accepted records, moved
      *into the history layout so one set of paragraphs adds both
      *days up.
       200-read-flash.
           read flash-valid-file
               at end
                   move ws-true-const to ws-eof-flag
           end-read.

           perform 210-take-flash-record
             until ws-eof-flag = ws-true-const.

           move ws-false-const to ws-eof-flag.

       210-take-flash-record.
           add ws-one to ws-flash-records.

           move ws-run-date to th-run-date.
           move flash-valid-record to th-record.
           move 'T' to ws-period.
           perform 300-add-to-store.

           read flash-valid-file
               at end
                   move ws-true-const to ws-eof-flag.

       230-count-flash-rejects.
           open input flash-invalid-file.

           if ws-flash-invalid-status = "00"
               read flash-invalid-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 235-count-one-reject
                 until ws-eof-flag = ws-true-const
               close flash-invalid-file
               move ws-false-const to ws-eof-flag
           end-if.

       235-count-one-reject.
           add ws-one to ws-flash-rejected.

           read flash-invalid-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Last week's figures from the live history - there whenever
      *last week's month has not yet been closed.
       250-read-live-history.
           open input transaction-history-file.

           if ws-history-file-status = "00"
               read transaction-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 260-take-history-record
                 until ws-eof-flag = ws-true-const
               close transaction-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       260-take-history-record.
           add ws-one to ws-history-read.

           if th-run-date = ws-lw-date
               move 'L' to ws-period
               perform 300-add-to-store
           end-if.

           read transaction-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Once last week's month has been closed its records are only
      *on that month's generation, laid out exactly as the live
      *history's.
       270-read-closed-generation.
           open input last-week-history-file.

           if ws-last-week-file-status = "00"
               move ws-true-const to ws-last-week-on-file
               read last-week-history-file
                   into transaction-history-record
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 280-take-generation-record
                 until ws-eof-flag = ws-true-const
               close last-week-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       280-take-generation-record.
           add ws-one to ws-history-read.

           if th-run-date = ws-lw-date
               move 'L' to ws-period
               perform 300-add-to-store
           end-if.

           read last-week-history-file
               into transaction-history-record
               at end
                   move ws-true-const to ws-eof-flag.

      *Only the S, L and R codes carry merchandise money, the same
      *as Program_7's rollup.
       300-add-to-store.
           move ws-false-const to ws-fs-found.

           if th-store-number is numeric
               move th-store-number to ws-lookup-store
               perform 310-check-one-store
                 varying ws-fs-idx from 1 by 1
                 until ws-fs-idx is greater than ws-fs-count
                 or ws-fs-found = ws-true-const
           end-if.

           if ws-fs-found not = ws-true-const
               add ws-one to ws-records-unmatched
           else
               set ws-fs-idx to ws-fs-held-position
               if ws-period-today-88
                   add ws-one to ws-fs-flash-count (ws-fs-idx)
                   perform 320-add-today
               else
                   add ws-one to ws-last-week-matched
                   perform 330-add-last-week
               end-if
           end-if.

       310-check-one-store.
           if ws-fs-store (ws-fs-idx) = ws-lookup-store
               move ws-true-const to ws-fs-found
               set ws-fs-held-position to ws-fs-idx
           end-if.

       320-add-today.
           if th-sale-transac-88
               add th-transaction-amount to ws-fs-td-sales (ws-fs-idx)
           end-if.
           if th-layaway-transac-88
               add th-transaction-amount
                 to ws-fs-td-layaway (ws-fs-idx)
           end-if.
           if th-return-transac-88
               add th-transaction-amount
                 to ws-fs-td-returns (ws-fs-idx)
           end-if.

       330-add-last-week.
           if th-sale-transac-88
               add th-transaction-amount to ws-fs-lw-sales (ws-fs-idx)
           end-if.
           if th-layaway-transac-88
               add th-transaction-amount
                 to ws-fs-lw-layaway (ws-fs-idx)
           end-if.
           if th-return-transac-88
               add th-transaction-amount
                 to ws-fs-lw-returns (ws-fs-idx)
           end-if.

       800-print-report.
           move ws-run-date to ws-hd-run-date.
           accept ws-time-now from time.
           move ws-time-hh to ws-hd-hh.
           move ws-time-mm to ws-hd-mm.
           write report-line from ws-heading.
           write report-line from spaces.

           move ws-run-date to ws-pl-today.
           move ws-lw-date to ws-pl-last-week.
           write report-line from ws-period-line.
           write report-line from ws-partial-line.

      *    Until month end closes it, last week's month is still on
      *    the live history - only a day found on neither is news.
           if ws-last-week-needed = ws-true-const
             and ws-last-week-on-file not = ws-true-const
             and ws-last-week-matched = zero
               move ws-lw-date to ws-nl-date
               write report-line from spaces
               write report-line from ws-no-last-week-line
           end-if.

           write report-line from spaces.
           write report-line from ws-column-heading.

           if ws-fs-count = zero
               write report-line from ws-no-store-line
           else
               perform 810-print-store
                 varying ws-fs-idx from 1 by 1
                 until ws-fs-idx is greater than ws-fs-count
               perform 830-print-chain-total
           end-if.

           move ws-flash-records to ws-sm-flash-records.
           move ws-flash-rejected to ws-sm-flash-rejected.
           move ws-stores-reporting to ws-sm-stores-reporting.
           move ws-fs-count to ws-sm-store-count.
           write report-line from spaces.
           write report-line from ws-summary-line.

           move ws-history-read to ws-sm-history-read.
           move ws-records-unmatched to ws-sm-records-unmatched.
           write report-line from ws-summary-line-2.

      *One store's block. A store with nothing through the flash yet
      *says so under its name, so a zero is not read as a dead day.
       810-print-store.
           add ws-fs-td-sales (ws-fs-idx) to ws-ch-td-sales.
           add ws-fs-td-layaway (ws-fs-idx) to ws-ch-td-layaway.
           add ws-fs-td-returns (ws-fs-idx) to ws-ch-td-returns.
           add ws-fs-lw-sales (ws-fs-idx) to ws-ch-lw-sales.
           add ws-fs-lw-layaway (ws-fs-idx) to ws-ch-lw-layaway.
           add ws-fs-lw-returns (ws-fs-idx) to ws-ch-lw-returns.

           move ws-fs-td-sales (ws-fs-idx) to ws-mw-td (1).
           move ws-fs-lw-sales (ws-fs-idx) to ws-mw-lw (1).
           move ws-fs-td-layaway (ws-fs-idx) to ws-mw-td (2).
           move ws-fs-lw-layaway (ws-fs-idx) to ws-mw-lw (2).
           move ws-fs-td-returns (ws-fs-idx) to ws-mw-td (3).
           move ws-fs-lw-returns (ws-fs-idx) to ws-mw-lw (3).
           move ws-fs-store (ws-fs-idx) to ws-dl-store.
           move ws-fs-name (ws-fs-idx) to ws-dl-name.
           perform 850-print-measures.

           if ws-fs-flash-count (ws-fs-idx) = zero
               move spaces to ws-detail-line
               move ws-nothing-in-line to ws-dl-name
               write report-line from ws-detail-line
           else
               add ws-one to ws-stores-reporting
           end-if.

           write report-line from spaces.

       830-print-chain-total.
           move ws-ch-td-sales to ws-mw-td (1).
           move ws-ch-lw-sales to ws-mw-lw (1).
           move ws-ch-td-layaway to ws-mw-td (2).
           move ws-ch-lw-layaway to ws-mw-lw (2).
           move ws-ch-td-returns to ws-mw-td (3).
           move ws-ch-lw-returns to ws-mw-lw (3).
           move spaces to ws-dl-store.
           move ws-chain-label to ws-dl-name.
           perform 850-print-measures.

      *Prints the four-line block - sales, layaway, returns and the
      *net worked out from them - with the change in dollars and as
      *a percentage of last week. No last-week figure, no percent.
       850-print-measures.
           compute ws-mw-td (4) = ws-mw-td (1) + ws-mw-td (2)
             - ws-mw-td (3).
           compute ws-mw-lw (4) = ws-mw-lw (1) + ws-mw-lw (2)
             - ws-mw-lw (3).

           perform 855-print-one-measure
             varying ws-mw-idx from 1 by 1
             until ws-mw-idx is greater than 4.

       855-print-one-measure.
           move ws-measure-name (ws-mw-idx) to ws-dl-measure.
           move ws-mw-td (ws-mw-idx) to ws-dl-td.
           move ws-mw-lw (ws-mw-idx) to ws-dl-lw.
           compute ws-mw-change =
             ws-mw-td (ws-mw-idx) - ws-mw-lw (ws-mw-idx).
           move ws-mw-change to ws-dl-change.

           if ws-mw-lw (ws-mw-idx) is greater than zero
               compute ws-mw-percent rounded =
                 (ws-mw-change * 100) / ws-mw-lw (ws-mw-idx)
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

       end program Program_37.
