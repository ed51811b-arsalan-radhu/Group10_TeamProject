       identification division.
       program-id. Program_34.
       author. Sanjivkumar Patel.
       date-written. 15th October 2026.
      *Program description: This program lists the month's employee
      * purchases store by store, for HR and loss prevention. Every
      * staff purchase Program_1 accepted is kept on
      * employee-purchase-history.dat with the buying employee, the
      * list price, what was paid and the cashier who rang it; this
      * run picks out the month the business date falls in and
      * prints, for each store, every purchase with the employee's
      * name and the discount given, flagging any an employee rang
      * up for themselves, then the store's total. Run from
      * run_month_end.sh before the close.

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

      *    Permanent employee-purchase history, appended by Program_1.
       select employee-purchase-file
         assign to "../../../../Data/employee-purchase-history.dat"
         organization is line sequential
         file status is ws-emp-file-status.

      *    Cashier reference file - read here only for the names of
      *    the employees on the report.
       select cashier-master-file
         assign to "../../../../Data/cashier-master.dat"
         organization is line sequential
         file status is ws-cashier-file-status.

       select report-file
         assign to "../../../../Data/employee-purchase-report.out"
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

       fd employee-purchase-file
           data record is employee-purchase-record
           record contains 39 characters.

       01 employee-purchase-record.
         05 ep-run-date              pic 9(8).
         05 ep-run-date-r redefines ep-run-date.
           10 ep-run-yyyymm          pic 9(6).
           10 ep-run-dd              pic 99.
         05 ep-employee-id           pic x(3).
         05 ep-invoice-number        pic x(9).
         05 ep-store-number          pic xx.
         05 ep-list-amount           pic 9(5)v99.
         05 ep-paid-amount           pic 9(5)v99.
         05 ep-cashier-id            pic x(3).

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

       01 ws-emp-file-status         pic xx value '00'.
       01 ws-cashier-file-status     pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyymm            pic 9(6).
         05 ws-run-dd                pic 99.

      *Employee names from the cashier file, looked up for each
      *purchase printed.
       01 ws-name-table.
         05 ws-nm-entry              occurs 200 times
              indexed by ws-nm-idx.
           10 ws-nm-id               pic x(3).
           10 ws-nm-name             pic x(20).
       77 ws-nm-count                pic 999 value 0.
       77 ws-nm-found                pic x value 'N'.

      *The month's purchases, sorted by store, then employee, date
      *and invoice, before they are printed.
       01 ws-purchase-table.
         05 ws-pu-entry              occurs 5000 times
              indexed by ws-pu-idx.
           10 ws-pu-store            pic xx.
           10 ws-pu-employee         pic x(3).
           10 ws-pu-run-date         pic 9(8).
           10 ws-pu-invoice          pic x(9).
           10 ws-pu-list             pic 9(5)v99.
           10 ws-pu-paid             pic 9(5)v99.
           10 ws-pu-cashier          pic x(3).
       77 ws-pu-count                pic 9(4) value 0.

      *Bubble-sort work fields, ascending by store, employee, date
      *and invoice.
       77 ws-sort-i                  pic 9(4).
       77 ws-sort-j                  pic 9(4).
       77 ws-sort-limit              pic 9(4).
       77 ws-sort-swap-entry         pic x(39).

      *Control-break work fields - the store on the next purchase,
      *high-values after the last.
       01 ws-break-work.
         05 ws-next-store            pic xx.
         05 ws-store-count-pu        pic 9(5) value 0.
         05 ws-store-list            pic 9(8)v99 value 0.
         05 ws-store-paid            pic 9(8)v99 value 0.

       77 ws-discount-given          pic 9(5)v99 value 0.

       01 ws-run-counters.
         05 ws-emp-read              pic 9(7) value 0.
         05 ws-emp-dropped           pic 9(5) value 0.
         05 ws-stores-used           pic 9(5) value 0.
         05 ws-self-rung             pic 9(5) value 0.
         05 ws-month-list            pic 9(9)v99 value 0.
         05 ws-month-paid            pic 9(9)v99 value 0.
         05 ws-month-discount        pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(34) value
           " EMPLOYEE PURCHASES BY STORE".
         05 filler                   pic x(6) value "MONTH ".
         05 ws-hd-month              pic 9(6).
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-store-heading.
         05 filler                   pic x(6) value "STORE ".
         05 ws-sh-store              pic xx.

       01 ws-column-heading.
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(10) value "Date".
         05 filler                   pic x(11) value "Invoice".
         05 filler                   pic x(26) value "Employee".
         05 filler                   pic x(5) value "Rung".
         05 filler                   pic x(10) value "      List".
         05 filler                   pic x(10) value "  Discount".
         05 filler                   pic x(10) value "      Paid".

       01 ws-purchase-detail-line.
         05 filler                   pic x(3) value spaces.
         05 ws-pd-run-date           pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-pd-invoice            pic x(9).
         05 filler                   pic x(2) value spaces.
         05 ws-pd-employee           pic x(3).
         05 filler                   pic x value spaces.
         05 ws-pd-name               pic x(20).
         05 filler                   pic x(2) value spaces.
         05 ws-pd-cashier            pic x(3).
         05 filler                   pic x(2) value spaces.
         05 ws-pd-list               pic $$$,$$9.99.
         05 ws-pd-discount           pic $$$,$$9.99.
         05 ws-pd-paid               pic $$$,$$9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-pd-flag               pic x(9).

       01 ws-store-total-line.
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(12) value "STORE TOTAL ".
         05 ws-st-count              pic zzzz9.
         05 filler                   pic x(11) value " PURCHASES ".
         05 filler                   pic x(7) value "PAID   ".
         05 ws-st-paid               pic $$$,$$$,$$9.99.
         05 filler                   pic x(11) value "  DISCOUNT ".
         05 ws-st-discount           pic $$$,$$$,$$9.99.

       01 ws-no-purchases-line.
         05 filler                   pic x(80) value
           "NO EMPLOYEE PURCHASES THIS MONTH".

       01 ws-summary-heading.
         05 filler                   pic x(80) value
           "SUMMARY".

       01 ws-summary-line-1.
         05 filler                   pic x(34) value
           "Stores with employee purchases".
         05 ws-sm-stores             pic zzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(34) value
           "Employee purchases this month".
         05 ws-sm-purchases          pic zzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(34) value
           "List price of goods".
         05 ws-sm-list               pic $$$$,$$$,$$9.99.

       01 ws-summary-line-4.
         05 filler                   pic x(34) value
           "Staff discount given".
         05 ws-sm-discount           pic $$$$,$$$,$$9.99.

       01 ws-summary-line-5.
         05 filler                   pic x(34) value
           "Paid by employees".
         05 ws-sm-paid               pic $$$$,$$$,$$9.99.

       01 ws-summary-line-6.
         05 filler                   pic x(34) value
           "Rung up by the buying employee".
         05 ws-sm-self               pic zzzz9.

       01 ws-summary-line-7.
         05 filler                   pic x(34) value
           "Purchases not listed - table full".
         05 ws-sm-dropped            pic zzzz9.

       01 ws-flag-constants.
         05 ws-self-rung-const       pic x(9) value "*SELF*".
         05 ws-unknown-name-const    pic x(20) value
           "** NOT ON FILE **".

       procedure division.
       000-main.
           perform 101-resolve-business-date.

           perform 110-load-employee-names.
           perform 120-load-month-purchases.
           perform 200-sort-purchases.
           perform 800-print-report.

           goback.

      *Resolves the official business date for this run - the
      *run-control card when one is on file with a plausible date,
      *the machine date otherwise - so the month reported is the
      *month the batch chain has been processing.
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

      *Loads every employee's name, active or not - someone who has
      *left since still bought under their own number. A missing
      *file only leaves the names off the report.
       110-load-employee-names.
           open input cashier-master-file.

           if ws-cashier-file-status = "00"
               read cashier-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 115-load-one-name
                 until ws-eof-flag = ws-true-const

               close cashier-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       115-load-one-name.
           if ws-nm-count is less than 200
               add ws-one to ws-nm-count
               move cm-cashier-id to ws-nm-id (ws-nm-count)
               move cm-cashier-name to ws-nm-name (ws-nm-count)
           end-if.

           read cashier-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Picks the month's purchases out of the history. A missing
      *history is a month with no employee purchase.
       120-load-month-purchases.
           open input employee-purchase-file.

           if ws-emp-file-status = "00"
               read employee-purchase-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 125-load-one-purchase
                 until ws-eof-flag = ws-true-const

               close employee-purchase-file
               move ws-false-const to ws-eof-flag
           end-if.

       125-load-one-purchase.
           add ws-one to ws-emp-read.

           if ep-run-date is numeric
             and ep-run-yyyymm = ws-run-yyyymm
               if ws-pu-count is less than 5000
                   add ws-one to ws-pu-count
                   set ws-pu-idx to ws-pu-count
                   move ep-store-number to ws-pu-store (ws-pu-idx)
                   move ep-employee-id to ws-pu-employee (ws-pu-idx)
                   move ep-run-date to ws-pu-run-date (ws-pu-idx)
                   move ep-invoice-number to ws-pu-invoice (ws-pu-idx)
                   move ep-list-amount to ws-pu-list (ws-pu-idx)
                   move ep-paid-amount to ws-pu-paid (ws-pu-idx)
                   move ep-cashier-id to ws-pu-cashier (ws-pu-idx)
               else
                   add ws-one to ws-emp-dropped
               end-if
           end-if.

           read employee-purchase-file
               at end
                   move ws-true-const to ws-eof-flag.

       200-sort-purchases.
           perform 210-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-pu-count.

       210-sort-pass.
           compute ws-sort-limit = ws-pu-count - ws-sort-i.

           perform 220-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       220-compare-and-swap.
           if ws-pu-entry (ws-sort-j) is greater than
             ws-pu-entry (ws-sort-j + 1)
               move ws-pu-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-pu-entry (ws-sort-j + 1)
                 to ws-pu-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-pu-entry (ws-sort-j + 1)
           end-if.

       800-print-report.
           open output report-file.

           move ws-run-yyyymm to ws-hd-month.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           if ws-pu-count = zero
               write report-line from spaces
               write report-line from ws-no-purchases-line
           else
               perform 820-print-one-purchase
                 varying ws-pu-idx from 1 by 1
                 until ws-pu-idx is greater than ws-pu-count
           end-if.

           perform 890-print-summary.

           close report-file.

      *Each store's group opens with its heading and closes with its
      *total, the break found by looking at the next purchase.
       820-print-one-purchase.
           if ws-pu-idx = 1
               perform 830-print-store-heading
           else
               if ws-pu-store (ws-pu-idx) not =
                 ws-pu-store (ws-pu-idx - 1)
                   perform 830-print-store-heading
               end-if
           end-if.

           compute ws-discount-given =
             ws-pu-list (ws-pu-idx) - ws-pu-paid (ws-pu-idx).

           move ws-pu-run-date (ws-pu-idx) to ws-pd-run-date.
           move ws-pu-invoice (ws-pu-idx) to ws-pd-invoice.
           move ws-pu-employee (ws-pu-idx) to ws-pd-employee.
           perform 850-find-employee-name.
           move ws-pu-cashier (ws-pu-idx) to ws-pd-cashier.
           move ws-pu-list (ws-pu-idx) to ws-pd-list.
           move ws-discount-given to ws-pd-discount.
           move ws-pu-paid (ws-pu-idx) to ws-pd-paid.

      *    An employee ringing up their own discount is what loss
      *    prevention looks for first.
           if ws-pu-cashier (ws-pu-idx) = ws-pu-employee (ws-pu-idx)
               move ws-self-rung-const to ws-pd-flag
               add ws-one to ws-self-rung
           else
               move spaces to ws-pd-flag
           end-if.
           write report-line from ws-purchase-detail-line.

           add ws-one to ws-store-count-pu.
           add ws-pu-list (ws-pu-idx) to ws-store-list.
           add ws-pu-paid (ws-pu-idx) to ws-store-paid.
           add ws-pu-list (ws-pu-idx) to ws-month-list.
           add ws-pu-paid (ws-pu-idx) to ws-month-paid.
           add ws-discount-given to ws-month-discount.

           if ws-pu-idx is less than ws-pu-count
               move ws-pu-store (ws-pu-idx + 1) to ws-next-store
           else
               move high-values to ws-next-store
           end-if.

           if ws-next-store not = ws-pu-store (ws-pu-idx)
               perform 840-print-store-total
           end-if.

       830-print-store-heading.
           add ws-one to ws-stores-used.
           move ws-pu-store (ws-pu-idx) to ws-sh-store.

           write report-line from spaces.
           write report-line from ws-store-heading.
           write report-line from ws-column-heading.

       840-print-store-total.
           move ws-store-count-pu to ws-st-count.
           move ws-store-paid to ws-st-paid.
           compute ws-st-discount = ws-store-list - ws-store-paid.
           write report-line from ws-store-total-line.

           move zero to ws-store-count-pu.
           move zero to ws-store-list.
           move zero to ws-store-paid.

      *An employee since dropped from the cashier file still lists -
      *the purchase was proved against them on the day it was rung.
       850-find-employee-name.
           move ws-unknown-name-const to ws-pd-name.
           move ws-false-const to ws-nm-found.

           perform 855-check-one-name
             varying ws-nm-idx from 1 by 1
             until ws-nm-idx is greater than ws-nm-count
             or ws-nm-found = ws-true-const.

       855-check-one-name.
           if ws-nm-id (ws-nm-idx) = ws-pu-employee (ws-pu-idx)
               move ws-nm-name (ws-nm-idx) to ws-pd-name
               move ws-true-const to ws-nm-found
           end-if.

       890-print-summary.
           write report-line from spaces.
           write report-line from ws-summary-heading.

           move ws-stores-used to ws-sm-stores.
           write report-line from ws-summary-line-1.

           move ws-pu-count to ws-sm-purchases.
           write report-line from ws-summary-line-2.

           move ws-month-list to ws-sm-list.
           write report-line from ws-summary-line-3.

           move ws-month-discount to ws-sm-discount.
           write report-line from ws-summary-line-4.

           move ws-month-paid to ws-sm-paid.
           write report-line from ws-summary-line-5.

           move ws-self-rung to ws-sm-self.
           write report-line from ws-summary-line-6.

           if ws-emp-dropped is greater than zero
               move ws-emp-dropped to ws-sm-dropped
               write report-line from ws-summary-line-7
           end-if.

       end program Program_34.
