       identification division.
       program-id. Program_33.
       author. Samuel Jeremiah Kayongo-Mutumba.
       date-written. 15th October 2026.
      *Program description: This program lists the month's tax
      * exempt sales certificate by certificate, for the tax auditor.
      * Every exempt sale Program_1 accepted is kept on
      * exemption-history.dat under the certificate it was rung on;
      * this run picks out the month the business date falls in and
      * prints, for each certificate, its holder, issuing
      * jurisdiction and expiry, every purchase made under it, and
      * the certificate's total. Run from run_month_end.sh before the
      * close.

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

      *    Permanent exempt-sales history, appended by Program_1.
       select exemption-history-file
         assign to "../../../../Data/exemption-history.dat"
         organization is line sequential
         file status is ws-exh-file-status.

      *    Tax exemption certificates on file, sorted ascending by
      *    certificate number.
       select exemption-cert-file
         assign to "../../../../Data/exemption-cert.dat"
         organization is line sequential
         file status is ws-cert-file-status.

       select report-file
         assign to "../../../../Data/exempt-sales-report.out"
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

       fd exemption-history-file
           data record is exemption-history-record
           record contains 38 characters.

       01 exemption-history-record.
         05 eh-run-date              pic 9(8).
         05 eh-run-date-r redefines eh-run-date.
           10 eh-run-yyyymm          pic 9(6).
           10 eh-run-dd              pic 99.
         05 eh-cert-number           pic x(12).
         05 eh-invoice-number        pic x(9).
         05 eh-store-number          pic xx.
         05 eh-sale-amount           pic 9(5)v99.

       fd exemption-cert-file
           data record is exemption-cert-record
           record contains 52 characters.

       01 exemption-cert-record.
         05 ec-cert-number           pic x(12).
         05 ec-holder-name           pic x(30).
         05 ec-jurisdiction          pic x(2).
         05 ec-expiry-date           pic 9(8).

       fd report-file
           data record is report-line
           record contains 80 characters.

       01 report-line              pic x(80).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-exh-file-status         pic xx value '00'.
       01 ws-cert-file-status        pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyymm            pic 9(6).
         05 ws-run-dd                pic 99.

      *Certificates on file, searched by certificate number for the
      *holder, jurisdiction and expiry printed over each group.
       01 ws-cert-table.
         05 ws-cert-entry
                                      occurs 1 to 5000 times
                                      depending on ws-cert-count
                                      ascending key ws-cert-number
                                      indexed by ws-cert-idx.
           10 ws-cert-number         pic x(12).
           10 ws-cert-holder         pic x(30).
           10 ws-cert-juris          pic x(2).
           10 ws-cert-expiry         pic 9(8).
       77 ws-cert-count              pic 9(4) value 0.

      *The month's exempt sales, sorted by certificate, then date and
      *invoice, before they are printed.
       01 ws-sale-table.
         05 ws-sl-entry              occurs 5000 times
              indexed by ws-sl-idx.
           10 ws-sl-cert             pic x(12).
           10 ws-sl-run-date         pic 9(8).
           10 ws-sl-invoice          pic x(9).
           10 ws-sl-store            pic xx.
           10 ws-sl-amount           pic 9(5)v99.
       77 ws-sl-count                pic 9(4) value 0.

      *Bubble-sort work fields, ascending by certificate, date and
      *invoice.
       77 ws-sort-i                  pic 9(4).
       77 ws-sort-j                  pic 9(4).
       77 ws-sort-limit              pic 9(4).
       77 ws-sort-swap-entry         pic x(38).

      *Control-break work fields - the certificate on the next sale,
      *high-values after the last.
       01 ws-break-work.
         05 ws-next-cert             pic x(12).
         05 ws-cert-total            pic 9(8)v99 value 0.
         05 ws-cert-sale-count       pic 9(5) value 0.

       01 ws-run-counters.
         05 ws-exh-read              pic 9(7) value 0.
         05 ws-exh-dropped           pic 9(5) value 0.
         05 ws-certs-used            pic 9(5) value 0.
         05 ws-month-amount          pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(34) value
           " TAX EXEMPT SALES BY CERTIFICATE".
         05 filler                   pic x(6) value "MONTH ".
         05 ws-hd-month              pic 9(6).
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-cert-heading.
         05 filler                   pic x(12) value "CERTIFICATE ".
         05 ws-ch-cert               pic x(12).
         05 filler                   pic x(2) value spaces.
         05 ws-ch-holder             pic x(30).
         05 filler                   pic x(6) value "  JUR ".
         05 ws-ch-juris              pic x(2).
         05 filler                   pic x(6) value "  EXP ".
         05 ws-ch-expiry             pic 9(8).

       01 ws-column-heading.
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(8) value "Date".
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(9) value "Invoice".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(7) value spaces.
         05 filler                   pic x(6) value "Amount".

       01 ws-sale-detail-line.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-run-date           pic 9(8).
         05 filler                   pic x(3) value spaces.
         05 ws-sd-invoice            pic x(9).
         05 filler                   pic x(4) value spaces.
         05 ws-sd-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-amount             pic $$$,$$9.99.

       01 ws-cert-total-line.
         05 filler                   pic x(3) value spaces.
         05 filler                   pic x(18) value
           "CERTIFICATE TOTAL ".
         05 ws-ct-count              pic zzzz9.
         05 filler                   pic x(8) value " SALES  ".
         05 ws-ct-amount             pic $$$,$$$,$$9.99.

       01 ws-no-sales-line.
         05 filler                   pic x(80) value
           "NO EXEMPT SALES THIS MONTH".

       01 ws-summary-heading.
         05 filler                   pic x(80) value
           "SUMMARY".

       01 ws-summary-line-1.
         05 filler                   pic x(32) value
           "Certificates used this month".
         05 ws-sm-certs              pic zzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(32) value
           "Exempt sales this month".
         05 ws-sm-sales              pic zzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-sm-amount             pic $$$$,$$$,$$9.99.

       01 ws-summary-line-3.
         05 filler                   pic x(32) value
           "Sales not listed - table full".
         05 ws-sm-dropped            pic zzzz9.

       01 ws-unknown-holder-const    pic x(30) value
           "** NOT ON CERTIFICATE FILE **".

       procedure division.
       000-main.
           perform 101-resolve-business-date.

           perform 110-load-certificates.
           perform 120-load-month-sales.
           perform 200-sort-sales.
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

      *Loads the certificates whole. A missing file only leaves the
      *holder details off the report - the sales still list.
       110-load-certificates.
           open input exemption-cert-file.

           if ws-cert-file-status = "00"
               read exemption-cert-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 115-load-one-cert
                 until ws-eof-flag = ws-true-const

               close exemption-cert-file
               move ws-false-const to ws-eof-flag
           end-if.

       115-load-one-cert.
           if ws-cert-count is less than 5000
               add ws-one to ws-cert-count
               move ec-cert-number to ws-cert-number (ws-cert-count)
               move ec-holder-name to ws-cert-holder (ws-cert-count)
               move ec-jurisdiction to ws-cert-juris (ws-cert-count)
               if ec-expiry-date is numeric
                   move ec-expiry-date
                     to ws-cert-expiry (ws-cert-count)
               else
                   move zero to ws-cert-expiry (ws-cert-count)
               end-if
           end-if.

           read exemption-cert-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Picks the month's sales out of the history. A missing history
      *is a month with no exempt sale.
       120-load-month-sales.
           open input exemption-history-file.

           if ws-exh-file-status = "00"
               read exemption-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 125-load-one-sale
                 until ws-eof-flag = ws-true-const

               close exemption-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       125-load-one-sale.
           add ws-one to ws-exh-read.

           if eh-run-date is numeric
             and eh-run-yyyymm = ws-run-yyyymm
               if ws-sl-count is less than 5000
                   add ws-one to ws-sl-count
                   set ws-sl-idx to ws-sl-count
                   move eh-cert-number to ws-sl-cert (ws-sl-idx)
                   move eh-run-date to ws-sl-run-date (ws-sl-idx)
                   move eh-invoice-number to ws-sl-invoice (ws-sl-idx)
                   move eh-store-number to ws-sl-store (ws-sl-idx)
                   move eh-sale-amount to ws-sl-amount (ws-sl-idx)
               else
                   add ws-one to ws-exh-dropped
               end-if
           end-if.

           read exemption-history-file
               at end
                   move ws-true-const to ws-eof-flag.

       200-sort-sales.
           perform 210-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-sl-count.

       210-sort-pass.
           compute ws-sort-limit = ws-sl-count - ws-sort-i.

           perform 220-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       220-compare-and-swap.
           if ws-sl-entry (ws-sort-j) is greater than
             ws-sl-entry (ws-sort-j + 1)
               move ws-sl-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-sl-entry (ws-sort-j + 1)
                 to ws-sl-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-sl-entry (ws-sort-j + 1)
           end-if.

       800-print-report.
           open output report-file.

           move ws-run-yyyymm to ws-hd-month.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           if ws-sl-count = zero
               write report-line from spaces
               write report-line from ws-no-sales-line
           else
               perform 820-print-one-sale
                 varying ws-sl-idx from 1 by 1
                 until ws-sl-idx is greater than ws-sl-count
           end-if.

           perform 890-print-summary.

           close report-file.

      *Each certificate's group opens with its heading and closes
      *with its total, the break found by looking at the next sale.
       820-print-one-sale.
           if ws-sl-idx = 1
               perform 830-print-cert-heading
           else
               if ws-sl-cert (ws-sl-idx) not =
                 ws-sl-cert (ws-sl-idx - 1)
                   perform 830-print-cert-heading
               end-if
           end-if.

           move ws-sl-run-date (ws-sl-idx) to ws-sd-run-date.
           move ws-sl-invoice (ws-sl-idx) to ws-sd-invoice.
           move ws-sl-store (ws-sl-idx) to ws-sd-store.
           move ws-sl-amount (ws-sl-idx) to ws-sd-amount.
           write report-line from ws-sale-detail-line.

           add ws-sl-amount (ws-sl-idx) to ws-cert-total.
           add ws-one to ws-cert-sale-count.
           add ws-sl-amount (ws-sl-idx) to ws-month-amount.

           if ws-sl-idx is less than ws-sl-count
               move ws-sl-cert (ws-sl-idx + 1) to ws-next-cert
           else
               move high-values to ws-next-cert
           end-if.

           if ws-next-cert not = ws-sl-cert (ws-sl-idx)
               perform 840-print-cert-total
           end-if.

      *A certificate since dropped from the file still lists - the
      *sales were proved against it on the day they were rung.
       830-print-cert-heading.
           add ws-one to ws-certs-used.
           move ws-sl-cert (ws-sl-idx) to ws-ch-cert.
           move ws-unknown-holder-const to ws-ch-holder.
           move spaces to ws-ch-juris.
           move zero to ws-ch-expiry.

           if ws-cert-count is greater than zero
               set ws-cert-idx to 1
               search all ws-cert-entry
                   at end
                       continue
                   when ws-cert-number (ws-cert-idx) =
                     ws-sl-cert (ws-sl-idx)
                       move ws-cert-holder (ws-cert-idx)
                         to ws-ch-holder
                       move ws-cert-juris (ws-cert-idx)
                         to ws-ch-juris
                       move ws-cert-expiry (ws-cert-idx)
                         to ws-ch-expiry
               end-search
           end-if.

           write report-line from spaces.
           write report-line from ws-cert-heading.
           write report-line from ws-column-heading.

       840-print-cert-total.
           move ws-cert-sale-count to ws-ct-count.
           move ws-cert-total to ws-ct-amount.
           write report-line from ws-cert-total-line.

           move zero to ws-cert-sale-count.
           move zero to ws-cert-total.

       890-print-summary.
           write report-line from spaces.
           write report-line from ws-summary-heading.

           move ws-certs-used to ws-sm-certs.
           write report-line from ws-summary-line-1.

           move ws-sl-count to ws-sm-sales.
           move ws-month-amount to ws-sm-amount.
           write report-line from ws-summary-line-2.

           if ws-exh-dropped is greater than zero
               move ws-exh-dropped to ws-sm-dropped
               write report-line from ws-summary-line-3
           end-if.

       end program Program_33.
