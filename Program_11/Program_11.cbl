      * by remitting jurisdiction, with each store's jurisdiction
      * taken from the tax table row in effect on the run date. It
      * replaces the month-end spreadsheet adjustment for store 12.
      * Sales rung tax exempt under a certificate are shown alongside,
      * apart from the taxable figures, as the tax auditor expects.

       environment division.

         organization is line sequential
         file status is ws-refunded-file-status.

      *    Tax-exempt sales today by store, written by Program_3.
       select tax-exempt-file
         assign to "../../../../Data/store-tax-exempt.dat"
         organization is line sequential
         file status is ws-exempt-file-status.

       select report-file
         assign to "../../../../Data/tax-remittance.out"
         organization is line sequential.
         05 tf-tax-amount            pic 9(8)v99.
         05 tf-xc-tax                pic 9(8)v99.

       fd tax-exempt-file
           data record is tax-exempt-record
           record contains 12 characters.

       01 tax-exempt-record.
         05 te-store-number          pic 99.
         05 te-exempt-amount         pic 9(8)v99.

       fd report-file
           data record is report-line
           record contains 80 characters.
       01 ws-tax-file-status         pic xx value '00'.
       01 ws-collected-file-status   pic xx value '00'.
       01 ws-refunded-file-status    pic xx value '00'.
       01 ws-exempt-file-status      pic xx value '00'.

       77 ws-one                     pic 9 value 1.

           10 ws-stx-collected       pic 9(8)v99.
           10 ws-stx-refunded        pic 9(8)v99.
           10 ws-stx-exchange        pic 9(8)v99.
           10 ws-stx-exempt          pic 9(8)v99.
       77 ws-stx-count               pic 99 value 0.
       77 ws-stx-found               pic x value 'N'.
       77 ws-stx-held-position       pic 99.
           10 ws-jur-collected       pic 9(8)v99.
           10 ws-jur-refunded        pic 9(8)v99.
           10 ws-jur-exchange        pic 9(8)v99.
           10 ws-jur-exempt          pic 9(8)v99.
       77 ws-jur-count               pic 99 value 0.
       77 ws-jur-found               pic x value 'N'.
       77 ws-jur-held-position        pic 99.

       77 ws-net-amount              pic s9(8)v99.
       77 ws-total-remittance        pic s9(9)v99 value zero.
       77 ws-total-exempt            pic 9(9)v99 value zero.

       01 ws-heading.
         05 filler                   pic x(26) value
         05 filler                   pic x(8) value "Refunded".
         05 filler                   pic x(12) value spaces.
         05 filler                   pic x(3) value "Net".
         05 filler                   pic x(4) value spaces.
         05 filler                   pic x(12) value "Exempt Sales".

       01 ws-store-detail-line.
         05 filler                   pic x value spaces.
         05 ws-sd-refunded           pic $$$,$$$,$$9.99.
         05 filler                   pic x value spaces.
         05 ws-sd-net                pic $$$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-sd-exempt             pic $$$,$$$,$$9.99.

       01 ws-juris-section-header.
         05 filler                   pic x(80) value
         05 ws-jd-refunded           pic $$$,$$$,$$9.99.
         05 filler                   pic x value spaces.
         05 ws-jd-net                pic $$$,$$$,$$9.99-.
         05 filler                   pic x value spaces.
         05 ws-jd-exempt             pic $$$,$$$,$$9.99.

       01 ws-total-line.
         05 filler                   pic x(22) value
           "TOTAL TAX TO REMIT    ".
         05 ws-tl-total              pic $$$$,$$$,$$9.99-.

      *Exempt sales carry no tax and are not part of the remittance -
      *shown so the filing can report them as exempt.
       01 ws-exempt-total-line.
         05 filler                   pic x(22) value
           "TOTAL EXEMPT SALES    ".
         05 ws-tl-exempt             pic $$$$,$$$,$$9.99.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 109-load-tax-table.
           perform 120-load-collected.
           perform 130-load-refunded.
           perform 160-load-exempt.
           perform 140-resolve-jurisdictions.
           perform 200-roll-up-jurisdictions.
           perform 800-print-report.
                   move zero to ws-stx-collected (ws-stx-idx)
                   move zero to ws-stx-refunded (ws-stx-idx)
                   move zero to ws-stx-exchange (ws-stx-idx)
                   move zero to ws-stx-exempt (ws-stx-idx)
                   move ws-true-const to ws-stx-slot-ok
               end-if
           end-if.

      *A store with exempt sales but no tax at all still gets its
      *entry, so its exempt sales are not lost from the filing.
       160-load-exempt.
           open input tax-exempt-file.

           if ws-exempt-file-status = "00"
               read tax-exempt-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 165-load-one-exempt
                 until ws-eof-flag = ws-true-const

               close tax-exempt-file
               move ws-false-const to ws-eof-flag
           end-if.

       165-load-one-exempt.
           move te-store-number to ws-lookup-store.
           perform 150-find-store-entry.
           if ws-stx-slot-ok = ws-true-const
               move te-exempt-amount to ws-stx-exempt (ws-stx-idx)
           end-if.

           read tax-exempt-file
               at end
                   move ws-true-const to ws-eof-flag.

       155-check-one-store-entry.
           if ws-stx-store (ws-stx-idx) = ws-lookup-store
               move ws-true-const to ws-stx-found
                 to ws-jur-refunded (ws-jur-idx)
               add ws-stx-exchange (ws-stx-idx)
                 to ws-jur-exchange (ws-jur-idx)
               add ws-stx-exempt (ws-stx-idx)
                 to ws-jur-exempt (ws-jur-idx)
           end-if.

       220-find-juris-entry.
                   move zero to ws-jur-collected (ws-jur-idx)
                   move zero to ws-jur-refunded (ws-jur-idx)
                   move zero to ws-jur-exchange (ws-jur-idx)
                   move zero to ws-jur-exempt (ws-jur-idx)
                   move ws-true-const to ws-jur-slot-ok
               end-if
           end-if.
           move ws-total-remittance to ws-tl-total.
           write report-line from ws-total-line
             after advancing ws-one lines.
           move ws-total-exempt to ws-tl-exempt.
           write report-line from ws-exempt-total-line
             after advancing ws-one lines.

           close report-file.

             + ws-stx-exchange (ws-stx-idx)
             - ws-stx-refunded (ws-stx-idx).
           move ws-net-amount to ws-sd-net.
           move ws-stx-exempt (ws-stx-idx) to ws-sd-exempt.
           write report-line from ws-store-detail-line.

       820-print-one-jurisdiction.
             + ws-jur-exchange (ws-jur-idx)
             - ws-jur-refunded (ws-jur-idx).
           move ws-net-amount to ws-jd-net.
           move ws-jur-exempt (ws-jur-idx) to ws-jd-exempt.
           add ws-net-amount to ws-total-remittance.
           add ws-jur-exempt (ws-jur-idx) to ws-total-exempt.
           write report-line from ws-juris-detail-line.

       end program Program_11.
