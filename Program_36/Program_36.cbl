       identification division.
       program-id. Program_36.
       author. Arsalan Arif Radhu.
       date-written. 15th October 2026.
      *Program description: This program stages a past business day
      * for reprinting. The date wanted is keyed on
      * reprint-request.dat; every validated record stamped with
      * that date is pulled back out of transaction-history.dat, or
      * out of the closed generation Program_16 cut for its month,
      * into reprint-valid.dat - laid out and keyed exactly as
      * Program_1 lays out valid.dat - together with a control
      * record in the layout of batch-control.dat and the day's
      * exempt sales in the layout of valid-exemptions.dat. Program_3,
      * Program_4 and Program_5 then run over these in reprint mode
      * (run_reprint.sh) and rebuild that day's reports without
      * touching anything the nightly chain owns. A statement of
      * what was staged goes to reprint-extract.out.

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

      *    The business date to reprint, keyed by the operator.
       select reprint-request-file
         assign to "../../../../Data/reprint-request.dat"
         organization is line sequential
         file status is ws-request-file-status.

      *    Permanent date-stamped history of every validated record,
      *    appended to by Program_1 and Program_10 - the open period.
       select transaction-history-file
         assign to "../../../../Data/transaction-history.dat"
         organization is line sequential
         file status is ws-history-file-status.

      *    The closed generation for the requested date's month
      *    (transaction-history-yyyymm.dat), cut by Program_16.
       select closed-history-file
         assign to dynamic ws-closed-history-name
         organization is line sequential
         file status is ws-closed-hist-status.

      *    Permanent exempt-sales history, appended by Program_1.
       select exemption-history-file
         assign to "../../../../Data/exemption-history.dat"
         organization is line sequential
         file status is ws-exh-file-status.

      *    The requested day's validated records, keyed by invoice
      *    number the way valid.dat is.
       select reprint-valid-file
         assign to "../../../../Data/reprint-valid.dat"
         organization is indexed
         access mode is dynamic
         record key is rv-invoice-number
         file status is ws-reprint-valid-status.

       select reprint-exemptions-file
         assign to "../../../../Data/reprint-exemptions.dat"
         organization is line sequential.

       select reprint-control-file
         assign to "../../../../Data/reprint-control.dat"
         organization is line sequential.

       select report-file
         assign to "../../../../Data/reprint-extract.out"
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

       fd reprint-request-file
           data record is reprint-request-record
           record contains 8 characters.

       01 reprint-request-record.
         05 rq-business-date           pic 9(8).
         05 rq-business-date-r redefines rq-business-date.
           10 rq-bd-yyyymm             pic 9(6).
           10 rq-bd-yyyymm-r redefines rq-bd-yyyymm.
             15 rq-bd-yyyy             pic 9(4).
             15 rq-bd-mm               pic 99.
           10 rq-bd-dd                 pic 99.

       fd transaction-history-file
           data record is transaction-history-record
           record contains 47 characters.

       01 transaction-history-record.
         05 th-run-date                pic 9(8).
         05 th-record                  pic x(39).

       fd closed-history-file
           data record is closed-history-record
           record contains 47 characters.

       01 closed-history-record.
         05 ch-run-date                pic 9(8).
         05 ch-record                  pic x(39).

       fd exemption-history-file
           data record is exemption-history-record
           record contains 38 characters.

       01 exemption-history-record.
         05 eh-run-date                pic 9(8).
         05 eh-cert-number             pic x(12).
         05 eh-invoice-number          pic x(9).
         05 eh-store-number            pic xx.
         05 eh-sale-amount             pic 9(5)v99.

       fd reprint-valid-file
           data record is reprint-valid-line
           record contains 39 characters.

       01 reprint-valid-line.
         05 rv-transaction-code        pic x.
         05 rv-transaction-amount      pic 9(5)v99.
         05 rv-payment-type            pic xx.
         05 rv-store-number            pic xx.
         05 rv-invoice-number          pic x(9).
         05 rv-sku-code                pic x(15).
         05 rv-cashier-id              pic x(3).

       fd reprint-exemptions-file
           data record is reprint-exemptions-record
           record contains 24 characters.

       01 reprint-exemptions-record.
         05 ve-invoice-number          pic x(9).
         05 ve-store-number            pic xx.
         05 ve-transaction-code        pic x.
         05 ve-cert-number             pic x(12).

       fd reprint-control-file
           data record is reprint-control-record
           record contains 44 characters.

       01 reprint-control-record.
         05 bc-run-date                pic 9(8).
         05 bc-run-time                pic 9(8).
         05 bc-records-read            pic 9(6).
         05 bc-valid-count             pic 9(6).
         05 bc-invalid-count           pic 9(6).
         05 bc-valid-amount            pic 9(8)v99.

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

       01 ws-request-file-status     pic xx value '00'.
       01 ws-history-file-status     pic xx value '00'.
       01 ws-closed-hist-status      pic xx value '00'.
       01 ws-exh-file-status         pic xx value '00'.
       01 ws-reprint-valid-status    pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *The date asked for, once it has passed the card edits.
       01 ws-reprint-date            pic 9(8) value zero.
       01 ws-reprint-date-r redefines ws-reprint-date.
         05 ws-reprint-yyyymm        pic 9(6).
         05 ws-reprint-dd            pic 99.
       77 ws-request-ok              pic x value 'N'.

       77 ws-closed-history-name     pic x(60).
       77 ws-closed-on-file          pic x value 'N'.

       01 ws-run-counters.
         05 ws-open-taken            pic 9(6) value 0.
         05 ws-closed-taken          pic 9(6) value 0.
         05 ws-records-staged        pic 9(6) value 0.
         05 ws-duplicates            pic 9(6) value 0.
         05 ws-exempt-staged         pic 9(6) value 0.
         05 ws-staged-amount         pic 9(8)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(30) value
           " REPRINT STAGING STATEMENT".
         05 filler                   pic x(9) value "RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-request-line.
         05 filler                   pic x(34) value
           "Business date requested".
         05 ws-rl-date               pic 9(8).

       01 ws-bad-request-line.
         05 filler                   pic x(80) value
           "*** NO VALID REPRINT REQUEST ON FILE - NOTHING STAGED ***".

       01 ws-future-request-line.
         05 filler                   pic x(46) value
           "*** DATE REQUESTED IS AFTER THE BUSINESS DATE ".
         05 filler                   pic x(34) value
           "- NOTHING STAGED ***".

       01 ws-no-closed-line.
         05 filler                   pic x(30) value
           "Closed generation not on file".
         05 ws-nc-name               pic x(50).

       01 ws-summary-line-1.
         05 filler                   pic x(34) value
           "Records from the open history".
         05 ws-sm-open               pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(34) value
           "Records from the closed month".
         05 ws-sm-closed             pic zzzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(34) value
           "Duplicate invoices left out".
         05 ws-sm-duplicates         pic zzzzz9.

       01 ws-summary-line-4.
         05 filler                   pic x(34) value
           "Records staged for reprint".
         05 ws-sm-staged             pic zzzzz9.

       01 ws-summary-line-5.
         05 filler                   pic x(34) value
           "Amount staged".
         05 ws-sm-amount             pic $$$,$$$,$$9.99.

       01 ws-summary-line-6.
         05 filler                   pic x(34) value
           "Exempt sales staged".
         05 ws-sm-exempt             pic zzzzz9.

       01 ws-nothing-found-line.
         05 filler                   pic x(44) value
           "*** NO HISTORY FOUND FOR THE DATE REQUESTED ".
         05 filler                   pic x(36) value
           "- NOTHING TO REPRINT ***".

       01 ws-staged-line.
         05 filler                   pic x(80) value
           "*** STAGED - RUN THE REPRINT REPORTS ***".

       procedure division.
       000-main.
           perform 101-resolve-business-date.

           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from spaces.

           perform 110-read-reprint-request.

           if ws-request-ok not = ws-true-const
               close report-file
               move 1 to return-code
               goback
           end-if.

           perform 120-name-closed-generation.

           open output reprint-valid-file.
           perform 130-take-open-history.
           perform 140-take-closed-history.
           close reprint-valid-file.

           perform 150-take-exemptions.
           perform 160-write-reprint-control.
           perform 800-print-statement.

           close report-file.

           if ws-records-staged = zero
               move 1 to return-code
           end-if.

           goback.

      *Resolves the official business date for this run - the
      *run-control card when one is on file with a plausible date,
      *the machine date otherwise. No day after it can be reprinted.
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

      *The request card must carry a plausible date no later than the
      *business date. Anything else stages nothing and says why.
       110-read-reprint-request.
           move ws-false-const to ws-request-ok.

           open input reprint-request-file.
           if ws-request-file-status = "00"
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
                           move rq-business-date to ws-reprint-date
                           move ws-true-const to ws-request-ok
                       end-if
               end-read
               close reprint-request-file
           end-if.

           if ws-request-ok not = ws-true-const
               write report-line from ws-bad-request-line
           else
               move ws-reprint-date to ws-rl-date
               write report-line from ws-request-line
               if ws-reprint-date is greater than ws-run-date
                   move ws-false-const to ws-request-ok
                   write report-line from ws-future-request-line
               end-if
           end-if.

       120-name-closed-generation.
           move spaces to ws-closed-history-name.
           string "../../../../Data/transaction-history-"
             delimited by size
             ws-reprint-yyyymm delimited by size
             ".dat" delimited by size
             into ws-closed-history-name.

      *The open period holds every month not yet closed, so a recent
      *day is found here.
       130-take-open-history.
           open input transaction-history-file.

           if ws-history-file-status = "00"
               read transaction-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 135-take-one-open-record
                 until ws-eof-flag = ws-true-const

               close transaction-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       135-take-one-open-record.
           if th-run-date = ws-reprint-date
               add ws-one to ws-open-taken
               move th-record to reprint-valid-line
               perform 170-stage-one-record
           end-if.

           read transaction-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *A day in a month already closed is in that month's generation.
      *No generation on file is only worth a line on the statement -
      *the day may still be in the open period.
       140-take-closed-history.
           open input closed-history-file.

           if ws-closed-hist-status = "00"
               move ws-true-const to ws-closed-on-file
               read closed-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 145-take-one-closed-record
                 until ws-eof-flag = ws-true-const

               close closed-history-file
               move ws-false-const to ws-eof-flag
           end-if.

       145-take-one-closed-record.
           if ch-run-date = ws-reprint-date
               add ws-one to ws-closed-taken
               move ch-record to reprint-valid-line
               perform 170-stage-one-record
           end-if.

           read closed-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *An invoice can only be on valid.dat once, so the history holds
      *it twice only when a run was repeated for the day - the first
      *copy is kept, as Program_1 would have kept it.
       170-stage-one-record.
           write reprint-valid-line
               invalid key
                   add ws-one to ws-duplicates
               not invalid key
                   add ws-one to ws-records-staged
                   add rv-transaction-amount to ws-staged-amount
           end-write.

      *The day's exempt sales, so the reprint charges them no tax.
       150-take-exemptions.
           open output reprint-exemptions-file.
           open input exemption-history-file.

           if ws-exh-file-status = "00"
               read exemption-history-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 155-take-one-exemption
                 until ws-eof-flag = ws-true-const

               close exemption-history-file
               move ws-false-const to ws-eof-flag
           end-if.

           close reprint-exemptions-file.

       155-take-one-exemption.
           if eh-run-date = ws-reprint-date
               move eh-invoice-number to ve-invoice-number
               move eh-store-number to ve-store-number
               move 'S' to ve-transaction-code
               move eh-cert-number to ve-cert-number
               write reprint-exemptions-record
               add ws-one to ws-exempt-staged
           end-if.

           read exemption-history-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Stamped with the date being reprinted, so the reports' own
      *generation check proves they read this staging and no other.
       160-write-reprint-control.
           open output reprint-control-file.

           move ws-reprint-date to bc-run-date.
           accept bc-run-time from time.
           compute bc-records-read = ws-open-taken + ws-closed-taken.
           move ws-records-staged to bc-valid-count.
           move ws-duplicates to bc-invalid-count.
           move ws-staged-amount to bc-valid-amount.
           write reprint-control-record.

           close reprint-control-file.

       800-print-statement.
           if ws-closed-on-file not = ws-true-const
               move spaces to ws-nc-name
               string "transaction-history-" delimited by size
                 ws-reprint-yyyymm delimited by size
                 ".dat" delimited by size
                 into ws-nc-name
               write report-line from ws-no-closed-line
           end-if.

           write report-line from spaces.

           move ws-open-taken to ws-sm-open.
           write report-line from ws-summary-line-1.

           move ws-closed-taken to ws-sm-closed.
           write report-line from ws-summary-line-2.

           move ws-duplicates to ws-sm-duplicates.
           write report-line from ws-summary-line-3.

           move ws-records-staged to ws-sm-staged.
           write report-line from ws-summary-line-4.

           move ws-staged-amount to ws-sm-amount.
           write report-line from ws-summary-line-5.

           move ws-exempt-staged to ws-sm-exempt.
           write report-line from ws-summary-line-6.

           write report-line from spaces.

           if ws-records-staged = zero
               write report-line from ws-nothing-found-line
           else
               write report-line from ws-staged-line
           end-if.

       end program Program_36.
