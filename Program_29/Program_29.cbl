       identification division.
       program-id. Program_29.
       author. Samuel Jeremiah Kayongo-Mutumba.
       date-written. 15th October 2026.
      *Program description: This program is the retention purge for
      * the two indexed files Program_1 and Program_10 add to every
      * night and nothing else ever removes from - sale-history.dat
      * and invoice-archive.dat. How long each is kept, and how long
      * a customer has to bring goods back, come from a retention-
      * parameter card. Every expired record is first written to a
      * dated offline generation and only then deleted from the live
      * file. A sale still inside the return window, one with an open
      * layaway balance, or one with an exchange still returnable is
      * never purged, nor is an archive line whose sale is still
      * live. A purge statement shows the counts and dollars removed
      * by month, and what was held back and why, for audit to sign
      * off.

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

      *    Retention parameters - days sale history is kept, days the
      *    invoice archive is kept, and the return window in days.
      *    Without a good card nothing is purged.
       select retention-control-file
         assign to "../../../../Data/retention-control.dat"
         organization is line sequential
         file status is ws-retention-file-status.

      *    Permanent sale history kept by Program_1 and Program_10,
      *    the file Program_4 matches returns against.
       select sale-history-file
         assign to "../../../../Data/sale-history.dat"
         organization is indexed
         access mode is dynamic
         record key is sh-invoice-number
         file status is ws-sale-hist-file-status.

      *    Every appearance of an invoice across prior days, keyed by
      *    invoice number plus run date - Program_9's inquiry file.
       select invoice-archive-file
         assign to "../../../../Data/invoice-archive.dat"
         organization is indexed
         access mode is dynamic
         record key is ar-key
         file status is ws-archive-file-status.

      *    Outstanding layaway balances kept by Program_3, read by
      *    key.
       select layaway-balance-file
         assign to "../../../../Data/layaway-balance.dat"
         organization is indexed
         access mode is random
         record key is lb-invoice-number
         file status is ws-lb-file-status.

      *    The offline generations the expired records go to, named
      *    for the purge date (sale-history-purged-yyyymmdd.dat,
      *    invoice-archive-purged-yyyymmdd.dat). Extended, never
      *    recreated, so a rerun the same day can add to a generation
      *    but can never lose what an earlier run wrote to it.
       select sale-purged-file
         assign to dynamic ws-sale-purged-name
         organization is line sequential
         file status is ws-sale-purged-status.

       select archive-purged-file
         assign to dynamic ws-archive-purged-name
         organization is line sequential
         file status is ws-archive-purged-status.

      *    Shared run-audit log, appended to by every program in the
      *    nightly chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

      *    The purge statement.
       select report-file
         assign to "../../../../Data/purge-statement.out"
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

       fd retention-control-file
           data record is retention-control-record
           record contains 13 characters.

       01 retention-control-record.
         05 rt-sale-retain-days      pic 9(5).
         05 rt-archive-retain-days   pic 9(5).
         05 rt-return-window-days    pic 9(3).

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
           88 ar-exchange-88            value 'X'.
         05 ar-transaction-amount    pic 9(5)v99.
         05 ar-payment-type          pic xx.
         05 ar-store-number          pic xx.
         05 ar-sku-code              pic x(15).
         05 ar-cashier-id            pic x(3).

       fd layaway-balance-file
           data record is layaway-balance-record.

       01 layaway-balance-record.
         05 lb-invoice-number       pic x(9).
         05 lb-contract-price       pic 9(6)v99.
         05 lb-deposit-total        pic 9(6)v99.
         05 lb-refund-due           pic 9(6)v99.
         05 lb-plan-status          pic x.
           88 lb-plan-open-88          value 'O'.
           88 lb-plan-paid-88          value 'P'.
           88 lb-plan-cancelled-88     value 'C'.
         05 lb-open-date            pic 9(8).
         05 lb-last-activity-date   pic 9(8).

       fd sale-purged-file
           data record is sale-purged-record
           record contains 64 characters.

       01 sale-purged-record         pic x(64).

       fd archive-purged-file
           data record is archive-purged-record
           record contains 47 characters.

       01 archive-purged-record      pic x(47).

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

       01 ws-retention-file-status   pic xx value '00'.
       01 ws-sale-hist-file-status   pic xx value '00'.
       01 ws-archive-file-status     pic xx value '00'.
       01 ws-lb-file-status          pic xx value '00'.
       01 ws-sale-purged-status      pic xx value '00'.
       01 ws-archive-purged-status   pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *Whether a usable retention card was found, and whether each
      *live file could be opened.
       77 ws-retention-ok            pic x value 'N'.
       77 ws-sale-history-on-file    pic x value 'N'.
       77 ws-archive-on-file         pic x value 'N'.
       77 ws-layaway-on-file         pic x value 'N'.
       77 ws-generations-ok          pic x value 'N'.

      *The retention parameters, and the cutoffs worked out from them
      *as serial days - a record dated before its cutoff has expired.
       01 ws-retention.
         05 ws-sale-retain-days      pic 9(5).
         05 ws-archive-retain-days   pic 9(5).
         05 ws-return-window-days    pic 9(3).
         05 ws-sale-cutoff-days      pic s9(7).
         05 ws-archive-cutoff-days   pic s9(7).
         05 ws-window-cutoff-days    pic s9(7).

       77 ws-sale-purged-name        pic x(60).
       77 ws-archive-purged-name     pic x(60).

      *Why the record in hand is staying on the live file, spaces
      *when it is to be purged.
       77 ws-keep-reason             pic x value space.
         88 ws-keep-none-88             value space.
         88 ws-keep-current-88          value 'C'.
         88 ws-keep-bad-date-88         value 'D'.
         88 ws-keep-window-88           value 'W'.
         88 ws-keep-layaway-88          value 'L'.
         88 ws-keep-exchange-88         value 'X'.
         88 ws-keep-live-sale-88        value 'S'.
         88 ws-keep-not-saved-88        value 'F'.

       77 ws-record-days             pic 9(7).
       77 ws-record-month            pic 9(6).
       77 ws-latest-exchange-days    pic 9(7).
       77 ws-scan-invoice            pic x(9).
       77 ws-scan-done               pic x value 'N'.

      *Dollars and counts purged, by the month the record is dated.
       01 ws-month-table.
         05 ws-pm-entry              occurs 300 times
              indexed by ws-pm-idx.
           10 ws-pm-month            pic 9(6).
           10 ws-pm-sale-count       pic 9(7).
           10 ws-pm-sale-amount      pic 9(9)v99.
           10 ws-pm-archive-count    pic 9(7).
           10 ws-pm-archive-amount   pic 9(9)v99.
       77 ws-pm-count                pic 999 value 0.
       77 ws-pm-found                pic x value 'N'.
       77 ws-pm-held-position        pic 999.
       77 ws-pm-slot-ok              pic x value 'N'.

      *Bubble-sort work fields, ascending by month.
       77 ws-sort-i                  pic 999.
       77 ws-sort-j                  pic 999.
       77 ws-sort-limit              pic 999.
       77 ws-sort-swap-entry         pic x(42).

      *Date-to-serial-day conversion work fields, the same as
      *Program_6's, so each record can be aged against the run date.
       01 ws-cvt-date                pic 9(8).
       01 ws-cvt-date-r redefines ws-cvt-date.
         05 ws-cvt-yyyy              pic 9(4).
         05 ws-cvt-mm                pic 99.
         05 ws-cvt-dd                pic 99.
       77 ws-cvt-days                pic 9(7).
       77 ws-today-days              pic 9(7).
       77 ws-cvt-prior-years         pic 9(4).
       77 ws-cvt-div4                pic 9(4).
       77 ws-cvt-div100              pic 9(4).
       77 ws-cvt-div400              pic 9(4).
       77 ws-cvt-quot                pic 9(4).
       77 ws-cvt-rem4                pic 9(4).
       77 ws-cvt-rem100              pic 9(4).
       77 ws-cvt-rem400              pic 9(4).

      *Cumulative days before each month in a non-leap year, indexed
      *by month number by the conversion paragraph.
       01 ws-month-day-values.
         05 filler                   pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-month-day-table redefines ws-month-day-values.
         05 ws-days-before-month     pic 9(3) occurs 12 times.

       01 ws-run-counters.
         05 ws-sale-read             pic 9(7) value 0.
         05 ws-sale-purged           pic 9(7) value 0.
         05 ws-sale-purged-amount    pic 9(9)v99 value 0.
         05 ws-archive-read          pic 9(7) value 0.
         05 ws-archive-purged        pic 9(7) value 0.
         05 ws-archive-purged-amount pic 9(9)v99 value 0.
         05 ws-kept-bad-date         pic 9(7) value 0.
         05 ws-kept-window           pic 9(7) value 0.
         05 ws-kept-layaway          pic 9(7) value 0.
         05 ws-kept-exchange         pic 9(7) value 0.
         05 ws-kept-live-sale        pic 9(7) value 0.
         05 ws-kept-not-saved        pic 9(7) value 0.

       01 ws-heading.
         05 filler                   pic x(38) value
           " RETENTION PURGE STATEMENT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-parameter-line.
         05 filler                   pic x(22) value
           "SALE HISTORY KEPT     ".
         05 ws-pl-sale-days          pic zzzz9.
         05 filler                   pic x(22) value
           " DAYS   ARCHIVE KEPT  ".
         05 ws-pl-archive-days       pic zzzz9.
         05 filler                   pic x(22) value
           " DAYS   RETURN WINDOW ".
         05 ws-pl-window-days        pic zz9.
         05 filler                   pic x(5) value " DAYS".

       01 ws-generation-line.
         05 filler                   pic x(22) value
           "WRITTEN OFFLINE TO    ".
         05 ws-gl-name               pic x(60).

       01 ws-column-heading.
         05 filler                   pic x(12) value "Month".
         05 filler                   pic x(9) value "    Sales".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value
           "  Sale Dollars".
         05 filler                   pic x(4) value spaces.
         05 filler                   pic x(9) value "  Archive".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value
           "Archive Dollars".

       01 ws-month-detail-line.
         05 ws-md-yyyy               pic 9(4).
         05 filler                   pic x value "/".
         05 ws-md-mm                 pic 99.
         05 filler                   pic x(5) value spaces.
         05 ws-md-sale-count         pic z,zzz,zz9.
         05 filler                   pic x(2) value spaces.
         05 ws-md-sale-amount        pic zzz,zzz,zz9.99.
         05 filler                   pic x(4) value spaces.
         05 ws-md-archive-count      pic z,zzz,zz9.
         05 filler                   pic x(3) value spaces.
         05 ws-md-archive-amount     pic zzz,zzz,zz9.99.

       01 ws-month-work              pic 9(6).
       01 ws-month-work-r redefines ws-month-work.
         05 ws-mw-yyyy               pic 9(4).
         05 ws-mw-mm                 pic 99.

       01 ws-total-line.
         05 filler                   pic x(12) value "TOTAL".
         05 ws-tl-sale-count         pic z,zzz,zz9.
         05 filler                   pic x(2) value spaces.
         05 ws-tl-sale-amount        pic zzz,zzz,zz9.99.
         05 filler                   pic x(4) value spaces.
         05 ws-tl-archive-count      pic z,zzz,zz9.
         05 filler                   pic x(3) value spaces.
         05 ws-tl-archive-amount     pic zzz,zzz,zz9.99.

       01 ws-nothing-purged-line.
         05 filler                   pic x(40) value
           "  (NOTHING PAST RETENTION - NO PURGE)".

       01 ws-kept-heading.
         05 filler                   pic x(50) value
           "PAST RETENTION BUT KEPT ON THE LIVE FILES".

       01 ws-kept-line.
         05 filler                   pic x(2) value spaces.
         05 ws-kl-text               pic x(40).
         05 ws-kl-count              pic z,zzz,zz9.

       01 ws-read-line.
         05 filler                   pic x(24) value
           "SALE HISTORY READ:      ".
         05 ws-rl-sale-read          pic z,zzz,zz9.
         05 filler                   pic x(24) value
           "   ARCHIVE LINES READ:  ".
         05 ws-rl-archive-read       pic z,zzz,zz9.

       01 ws-refused-line.
         05 ws-rf-text               pic x(60) value
           "*** NO PURGE - RETENTION CARD OR LIVE FILES NOT USABLE ***".

       01 ws-refused-generation-const pic x(60) value
           "*** NO PURGE - OFFLINE GENERATION COULD NOT BE OPENED ***".

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.
           perform 110-read-retention-control.

           if ws-retention-ok = ws-true-const
               perform 120-open-live-files
           end-if.

           if ws-retention-ok not = ws-true-const
             or ws-sale-history-on-file not = ws-true-const
             or ws-archive-on-file not = ws-true-const
               perform 125-close-live-files
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 130-open-generations.

           if ws-generations-ok not = ws-true-const
               perform 125-close-live-files
               close sale-purged-file,
                 archive-purged-file
               move ws-refused-generation-const to ws-rf-text
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 200-purge-sale-history.
           perform 400-purge-invoice-archive.

           perform 125-close-live-files.
           close sale-purged-file,
             archive-purged-file.

           perform 700-sort-months.
           perform 800-print-statement.
           perform 960-write-audit-end.

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

      *A card is only usable with both retention periods above zero.
      *The cutoffs are worked out here once, as serial days, so each
      *record costs one conversion and a compare.
       110-read-retention-control.
           open input retention-control-file.

           if ws-retention-file-status = "00"
               read retention-control-file
                   at end
                       continue
                   not at end
                       if rt-sale-retain-days is numeric
                         and rt-archive-retain-days is numeric
                         and rt-return-window-days is numeric
                         and rt-sale-retain-days is greater than zero
                         and rt-archive-retain-days
                           is greater than zero
                           move ws-true-const to ws-retention-ok
                           move rt-sale-retain-days
                             to ws-sale-retain-days
                           move rt-archive-retain-days
                             to ws-archive-retain-days
                           move rt-return-window-days
                             to ws-return-window-days
                       end-if
               end-read
               close retention-control-file
           end-if.

           move ws-run-date to ws-cvt-date.
           perform 910-convert-date-to-days.
           move ws-cvt-days to ws-today-days.

           compute ws-sale-cutoff-days =
             ws-today-days - ws-sale-retain-days.
           compute ws-archive-cutoff-days =
             ws-today-days - ws-archive-retain-days.
           compute ws-window-cutoff-days =
             ws-today-days - ws-return-window-days.

       120-open-live-files.
           open i-o sale-history-file.
           if ws-sale-hist-file-status = "00"
               move ws-true-const to ws-sale-history-on-file
           end-if.

           open i-o invoice-archive-file.
           if ws-archive-file-status = "00"
               move ws-true-const to ws-archive-on-file
           end-if.

           open input layaway-balance-file.
           if ws-lb-file-status = "00"
               move ws-true-const to ws-layaway-on-file
           end-if.

       125-close-live-files.
           if ws-sale-history-on-file = ws-true-const
               close sale-history-file
           end-if.
           if ws-archive-on-file = ws-true-const
               close invoice-archive-file
           end-if.
           if ws-layaway-on-file = ws-true-const
               close layaway-balance-file
           end-if.

       130-open-generations.
           move spaces to ws-sale-purged-name.
           string "../../../../Data/sale-history-purged-"
             delimited by size
             ws-run-date delimited by size
             ".dat" delimited by size
             into ws-sale-purged-name.

           move spaces to ws-archive-purged-name.
           string "../../../../Data/invoice-archive-purged-"
             delimited by size
             ws-run-date delimited by size
             ".dat" delimited by size
             into ws-archive-purged-name.

           open extend sale-purged-file.
           if ws-sale-purged-status not = "00"
               open output sale-purged-file
           end-if.

           open extend archive-purged-file.
           if ws-archive-purged-status not = "00"
               open output archive-purged-file
           end-if.

      *    Nothing is purged without somewhere to put it.
           move ws-true-const to ws-generations-ok.
           if ws-sale-purged-status not = "00"
             or ws-archive-purged-status not = "00"
               move ws-false-const to ws-generations-ok
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
           move "Program_29" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_29" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a statement behind saying so, so
      *no purge is never mistaken for nothing to purge.
       190-print-refusal.
           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-refused-line
             after advancing ws-one lines.
           close report-file.

      *One pass of the sale history in key order. Each record is
      *aged, checked against everything that still needs it, and
      *either left alone or written offline and then deleted.
       200-purge-sale-history.
           move low-values to sh-invoice-number.
           start sale-history-file
               key is not less than sh-invoice-number
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 290-read-next-sale
           end-if.

           perform 210-check-one-sale
             until ws-eof-flag = ws-true-const.

           move ws-false-const to ws-eof-flag.

       210-check-one-sale.
           add ws-one to ws-sale-read.
           move space to ws-keep-reason.

           move sh-sale-date to ws-cvt-date.
           perform 900-age-record-date.

           if ws-keep-none-88
               if ws-record-days is not less than ws-sale-cutoff-days
                   move 'C' to ws-keep-reason
               end-if
           end-if.

           if ws-keep-none-88
               if ws-record-days is not less than
                 ws-window-cutoff-days
                   move 'W' to ws-keep-reason
               end-if
           end-if.

           if ws-keep-none-88
               move sh-invoice-number to lb-invoice-number
               perform 300-check-layaway
           end-if.

           if ws-keep-none-88
               perform 320-check-exchange
           end-if.

           if ws-keep-none-88
               perform 250-purge-sale
           else
               perform 500-count-kept
           end-if.

           perform 290-read-next-sale.

      *Written offline first; only a record safely in the generation
      *is deleted from the live file. One whose copy or delete fails
      *stays live and is counted as kept.
       250-purge-sale.
           move sale-history-record to sale-purged-record.
           write sale-purged-record.

           if ws-sale-purged-status = "00"
               delete sale-history-file record
                   invalid key
                       continue
               end-delete
           end-if.

           if ws-sale-purged-status = "00"
             and ws-sale-hist-file-status = "00"
               add ws-one to ws-sale-purged
               add sh-sale-amount to ws-sale-purged-amount
               move sh-sale-date to ws-cvt-date
               perform 600-find-month
               if ws-pm-slot-ok = ws-true-const
                   add ws-one to ws-pm-sale-count (ws-pm-idx)
                   add sh-sale-amount
                     to ws-pm-sale-amount (ws-pm-idx)
               end-if
           else
               move 'F' to ws-keep-reason
               perform 500-count-kept
           end-if.

       290-read-next-sale.
           read sale-history-file next record
               at end
                   move ws-true-const to ws-eof-flag.

      *A layaway plan still open, or a cancelled one with a refund
      *still owed, keeps everything filed under its invoice.
       300-check-layaway.
           if ws-layaway-on-file = ws-true-const
               read layaway-balance-file
                   invalid key
                       continue
                   not invalid key
                       if lb-plan-open-88
                         or lb-refund-due is greater than zero
                           move 'L' to ws-keep-reason
                       end-if
               end-read
           end-if.

      *An exchange hands the customer new goods against the original
      *invoice, and those goods come back against the same invoice -
      *so the sale stays until the return window has run out on its
      *latest exchange as well as on the sale itself.
       320-check-exchange.
           move sh-invoice-number to ws-scan-invoice.
           move zero to ws-latest-exchange-days.
           move ws-false-const to ws-scan-done.

           move sh-invoice-number to ar-invoice-number.
           move zero to ar-run-date.
           start invoice-archive-file
               key is not less than ar-key
               invalid key
                   move ws-true-const to ws-scan-done
           end-start.

           if ws-scan-done not = ws-true-const
               perform 330-read-next-archive-for-sale
           end-if.

           perform 325-check-one-archive-line
             until ws-scan-done = ws-true-const.

           if ws-latest-exchange-days is greater than zero
             and ws-latest-exchange-days is not less than
               ws-window-cutoff-days
               move 'X' to ws-keep-reason
           end-if.

       325-check-one-archive-line.
           if ar-exchange-88
               move ar-run-date to ws-cvt-date
               if ws-cvt-date is numeric
                 and ws-cvt-mm is not less than 01
                 and ws-cvt-mm is not greater than 12
                   perform 910-convert-date-to-days
                   if ws-cvt-days is greater than
                     ws-latest-exchange-days
                       move ws-cvt-days to ws-latest-exchange-days
                   end-if
               end-if
           end-if.

           perform 330-read-next-archive-for-sale.

       330-read-next-archive-for-sale.
           read invoice-archive-file next record
               at end
                   move ws-true-const to ws-scan-done
               not at end
                   if ar-invoice-number not = ws-scan-invoice
                       move ws-true-const to ws-scan-done
                   end-if
           end-read.

      *One pass of the invoice archive in key order, after the sale
      *history has been purged - an archive line goes only once the
      *sale it belongs to has gone from the live history.
       400-purge-invoice-archive.
           move low-values to ar-key.
           start invoice-archive-file
               key is not less than ar-key
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 490-read-next-archive
           end-if.

           perform 410-check-one-archive-line
             until ws-eof-flag = ws-true-const.

           move ws-false-const to ws-eof-flag.

       410-check-one-archive-line.
           add ws-one to ws-archive-read.
           move space to ws-keep-reason.

           move ar-run-date to ws-cvt-date.
           perform 900-age-record-date.

           if ws-keep-none-88
               if ws-record-days is not less than
                 ws-archive-cutoff-days
                   move 'C' to ws-keep-reason
               end-if
           end-if.

           if ws-keep-none-88
               if ws-record-days is not less than
                 ws-window-cutoff-days
                   move 'W' to ws-keep-reason
               end-if
           end-if.

           if ws-keep-none-88
               move ar-invoice-number to sh-invoice-number
               read sale-history-file
                   invalid key
                       continue
                   not invalid key
                       move 'S' to ws-keep-reason
               end-read
           end-if.

           if ws-keep-none-88
               move ar-invoice-number to lb-invoice-number
               perform 300-check-layaway
           end-if.

           if ws-keep-none-88
               perform 450-purge-archive-line
           else
               perform 500-count-kept
           end-if.

           perform 490-read-next-archive.

      *The same rule as 250-purge-sale - no offline copy, no delete.
       450-purge-archive-line.
           move invoice-archive-record to archive-purged-record.
           write archive-purged-record.

           if ws-archive-purged-status = "00"
               delete invoice-archive-file record
                   invalid key
                       continue
               end-delete
           end-if.

           if ws-archive-purged-status = "00"
             and ws-archive-file-status = "00"
               add ws-one to ws-archive-purged
               add ar-transaction-amount
                 to ws-archive-purged-amount
               move ar-run-date to ws-cvt-date
               perform 600-find-month
               if ws-pm-slot-ok = ws-true-const
                   add ws-one to ws-pm-archive-count (ws-pm-idx)
                   add ar-transaction-amount
                     to ws-pm-archive-amount (ws-pm-idx)
               end-if
           else
               move 'F' to ws-keep-reason
               perform 500-count-kept
           end-if.

       490-read-next-archive.
           read invoice-archive-file next record
               at end
                   move ws-true-const to ws-eof-flag.

      *Only records past retention are counted as kept - a record
      *simply not old enough yet is not news to audit.
       500-count-kept.
           if ws-keep-bad-date-88
               add ws-one to ws-kept-bad-date
           end-if.
           if ws-keep-window-88
               add ws-one to ws-kept-window
           end-if.
           if ws-keep-layaway-88
               add ws-one to ws-kept-layaway
           end-if.
           if ws-keep-exchange-88
               add ws-one to ws-kept-exchange
           end-if.
           if ws-keep-live-sale-88
               add ws-one to ws-kept-live-sale
           end-if.
           if ws-keep-not-saved-88
               add ws-one to ws-kept-not-saved
           end-if.

      *Finds the month of ws-cvt-date in the month table, opening a
      *new entry for a month not seen yet while there is room.
       600-find-month.
           move ws-cvt-yyyy to ws-mw-yyyy.
           move ws-cvt-mm to ws-mw-mm.
           move ws-false-const to ws-pm-found.
           move ws-false-const to ws-pm-slot-ok.

           if ws-pm-count is greater than zero
               perform 610-check-one-month
                 varying ws-pm-idx from 1 by 1
                 until ws-pm-idx is greater than ws-pm-count
                 or ws-pm-found = ws-true-const
           end-if.

           if ws-pm-found = ws-true-const
               set ws-pm-idx to ws-pm-held-position
               move ws-true-const to ws-pm-slot-ok
           else
               if ws-pm-count is less than 300
                   add ws-one to ws-pm-count
                   set ws-pm-idx to ws-pm-count
                   move ws-month-work to ws-pm-month (ws-pm-idx)
                   move zero to ws-pm-sale-count (ws-pm-idx)
                   move zero to ws-pm-sale-amount (ws-pm-idx)
                   move zero to ws-pm-archive-count (ws-pm-idx)
                   move zero to ws-pm-archive-amount (ws-pm-idx)
                   move ws-true-const to ws-pm-slot-ok
               end-if
           end-if.

       610-check-one-month.
           if ws-pm-month (ws-pm-idx) = ws-month-work
               move ws-true-const to ws-pm-found
               set ws-pm-held-position to ws-pm-idx
           end-if.

      *Plain bubble sort, ascending by month.
       700-sort-months.
           perform 710-sort-pass
             varying ws-sort-i from 1 by 1
             until ws-sort-i is not less than ws-pm-count.

       710-sort-pass.
           compute ws-sort-limit = ws-pm-count - ws-sort-i.

           perform 720-compare-and-swap
             varying ws-sort-j from 1 by 1
             until ws-sort-j is greater than ws-sort-limit.

       720-compare-and-swap.
           if ws-pm-month (ws-sort-j) is greater than
             ws-pm-month (ws-sort-j + 1)
               move ws-pm-entry (ws-sort-j) to ws-sort-swap-entry
               move ws-pm-entry (ws-sort-j + 1)
                 to ws-pm-entry (ws-sort-j)
               move ws-sort-swap-entry
                 to ws-pm-entry (ws-sort-j + 1)
           end-if.

       800-print-statement.
           open output report-file.

           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           move ws-sale-retain-days to ws-pl-sale-days.
           move ws-archive-retain-days to ws-pl-archive-days.
           move ws-return-window-days to ws-pl-window-days.
           write report-line from ws-parameter-line
             after advancing 2 lines.

           move ws-sale-purged-name to ws-gl-name.
           write report-line from ws-generation-line.
           move ws-archive-purged-name to ws-gl-name.
           write report-line from ws-generation-line.

           write report-line from ws-column-heading
             after advancing 2 lines.

           if ws-pm-count = zero
               write report-line from ws-nothing-purged-line
           else
               perform 810-print-one-month
                 varying ws-pm-idx from 1 by 1
                 until ws-pm-idx is greater than ws-pm-count
           end-if.

           move ws-sale-purged to ws-tl-sale-count.
           move ws-sale-purged-amount to ws-tl-sale-amount.
           move ws-archive-purged to ws-tl-archive-count.
           move ws-archive-purged-amount to ws-tl-archive-amount.
           write report-line from ws-total-line
             after advancing 2 lines.

           perform 820-print-kept.

           move ws-sale-read to ws-rl-sale-read.
           move ws-archive-read to ws-rl-archive-read.
           write report-line from ws-read-line
             after advancing 2 lines.

           close report-file.

       810-print-one-month.
           move ws-pm-month (ws-pm-idx) to ws-month-work.
           move ws-mw-yyyy to ws-md-yyyy.
           move ws-mw-mm to ws-md-mm.
           move ws-pm-sale-count (ws-pm-idx) to ws-md-sale-count.
           move ws-pm-sale-amount (ws-pm-idx) to ws-md-sale-amount.
           move ws-pm-archive-count (ws-pm-idx)
             to ws-md-archive-count.
           move ws-pm-archive-amount (ws-pm-idx)
             to ws-md-archive-amount.
           write report-line from ws-month-detail-line.

       820-print-kept.
           write report-line from ws-kept-heading
             after advancing 2 lines.

           move "INSIDE THE RETURN WINDOW" to ws-kl-text.
           move ws-kept-window to ws-kl-count.
           write report-line from ws-kept-line.

           move "OPEN LAYAWAY OR LAYAWAY REFUND DUE" to ws-kl-text.
           move ws-kept-layaway to ws-kl-count.
           write report-line from ws-kept-line.

           move "EXCHANGE STILL RETURNABLE" to ws-kl-text.
           move ws-kept-exchange to ws-kl-count.
           write report-line from ws-kept-line.

           move "ARCHIVE LINE WHOSE SALE IS STILL LIVE" to ws-kl-text.
           move ws-kept-live-sale to ws-kl-count.
           write report-line from ws-kept-line.

           move "DATE NOT READABLE" to ws-kl-text.
           move ws-kept-bad-date to ws-kl-count.
           write report-line from ws-kept-line.

           move "OFFLINE COPY OR DELETE FAILED" to ws-kl-text.
           move ws-kept-not-saved to ws-kl-count.
           write report-line from ws-kept-line.

      *Ages the date in ws-cvt-date into ws-record-days. A date that
      *cannot be read is never purged on - the record is kept and
      *counted for someone to look at.
       900-age-record-date.
           move zero to ws-record-days.

           if ws-cvt-date is numeric
             and ws-cvt-yyyy is greater than 1900
             and ws-cvt-mm is not less than 01
             and ws-cvt-mm is not greater than 12
             and ws-cvt-dd is not less than 01
             and ws-cvt-dd is not greater than 31
               perform 910-convert-date-to-days
               move ws-cvt-days to ws-record-days
           else
               move 'D' to ws-keep-reason
           end-if.

      *Converts ws-cvt-date (yyyymmdd) into a serial day count in
      *ws-cvt-days so two dates can be subtracted directly - whole
      *prior years at 365 days plus one per leap year, then the days
      *before this month (plus one when this year is itself a leap
      *year and the date is past February), then the day of month.
       910-convert-date-to-days.
           compute ws-cvt-prior-years = ws-cvt-yyyy - 1.
           divide ws-cvt-prior-years by 4 giving ws-cvt-div4.
           divide ws-cvt-prior-years by 100 giving ws-cvt-div100.
           divide ws-cvt-prior-years by 400 giving ws-cvt-div400.

           compute ws-cvt-days =
             (ws-cvt-yyyy * 365)
             + ws-cvt-div4 - ws-cvt-div100 + ws-cvt-div400
             + ws-days-before-month (ws-cvt-mm) + ws-cvt-dd.

           if ws-cvt-mm is greater than 2
               divide ws-cvt-yyyy by 4 giving ws-cvt-quot
                 remainder ws-cvt-rem4
               divide ws-cvt-yyyy by 100 giving ws-cvt-quot
                 remainder ws-cvt-rem100
               divide ws-cvt-yyyy by 400 giving ws-cvt-quot
                 remainder ws-cvt-rem400
               if (ws-cvt-rem4 = zero and ws-cvt-rem100 not = zero)
                 or ws-cvt-rem400 = zero
                   add ws-one to ws-cvt-days
               end-if
           end-if.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_29" to al-program-id.
           compute al-records-read = ws-sale-read + ws-archive-read.
           compute al-records-rejected =
             ws-kept-bad-date + ws-kept-not-saved.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_29.
