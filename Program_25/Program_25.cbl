       identification division.
       program-id. Program_25.
       author. Arsalan Arif Radhu.
       date-written. 15th October 2026.
      *Program description: This program checks the perpetual
      * inventory against the shelf. A count file from a full
      * physical inventory or a cycle count of selected SKUs is
      * compared with the on-hand in inventory.dat as of the count
      * date, and a variance report prices every difference at the
      * catalog price and totals the shrink per store. The variance
      * is held on file until it is approved; an approval card for
      * that count date then adjusts the on-hand by the variance and
      * logs every adjustment, so the shrink number stops being a
      * guess and the reorder report stops chasing phantom stock.

       environment division.

       configuration section.
       input-output section.

       file-control.

      *    Run-control parameter card - the official business date
      *    this run processes as. Absent (the normal case) the
      *    machine date applies; present, a catch-up run stamps its
      *    work with the date it belongs to and the generation
      *    handshake still proves the whole chain agreed.
       select run-control-file
         assign to "../../../../Data/run-control.dat"
         organization is line sequential
         file status is ws-runctl-file-status.

      *    The count sheets as keyed - store, SKU, count date, 'F'
      *    for a full physical inventory of the store or 'C' for a
      *    cycle count of the SKUs listed, and the quantity found.
      *    A SKU counted in two places on the floor may appear twice;
      *    the quantities are added.
       select count-file
         assign to "../../../../Data/count.dat"
         organization is line sequential
         file status is ws-count-file-status.

      *    Catalog of SKU codes and prices, sorted ascending by SKU
      *    code - the variance is priced at the unit price here.
       select sku-master-file
         assign to "../../../../Data/sku-master.dat"
         organization is line sequential
         file status is ws-sku-file-status.

      *    The perpetual on-hand count kept by Program_18.
       select inventory-file
         assign to "../../../../Data/inventory.dat"
         organization is indexed
         access mode is dynamic
         record key is inv-key
         file status is ws-inventory-file-status.

      *    Program_18's guard - the date the day's movement was last
      *    applied. The on-hand is only "as of the count date" once
      *    that date's movement is in.
       select inventory-guard-file
         assign to "../../../../Data/inventory-applied.dat"
         organization is line sequential
         file status is ws-inv-guard-file-status.

      *    The variance awaiting approval - one record per store and
      *    SKU whose count differed from the book, replaced by each
      *    new count.
       select variance-file
         assign to "../../../../Data/count-variance.dat"
         organization is line sequential
         file status is ws-variance-file-status.

      *    Approval card - the count date whose variance has been
      *    signed off, and the approving manager. Hand-kept the way
      *    the no-receipt authorizations are.
       select approval-file
         assign to "../../../../Data/count-approval.dat"
         organization is line sequential
         file status is ws-approval-file-status.

      *    One-record guard carrying the count date last applied -
      *    the adjustment is a delta, so the same count must never be
      *    applied twice.
       select applied-guard-file
         assign to "../../../../Data/count-applied.dat"
         organization is line sequential
         file status is ws-guard-file-status.

      *    Audit trail of every on-hand adjustment made from a count -
      *    before, variance, after and who approved it. Appended to,
      *    never rewritten.
       select adjustment-log-file
         assign to "../../../../Data/inventory-adjust.log"
         organization is line sequential
         file status is ws-adjust-file-status.

      *    Shared run-audit log, appended to by every program in the
      *    nightly chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

       select report-file
         assign to "../../../../Data/shrink-report.out"
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

       fd count-file
           data record is count-record
           record contains 31 characters.

       01 count-record.
         05 cnt-store-number         pic 99.
         05 cnt-sku-code             pic x(15).
         05 cnt-count-date           pic 9(8).
         05 cnt-count-type           pic x.
           88 cnt-full-count-88         value 'F'.
           88 cnt-cycle-count-88        value 'C'.
         05 cnt-quantity             pic 9(5).

       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code             pic x(15).
         05 smr-unit-price           pic 9(5)v99.
         05 smr-unit-cost            pic 9(5)v99.

       fd inventory-file
           data record is inventory-record.

       01 inventory-record.
         05 inv-key.
           10 inv-store-number       pic 99.
           10 inv-sku-code           pic x(15).
         05 inv-on-hand              pic s9(5).
         05 inv-reorder-point        pic 9(5).
         05 inv-period-yyyymm        pic 9(6).
         05 inv-period-sold          pic 9(5).
         05 inv-last-activity        pic 9(8).

       fd inventory-guard-file
           data record is inventory-guard-record
           record contains 8 characters.

       01 inventory-guard-record.
         05 ig-applied-date          pic 9(8).

       fd variance-file
           data record is variance-record
           record contains 50 characters.

       01 variance-record.
         05 cv-store-number          pic 99.
         05 cv-sku-code              pic x(15).
         05 cv-count-date            pic 9(8).
         05 cv-book-qty              pic s9(5).
         05 cv-counted-qty           pic 9(5).
         05 cv-variance-qty          pic s9(5).
         05 cv-unit-price            pic 9(5)v99.
         05 cv-count-type            pic x.
         05 filler                   pic x(2).

       fd approval-file
           data record is approval-record
           record contains 11 characters.

       01 approval-record.
         05 ca-count-date            pic 9(8).
         05 ca-approver-id           pic x(3).

       fd applied-guard-file
           data record is applied-guard-record
           record contains 8 characters.

       01 applied-guard-record.
         05 ag-applied-date          pic 9(8).

       fd adjustment-log-file
           data record is adjustment-log-record
           record contains 51 characters.

       01 adjustment-log-record.
         05 adj-applied-date         pic 9(8).
         05 adj-count-date           pic 9(8).
         05 adj-store-number         pic 99.
         05 adj-sku-code             pic x(15).
         05 adj-before-qty           pic s9(5).
         05 adj-variance-qty         pic s9(5).
         05 adj-after-qty            pic s9(5).
         05 adj-approver-id          pic x(3).

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

       01 ws-count-file-status       pic xx value '00'.
       01 ws-sku-file-status         pic xx value '00'.
       01 ws-inventory-file-status   pic xx value '00'.
       01 ws-inv-guard-file-status   pic xx value '00'.
       01 ws-variance-file-status    pic xx value '00'.
       01 ws-approval-file-status    pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-adjust-file-status      pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *The book figure is only the count date's figure once that
      *date's movement has been applied by Program_18 - until then
      *the run refuses rather than report a variance that is really
      *just today's unposted sales.
       77 ws-inventory-current       pic x value 'N'.

      *Approval controls - the signed-off count date and manager, and
      *whether that count has already been applied.
       77 ws-approval-found          pic x value 'N'.
       77 ws-approved-date           pic 9(8) value 0.
       77 ws-approver-id             pic x(3) value spaces.
       77 ws-already-applied         pic x value 'N'.

      *SKU catalog, for the unit price each variance is costed at.
       01 ws-sku-table.
         05 ws-sku-entry
                                      occurs 1 to 5000 times
                                      depending on ws-sku-count
                                      ascending key ws-sku-code-entry
                                      indexed by ws-sku-idx.
           10 ws-sku-code-entry      pic x(15).
           10 ws-sku-price-entry     pic 9(5)v99.
       77 ws-sku-count               pic 9(5) value 0.
       77 ws-lookup-sku              pic x(15).
       77 ws-lookup-price            pic 9(5)v99.

      *Today's count, one entry per store and SKU with duplicate
      *sheet lines added together.
       01 ws-count-table.
         05 ws-ct-entry              occurs 5000 times
              indexed by ws-ct-idx.
           10 ws-ct-store            pic 99.
           10 ws-ct-sku              pic x(15).
           10 ws-ct-qty              pic 9(6).
           10 ws-ct-type             pic x.
       77 ws-ct-count                pic 9(4) value 0.
       77 ws-ct-found                pic x value 'N'.
       77 ws-ct-held-position        pic 9(4).

      *Stores taking a full physical inventory today - every SKU on
      *the book for such a store that was not counted was not found,
      *and counts as zero.
       01 ws-full-count-stores.
         05 ws-full-store-flag       pic x occurs 99 times.
       77 ws-full-store-any          pic x value 'N'.

      *Shrink by store, indexed directly by store number.
       01 ws-store-shrink-table.
         05 ws-ss-entry              occurs 99 times.
           10 ws-ss-skus-counted     pic 9(5).
           10 ws-ss-skus-varied      pic 9(5).
           10 ws-ss-shrink-amount    pic 9(8)v99.
           10 ws-ss-overage-amount   pic 9(8)v99.
       77 ws-ss-idx                  pic 99.

       01 ws-variance-work.
         05 ws-book-qty              pic s9(5).
         05 ws-counted-qty           pic 9(6).
         05 ws-variance-qty          pic s9(6).
         05 ws-variance-amount       pic s9(8)v99.
         05 ws-variance-store        pic 99.
         05 ws-variance-sku          pic x(15).
         05 ws-variance-type         pic x.

       01 ws-run-counters.
         05 ws-counts-read           pic 9(6) value 0.
         05 ws-counts-refused        pic 9(6) value 0.
         05 ws-counts-dropped        pic 9(6) value 0.
         05 ws-variance-count        pic 9(6) value 0.
         05 ws-adjust-count          pic 9(6) value 0.
         05 ws-adjust-missing        pic 9(6) value 0.
         05 ws-adjust-units          pic s9(8) value 0.
         05 ws-total-shrink          pic 9(9)v99 value 0.
         05 ws-total-overage         pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(38) value
           " PHYSICAL COUNT SHRINK VARIANCE REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-adjust-heading.
         05 filler                   pic x(31) value
           "APPROVED COUNT APPLIED - COUNT ".
         05 ws-ah-count-date         pic 9(8).
         05 filler                   pic x(14) value "  APPROVED BY ".
         05 ws-ah-approver           pic x(3).

       01 ws-adjust-summary-line.
         05 filler                   pic x(24) value
           "SKUS ADJUSTED:          ".
         05 ws-as-adjust-count       pic zzzzz9.
         05 filler                   pic x(18) value
           "   NET UNITS:     ".
         05 ws-as-adjust-units       pic zzzzzzz9-.
         05 filler                   pic x(18) value
           "   NOT ON BOOK:   ".
         05 ws-as-adjust-missing     pic zzzzz9.

       01 ws-no-approval-line.
         05 filler                   pic x(40) value
           "  (NO APPROVED COUNT WAITING TO APPLY)".

       01 ws-variance-heading.
         05 filler                   pic x(27) value
           "COUNT VARIANCE - COUNT OF ".
         05 ws-vh-count-date         pic 9(8).
         05 filler                   pic x(32) value
           "  (HELD FOR APPROVAL)".

       01 ws-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(15) value "SKU".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(2) value "Ty".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "   Book".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Counted".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Variance".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(10) value "Unit Price".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value "  Variance $".

       01 ws-variance-detail-line.
         05 filler                   pic x(2) value spaces.
         05 ws-vd-store              pic z9.
         05 filler                   pic x(3) value spaces.
         05 ws-vd-sku                pic x(15).
         05 filler                   pic x(3) value spaces.
         05 ws-vd-type               pic x.
         05 filler                   pic x(2) value spaces.
         05 ws-vd-book               pic zzzz9-.
         05 filler                   pic x(3) value spaces.
         05 ws-vd-counted            pic zzzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-vd-variance           pic zzzzz9-.
         05 filler                   pic x(2) value spaces.
         05 ws-vd-unit-price         pic zz,zz9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-vd-amount             pic z,zzz,zz9.99-.

       01 ws-no-variance-line.
         05 filler                   pic x(36) value
           "  (EVERY COUNT AGREED WITH THE BOOK)".

       01 ws-no-count-line.
         05 filler                   pic x(36) value
           "  (NO COUNT DATED TODAY ON FILE)".

       01 ws-store-heading.
         05 filler                   pic x(16) value
           "SHRINK BY STORE".

       01 ws-store-column-heading.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(7) value "Counted".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value "Varied".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value "      Shrink $".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value "     Overage $".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(14) value "         Net $".

       01 ws-store-detail-line.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-store              pic z9.
         05 filler                   pic x(4) value spaces.
         05 ws-sd-counted            pic zzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-varied             pic zzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-shrink             pic zz,zzz,zz9.99.
         05 filler                   pic x(3) value spaces.
         05 ws-sd-overage            pic zz,zzz,zz9.99.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-net                pic zz,zzz,zz9.99-.

       01 ws-refused-line.
         05 filler                   pic x(60) value
           "*** RUN REFUSED - TODAY'S MOVEMENT NOT YET APPLIED ***".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "COUNT LINES READ:       ".
         05 ws-sm-counts-read        pic zzzzz9.
         05 filler                   pic x(14) value "   NOT TODAY: ".
         05 ws-sm-counts-refused     pic zzzzz9.
         05 filler                   pic x(14) value "   OVERFLOW:  ".
         05 ws-sm-counts-dropped     pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "SKUS WITH A VARIANCE:   ".
         05 ws-sm-variance-count     pic zzzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "TOTAL SHRINK:           ".
         05 ws-sm-total-shrink       pic $$$,$$$,$$9.99.
         05 filler                   pic x(14) value "   OVERAGE:   ".
         05 ws-sm-total-overage      pic $$$,$$$,$$9.99.

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.
           perform 112-check-inventory-current.

           if ws-inventory-current not = ws-true-const
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           perform 114-read-approval.
           perform 116-check-applied-guard.
           perform 120-load-sku-master.
           perform 130-clear-store-totals.

           open i-o inventory-file.

           if ws-inventory-file-status not = "00"
               perform 148-write-audit-abend
               perform 190-print-refusal
               goback
           end-if.

           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

      *    An approved count is applied before today's count is
      *    compared - the variance file it reads is about to be
      *    replaced if a new count came in.
           if ws-approval-found = ws-true-const
             and ws-already-applied not = ws-true-const
               perform 115-write-applied-guard
               perform 300-apply-approved-variance
           else
               write report-line from ws-no-approval-line
                 after advancing 2 lines
           end-if.

           perform 200-load-count.

           if ws-ct-count is greater than zero
               perform 400-compute-variance
           else
               write report-line from ws-no-count-line
                 after advancing 2 lines
           end-if.

           perform 850-print-summary.

           close inventory-file,
             report-file.

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
           move "Program_25" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_25" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a report behind saying so, so the
      *missing variance is never mistaken for a clean count.
       190-print-refusal.
           open output report-file.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.
           write report-line from ws-refused-line
             after advancing ws-one lines.
           close report-file.

      *The count is compared with the book as it stood at the close
      *of the count date, which is only true once Program_18 has
      *applied that date's movement.
       112-check-inventory-current.
           open input inventory-guard-file.

           if ws-inv-guard-file-status = "00"
               read inventory-guard-file
                   at end
                       continue
                   not at end
                       if ig-applied-date = ws-run-date
                           move ws-true-const to ws-inventory-current
                       end-if
               end-read
               close inventory-guard-file
           end-if.

       114-read-approval.
           open input approval-file.

           if ws-approval-file-status = "00"
               read approval-file
                   at end
                       continue
                   not at end
                       if ca-count-date is numeric
                         and ca-count-date is greater than zero
                         and ca-approver-id not = spaces
                           move ws-true-const to ws-approval-found
                           move ca-count-date to ws-approved-date
                           move ca-approver-id to ws-approver-id
                       end-if
               end-read
               close approval-file
           end-if.

       116-check-applied-guard.
           open input applied-guard-file.

           if ws-guard-file-status = "00"
               read applied-guard-file
                   at end
                       continue
                   not at end
                       if ag-applied-date = ws-approved-date
                           move ws-true-const to ws-already-applied
                       end-if
               end-read
               close applied-guard-file
           end-if.

      *Written before the adjustment starts, the same as Program_18's
      *guard - an abend mid-apply leaves the count refused until
      *someone looks, rather than half of it landing twice.
       115-write-applied-guard.
           move ws-approved-date to ag-applied-date.
           open output applied-guard-file.
           write applied-guard-record.
           close applied-guard-file.

       120-load-sku-master.
           open input sku-master-file.

           if ws-sku-file-status = "00"
               read sku-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 125-load-sku-entry
                 until ws-eof-flag = ws-true-const

               close sku-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       125-load-sku-entry.
           if ws-sku-count is less than 5000
               add ws-one to ws-sku-count
               move smr-sku-code
                   to ws-sku-code-entry (ws-sku-count)
               if smr-unit-price is numeric
                   move smr-unit-price
                     to ws-sku-price-entry (ws-sku-count)
               else
                   move zero to ws-sku-price-entry (ws-sku-count)
               end-if
           end-if.

           read sku-master-file
               at end
                   move ws-true-const to ws-eof-flag.

       130-clear-store-totals.
           perform 135-clear-one-store
             varying ws-ss-idx from 1 by 1
             until ws-ss-idx = 99.
           perform 135-clear-one-store.

       135-clear-one-store.
           move zero to ws-ss-skus-counted (ws-ss-idx)
                        ws-ss-skus-varied (ws-ss-idx)
                        ws-ss-shrink-amount (ws-ss-idx)
                        ws-ss-overage-amount (ws-ss-idx).
           move ws-false-const to ws-full-store-flag (ws-ss-idx).

      *Loads today's count sheets. A line dated other than the
      *business date is refused - the book can only be stated as of
      *the day whose movement has just been applied.
       200-load-count.
           open input count-file.

           if ws-count-file-status = "00"
               read count-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-load-one-count
                 until ws-eof-flag = ws-true-const
               close count-file
               move ws-false-const to ws-eof-flag
           end-if.

       210-load-one-count.
           add ws-one to ws-counts-read.

           if cnt-count-date = ws-run-date
             and cnt-store-number is numeric
             and cnt-store-number is greater than zero
             and cnt-sku-code not = spaces
             and cnt-quantity is numeric
             and (cnt-full-count-88 or cnt-cycle-count-88)
               perform 220-add-count-entry
           else
               add ws-one to ws-counts-refused
           end-if.

           read count-file
               at end
                   move ws-true-const to ws-eof-flag.

       220-add-count-entry.
           move ws-false-const to ws-ct-found.

           if ws-ct-count is greater than zero
               perform 225-check-one-count-entry
                 varying ws-ct-idx from 1 by 1
                 until ws-ct-idx is greater than ws-ct-count
                 or ws-ct-found = ws-true-const
           end-if.

           if ws-ct-found = ws-true-const
               set ws-ct-idx to ws-ct-held-position
               add cnt-quantity to ws-ct-qty (ws-ct-idx)
           else
               if ws-ct-count is less than 5000
                   add ws-one to ws-ct-count
                   set ws-ct-idx to ws-ct-count
                   move cnt-store-number to ws-ct-store (ws-ct-idx)
                   move cnt-sku-code to ws-ct-sku (ws-ct-idx)
                   move cnt-quantity to ws-ct-qty (ws-ct-idx)
                   move cnt-count-type to ws-ct-type (ws-ct-idx)
               else
                   add ws-one to ws-counts-dropped
               end-if
           end-if.

           if cnt-full-count-88
               move ws-true-const
                 to ws-full-store-flag (cnt-store-number)
               move ws-true-const to ws-full-store-any
           end-if.

       225-check-one-count-entry.
           if ws-ct-store (ws-ct-idx) = cnt-store-number
             and ws-ct-sku (ws-ct-idx) = cnt-sku-code
               move ws-true-const to ws-ct-found
               set ws-ct-held-position to ws-ct-idx
           end-if.

      *Applies the signed-off variance. The book has moved on since
      *the count date, so the adjustment is the variance itself, not
      *the counted figure - the later days' sales and receipts are
      *kept, and the shelf and the book agree as of the count.
       300-apply-approved-variance.
           move ws-approved-date to ws-ah-count-date.
           move ws-approver-id to ws-ah-approver.
           write report-line from ws-adjust-heading
             after advancing 2 lines.

           open input variance-file.
           open extend adjustment-log-file.

           if ws-adjust-file-status not = "00"
               open output adjustment-log-file
               close adjustment-log-file
               open extend adjustment-log-file
           end-if.

           if ws-variance-file-status = "00"
               read variance-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 310-apply-one-variance
                 until ws-eof-flag = ws-true-const
               close variance-file
               move ws-false-const to ws-eof-flag
           end-if.

           close adjustment-log-file.

           move ws-adjust-count to ws-as-adjust-count.
           move ws-adjust-units to ws-as-adjust-units.
           move ws-adjust-missing to ws-as-adjust-missing.
           write report-line from ws-adjust-summary-line.

      *Only the variance of the approved count date is applied - a
      *variance file from a later count is left for its own approval.
       310-apply-one-variance.
           if cv-count-date = ws-approved-date
               move cv-store-number to inv-store-number
               move cv-sku-code to inv-sku-code
               read inventory-file
                   invalid key
                       add ws-one to ws-adjust-missing
                   not invalid key
                       perform 320-adjust-one-on-hand
               end-read
           end-if.

           read variance-file
               at end
                   move ws-true-const to ws-eof-flag.

       320-adjust-one-on-hand.
           move ws-run-date to adj-applied-date.
           move cv-count-date to adj-count-date.
           move inv-store-number to adj-store-number.
           move inv-sku-code to adj-sku-code.
           move inv-on-hand to adj-before-qty.
           move cv-variance-qty to adj-variance-qty.
           add cv-variance-qty to inv-on-hand.
           move inv-on-hand to adj-after-qty.
           move ws-approver-id to adj-approver-id.
           move ws-run-date to inv-last-activity.

           rewrite inventory-record.
           write adjustment-log-record.

           add ws-one to ws-adjust-count.
           add cv-variance-qty to ws-adjust-units.

      *Compares each counted store and SKU with the book, then - for
      *a store taking a full inventory - every book record the count
      *did not mention. Each difference goes to the variance file to
      *await approval, and onto the report priced at the catalog.
       400-compute-variance.
           move ws-run-date to ws-vh-count-date.
           write report-line from ws-variance-heading
             after advancing 2 lines.
           write report-line from ws-column-heading
             after advancing ws-one lines.

           open output variance-file.

           perform 410-compare-one-count
             varying ws-ct-idx from 1 by 1
             until ws-ct-idx is greater than ws-ct-count.

           if ws-full-store-any = ws-true-const
               perform 430-sweep-uncounted-book
           end-if.

           close variance-file.

           if ws-variance-count = zero
               write report-line from ws-no-variance-line
           end-if.

           perform 800-print-store-shrink.

       410-compare-one-count.
           move ws-ct-store (ws-ct-idx) to ws-variance-store.
           move ws-ct-sku (ws-ct-idx) to ws-variance-sku.
           move ws-ct-qty (ws-ct-idx) to ws-counted-qty.
           move ws-ct-type (ws-ct-idx) to ws-variance-type.

           move ws-variance-store to inv-store-number.
           move ws-variance-sku to inv-sku-code.
           read inventory-file
               invalid key
                   move zero to ws-book-qty
               not invalid key
                   move inv-on-hand to ws-book-qty
           end-read.

           move ws-variance-store to ws-ss-idx.
           add ws-one to ws-ss-skus-counted (ws-ss-idx).

           perform 420-record-variance.

      *One difference between the shelf and the book - priced,
      *totalled into the store's shrink or overage, held on the
      *variance file, and listed. Agreement is counted but not
      *listed.
       420-record-variance.
           compute ws-variance-qty = ws-counted-qty - ws-book-qty.

           if ws-variance-qty not = zero
               move ws-variance-sku to ws-lookup-sku
               perform 425-find-unit-price
               compute ws-variance-amount =
                 ws-variance-qty * ws-lookup-price

               move ws-variance-store to ws-ss-idx
               add ws-one to ws-ss-skus-varied (ws-ss-idx)
               if ws-variance-amount is negative
                   subtract ws-variance-amount
                     from ws-ss-shrink-amount (ws-ss-idx)
                   subtract ws-variance-amount from ws-total-shrink
               else
                   add ws-variance-amount
                     to ws-ss-overage-amount (ws-ss-idx)
                   add ws-variance-amount to ws-total-overage
               end-if

               move ws-variance-store to cv-store-number
               move ws-variance-sku to cv-sku-code
               move ws-run-date to cv-count-date
               move ws-book-qty to cv-book-qty
               move ws-counted-qty to cv-counted-qty
               move ws-variance-qty to cv-variance-qty
               move ws-lookup-price to cv-unit-price
               move ws-variance-type to cv-count-type
               write variance-record
               add ws-one to ws-variance-count

               move ws-variance-store to ws-vd-store
               move ws-variance-sku to ws-vd-sku
               move ws-variance-type to ws-vd-type
               move ws-book-qty to ws-vd-book
               move ws-counted-qty to ws-vd-counted
               move ws-variance-qty to ws-vd-variance
               move ws-lookup-price to ws-vd-unit-price
               move ws-variance-amount to ws-vd-amount
               write report-line from ws-variance-detail-line
           end-if.

      *A SKU missing from the catalog is listed at a zero price -
      *the units still show, and the catalog gets fixed.
       425-find-unit-price.
           move zero to ws-lookup-price.

           if ws-sku-count is greater than zero
               search all ws-sku-entry
                   at end
                       continue
                   when ws-sku-code-entry (ws-sku-idx) = ws-lookup-sku
                       move ws-sku-price-entry (ws-sku-idx)
                         to ws-lookup-price
               end-search
           end-if.

      *One pass of the book for the stores taking a full inventory -
      *a SKU with stock on the book that nobody counted was not on
      *the shelf.
       430-sweep-uncounted-book.
           move low-values to inv-key.
           start inventory-file
               key is not less than inv-key
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 440-read-next-inventory
           end-if.

           perform 435-check-one-book-record
             until ws-eof-flag = ws-true-const.

           move ws-false-const to ws-eof-flag.

       435-check-one-book-record.
           if inv-store-number is greater than zero
             and ws-full-store-flag (inv-store-number) = ws-true-const
             and inv-on-hand not = zero
               move ws-false-const to ws-ct-found
               perform 437-check-one-counted-sku
                 varying ws-ct-idx from 1 by 1
                 until ws-ct-idx is greater than ws-ct-count
                 or ws-ct-found = ws-true-const
               if ws-ct-found not = ws-true-const
                   move inv-store-number to ws-variance-store
                   move inv-sku-code to ws-variance-sku
                   move zero to ws-counted-qty
                   move 'F' to ws-variance-type
                   move inv-on-hand to ws-book-qty
                   perform 420-record-variance
               end-if
           end-if.

           perform 440-read-next-inventory.

       437-check-one-counted-sku.
           if ws-ct-store (ws-ct-idx) = inv-store-number
             and ws-ct-sku (ws-ct-idx) = inv-sku-code
               move ws-true-const to ws-ct-found
           end-if.

       440-read-next-inventory.
           read inventory-file next record
               at end
                   move ws-true-const to ws-eof-flag.

       800-print-store-shrink.
           write report-line from ws-store-heading
             after advancing 2 lines.
           write report-line from ws-store-column-heading
             after advancing ws-one lines.

           perform 810-print-one-store
             varying ws-ss-idx from 1 by 1
             until ws-ss-idx = 99.
           perform 810-print-one-store.

       810-print-one-store.
           if ws-ss-skus-counted (ws-ss-idx) is greater than zero
             or ws-ss-skus-varied (ws-ss-idx) is greater than zero
               move ws-ss-idx to ws-sd-store
               move ws-ss-skus-counted (ws-ss-idx) to ws-sd-counted
               move ws-ss-skus-varied (ws-ss-idx) to ws-sd-varied
               move ws-ss-shrink-amount (ws-ss-idx) to ws-sd-shrink
               move ws-ss-overage-amount (ws-ss-idx) to ws-sd-overage
               compute ws-sd-net =
                 ws-ss-overage-amount (ws-ss-idx)
                 - ws-ss-shrink-amount (ws-ss-idx)
               write report-line from ws-store-detail-line
           end-if.

       850-print-summary.
           move ws-counts-read to ws-sm-counts-read.
           move ws-counts-refused to ws-sm-counts-refused.
           move ws-counts-dropped to ws-sm-counts-dropped.
           move ws-variance-count to ws-sm-variance-count.
           move ws-total-shrink to ws-sm-total-shrink.
           move ws-total-overage to ws-sm-total-overage.

           write report-line from ws-summary-line-1
             after advancing 2 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_25" to al-program-id.
           move ws-counts-read to al-records-read.
           compute al-records-rejected =
             ws-counts-refused + ws-counts-dropped.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_25.
