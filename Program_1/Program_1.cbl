           organization is line sequential
           file status is ws-runctl-file-status.

      *    Flash request card - present only while run_flash.sh
      *    takes an intraday read of the store extracts received so
      *    far. The run then edits Program_22's flash assembly into
      *    flash-*.dat files of its own and writes nothing the
      *    nightly run depends on.
           select flash-request-file
           assign to "../../../../Data/flash-request.dat"
           organization is line sequential
           file status is ws-flash-file-status.

           select input-file
           assign to dynamic ws-input-file-name
           organization is line sequential.

      *    Valid records go here, keyed by invoice number so one
      *    scanning the whole file - every record here has already
      *    passed the duplicate-invoice check, so the key is unique.
           select valid-file
           assign to dynamic ws-valid-file-name
           organization is indexed
           access mode is dynamic
           record key is vl-invoice-number

      *    Invalid records go here.
           select invalid-file
           assign to dynamic ws-invalid-file-name
           organization is line sequential.

      *    Item lines of the invoices written to valid-file - one
           assign to "../../../../Data/valid-items.dat"
           organization is line sequential.

      *    Customer lines of the invoices written to valid-file - one
      *    record per 'K' line, stamped with the invoice it belongs
      *    to, so Program_3 can earn loyalty points against the right
      *    customer. Recreated fresh every non-restart run, the same
      *    as valid-items-file.
           select valid-customers-file
           assign to "../../../../Data/valid-customers.dat"
           organization is line sequential.

      *    Exemption lines of the sales written to valid-file - one
      *    record per accepted 'E' line, stamped with the invoice it
      *    belongs to, so Program_3 charges that sale no tax.
      *    Recreated fresh every non-restart run, the same as
      *    valid-customers-file.
           select valid-exemptions-file
           assign to "../../../../Data/valid-exemptions.dat"
           organization is line sequential.

      *    Permanent exempt-sales history - every exempt sale
      *    accepted, stamped with the run date and the certificate it
      *    was rung under, for the monthly exempt-sales report
      *    (Program_33). Appended to, never recreated.
           select exemption-history-file
           assign to "../../../../Data/exemption-history.dat"
           organization is line sequential
           file status is ws-exh-file-status.

      *    Permanent employee-purchase history - every staff purchase
      *    accepted, stamped with the run date and the buying
      *    employee, read back at start-up for each employee's
      *    month-to-date spend and by the monthly employee-purchase
      *    report (Program_34). Appended to, never recreated.
           select employee-purchase-file
           assign to "../../../../Data/employee-purchase-history.dat"
           organization is line sequential
           file status is ws-emp-file-status.

      *    Tax exemption certificates on file - certificate number,
      *    holder, issuing jurisdiction and expiry date, sorted
      *    ascending by certificate number.
           select exemption-cert-file
           assign to "../../../../Data/exemption-cert.dat"
           organization is line sequential
           file status is ws-cert-file-status.

      *    Tax table, shared with Program_3/Program_4/Program_11 -
      *    read here only for the jurisdiction each store sits in, so
      *    an exemption certificate is proved against the store the
      *    sale was rung at.
           select tax-table-file
           assign to "../../../../Data/tax-table.dat"
           organization is line sequential
           file status is ws-tax-file-status.

      *    Invalid records to be formatted as a report go here.
           select invalid-report
           assign to dynamic ws-invalid-report-name
           organization is line sequential.

      *    Catalog of valid SKU codes, sorted ascending by SKU code.
           organization is line sequential
           file status is ws-cashier-file-status.

      *    Customer master - the loyalty program's members, sorted
      *    ascending by customer number, so the customer number on a
      *    'K' line is validated the same way a SKU is against the
      *    catalog.
           select customer-master-file
           assign to "../../../../Data/customer-master.dat"
           organization is line sequential
           file status is ws-customer-file-status.

      *    Store master - number, name, region and open/closed status
      *    for every store in the chain, shared with Program_3 and
      *    Program_4 so opening or closing a store is a data entry,
           10 rc-bd-mm                 pic 99.
           10 rc-bd-dd                 pic 99.

       fd flash-request-file
           data record is flash-request-record
           record contains 8 characters.

       01 flash-request-record.
         05 fq-business-date           pic 9(8).
         05 fq-business-date-r redefines fq-business-date.
           10 fq-bd-yyyy               pic 9(4).
           10 fq-bd-mm                 pic 99.
           10 fq-bd-dd                 pic 99.

       fd input-file
           data record is input-line
           record contains 39 characters.
      *original sale's invoice (settled by Program_4 against the sale
      *history), il-sku-code the replacement SKU, and the amount is
      *only the price difference collected (zero on an even swap).
      *A 'P' record is an employee purchase - a sale to a member of
      *staff at their discount, the amount being what the employee
      *actually paid. The 'M' line behind it names the employee.
         05 il-transaction-code        pic x.
           88 il-valid-transac-codes-88
                   value 'S', 'R', 'L', 'N', 'C', 'G', 'X', 'P'.
           88 il-employee-purchase-88
                   value 'P'.
           88 il-gift-issue-88
                   value 'G'.
           88 il-exchange-88
         05 li-sku-code                pic x(15).
         05 filler                     pic x(13).

      *A customer line - names the loyalty customer on the invoice
      *record it follows, alongside that record's item lines. It is
      *optional: a ticket with no 'K' line is a walk-in, edited and
      *totalled exactly as it always was. Like an item line it counts
      *toward the trailer's record count but carries no dollars.
       01 customer-line.
         05 kl-record-type             pic x.
           88 kl-customer-88              value 'K'.
         05 kl-customer-number         pic x(10).
         05 filler                     pic x(28).

      *An exemption line - names the tax exemption certificate a
      *sale is rung under, alongside that sale's item and customer
      *lines. Optional in the same way: a sale with no 'E' line is
      *taxed as it always was. Counted, carries no dollars.
       01 exemption-line.
         05 el-record-type             pic x.
           88 el-exemption-88             value 'E'.
         05 el-cert-number             pic x(12).
         05 filler                     pic x(26).

      *An employee line - names the member of staff buying on a 'P'
      *employee purchase, and the ticket's full price before their
      *discount. Every 'P' must carry one, and no other record may.
      *Counted like an item line; the list amount is not money taken,
      *so it does not count toward the trailer's amount total.
       01 employee-line.
         05 ml-record-type             pic x.
           88 ml-employee-88              value 'M'.
         05 ml-employee-id             pic x(3).
         05 ml-list-amount             pic 9(5)v99.
         05 filler                     pic x(28).

       fd valid-file
           data record is valid-line
           record contains 39 characters.
         05 sh-returned-amount         pic 9(6)v99.
         05 sh-store-number            pic xx.
         05 sh-sale-date               pic 9(8).
         05 sh-customer-number         pic x(10).
         05 sh-chargeback-amount       pic 9(6)v99.
         05 sh-exempt-cert             pic x(12).

       fd transaction-history-file
           data record is transaction-history-record
         05 vi-quantity                pic 9(3).
         05 vi-unit-amount             pic 9(5)v99.

       fd valid-customers-file
           data record is valid-customers-record
           record contains 22 characters.

       01 valid-customers-record.
         05 vc-invoice-number          pic x(9).
         05 vc-store-number            pic xx.
         05 vc-transaction-code        pic x.
         05 vc-customer-number         pic x(10).

       fd valid-exemptions-file
           data record is valid-exemptions-record
           record contains 24 characters.

       01 valid-exemptions-record.
         05 ve-invoice-number          pic x(9).
         05 ve-store-number            pic xx.
         05 ve-transaction-code        pic x.
         05 ve-cert-number             pic x(12).

       fd exemption-history-file
           data record is exemption-history-record
           record contains 38 characters.

       01 exemption-history-record.
         05 eh-run-date                pic 9(8).
         05 eh-cert-number             pic x(12).
         05 eh-invoice-number          pic x(9).
         05 eh-store-number            pic xx.
         05 eh-sale-amount             pic 9(5)v99.

       fd exemption-cert-file
           data record is exemption-cert-record
           record contains 52 characters.

       01 exemption-cert-record.
         05 ec-cert-number             pic x(12).
         05 ec-holder-name             pic x(30).
         05 ec-jurisdiction            pic x(2).
         05 ec-expiry-date             pic 9(8).

       fd tax-table-file
           data record is tax-table-record
           record contains 17 characters.

       01 tax-table-record.
         05 tt-store-number            pic 99.
         05 tt-effective-date          pic 9(8).
         05 tt-jurisdiction            pic x(2).
         05 tt-tax-rate                pic 9v9999.

       fd sku-master-file
           data record is sku-master-record
           record contains 29 characters.

       01 sku-master-record.
         05 smr-sku-code               pic x(15).
         05 smr-unit-price             pic 9(5)v99.
         05 smr-unit-cost              pic 9(5)v99.

       fd promo-table-file
           data record is promo-table-record
         05 ps-end-date                pic 9(8).
         05 ps-promo-price             pic 9(5)v99.

       fd employee-purchase-file
           data record is employee-purchase-record
           record contains 39 characters.

       01 employee-purchase-record.
         05 ep-run-date                pic 9(8).
         05 ep-run-date-r redefines ep-run-date.
           10 ep-run-yyyymm            pic 9(6).
           10 filler                   pic 99.
         05 ep-employee-id             pic x(3).
         05 ep-invoice-number          pic x(9).
         05 ep-store-number            pic xx.
         05 ep-list-amount             pic 9(5)v99.
         05 ep-paid-amount             pic 9(5)v99.
         05 ep-cashier-id              pic x(3).

      *The staff discount percent and monthly purchase cap ride on
      *the cashier record - every employee who may buy at a discount
      *is on the cashier file, whether or not they work a till.
       fd cashier-master-file
           data record is cashier-master-record
           record contains 35 characters.

       01 cashier-master-record.
         05 cm-cashier-id              pic x(3).
         05 cm-home-store              pic 99.
         05 cm-status                  pic x.
           88 cm-active-88                value 'A'.
         05 cm-discount-pct            pic 99.
         05 cm-purchase-cap            pic 9(5)v99.

       fd customer-master-file
           data record is customer-master-record
           record contains 46 characters.

       01 customer-master-record.
         05 cu-customer-number         pic x(10).
         05 cu-customer-name           pic x(25).
         05 cu-home-store              pic 99.
         05 cu-join-date               pic 9(8).
         05 cu-status                  pic x.
           88 cu-active-88                value 'A'.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number           pic 99.
         05 str-region                 pic x(2).
         05 str-status                 pic x.
           88 str-open-88                 value 'O'.
         05 str-open-date              pic 9(8).
         05 str-close-date             pic 9(8).

       fd card-balance-file
           data record is card-balance-record.
         05 cb-redeemed-amount         pic 9(6)v99.
         05 cb-issue-date              pic 9(8).
         05 cb-last-activity-date      pic 9(8).
         05 cb-issue-store             pic xx.
         05 cb-status                  pic x.
           88 cb-escheated-88             value 'E'.
         05 cb-escheat-date            pic 9(8).

       fd restart-file
           data record is restart-record
         05 filler                     pic x(12) value "ERROR REPORT".
         05 filler                     pic x(38) value spaces.

      *Carried under the report name on a flash run, so a partial
      *day's listing is never mistaken for the night's.
       01 ws-flash-heading.
         05 filler                     pic x(11) value spaces.
         05 filler                     pic x(27) value
           "*** INTRADAY FLASH - AS OF ".
         05 ws-fh-business-date        pic 9(8).
         05 filler                     pic x(4) value " ***".

      *Header for the ERRORS report in the invalid.out file.
       01 ws-heading4-invalid-report-line-1.
         05 filler                     pic x(10) value "Record No.".
           "Void has no matching earlier transaction.      ".
         05 ws-error-text-27-const     pic x(47) value
           "Gift card tender valid only on sales/layaway.  ".
         05 ws-error-text-28-const     pic x(47) value
           "Customer number not an active customer on file.".
         05 ws-error-text-29-const     pic x(47) value
           "Customer line without a preceding transaction. ".
         05 ws-error-text-30-const     pic x(47) value
           "Customer line of a rejected invoice.           ".
         05 ws-error-text-31-const     pic x(47) value
           "Gift card escheated as unclaimed property.     ".
         05 ws-error-text-32-const     pic x(47) value
           "Exemption certificate not on file or expired.  ".
         05 ws-error-text-33-const     pic x(47) value
           "Exemption certificate not for store's state.   ".
         05 ws-error-text-34-const     pic x(47) value
           "Tax exemption allowed only on a sale.          ".
         05 ws-error-text-35-const     pic x(47) value
           "Exemption line without a preceding transaction.".
         05 ws-error-text-36-const     pic x(47) value
           "Exemption line of a rejected invoice.          ".
         05 ws-error-text-37-const     pic x(47) value
           "Employee is not an active employee on file.    ".
         05 ws-error-text-38-const     pic x(47) value
           "Amount does not match employee discount.       ".
         05 ws-error-text-39-const     pic x(47) value
           "Employee purchase over the monthly limit.      ".
         05 ws-error-text-40-const     pic x(47) value
           "Employee purchase needs one employee line.     ".
         05 ws-error-text-41-const     pic x(47) value
           "Employee line without a preceding transaction. ".
         05 ws-error-text-42-const     pic x(47) value
           "Employee line of a rejected invoice.           ".
         05 ws-error-text-43-const     pic x(47) value
           "Employee line allowed only on a 'P' purchase.  ".
         05 ws-error-text-44-const     pic x(47) value
           "Customer line not allowed on employee purchase.".
         05 ws-error-text-45-const     pic x(47) value
           "Ticket may carry only one customer line.       ".
         05 ws-error-text-46-const     pic x(47) value
           "Ticket may carry only one exemption line.      ".

      *Various counters to keep track of certain variables.
       01 ws-counters.
       77 ws-item-amt-bad              pic x value 'N'.
       77 ws-item-sku-bad              pic x value 'N'.

      *A 'K' customer line rides in the same group as the item lines
      *- ws-group-item-count covers both, so the settle checkpoint
      *still waits for the group's last line - while the item-sum and
      *price edits look only at ws-group-sku-line-count.
       77 ws-group-sku-line-count      pic 999 value 0.
       77 ws-customer-present          pic x value 'N'.
       77 ws-group-customer-count      pic 999 value 0.
       77 ws-group-customer            pic x(10) value spaces.

      *An 'E' exemption line rides in the group the same way - it
      *names the certificate the sale is rung under.
       77 ws-exempt-present            pic x value 'N'.
       77 ws-group-cert-count          pic 999 value 0.
       77 ws-group-cert                pic x(12) value spaces.

      *An 'M' employee line rides in the group the same way - it
      *names the buying employee and the ticket's list price.
       77 ws-employee-present          pic x value 'N'.
       77 ws-group-employee-count      pic 999 value 0.
       77 ws-group-employee            pic x(3) value spaces.
       77 ws-group-list-amount         pic 9(5)v99 value 0.
       77 ws-group-list-bad            pic x value 'N'.

      *Work copy of one buffered item line, so it can be picked apart
      *without disturbing the transaction record in input-line.
       01 ws-item-work.
         05 ws-iw-sku-code             pic x(15).
         05 filler                     pic x(13).

      *Work copy of one buffered customer line, the same way.
       01 ws-customer-work.
         05 ws-cw-record-type          pic x.
         05 ws-cw-customer-number      pic x(10).
         05 filler                     pic x(28).

      *Work copy of one buffered exemption line, the same way.
       01 ws-exemption-work.
         05 ws-ew-record-type          pic x.
         05 ws-ew-cert-number          pic x(12).
         05 filler                     pic x(26).

      *Work copy of one buffered employee line, the same way.
       01 ws-employee-work.
         05 ws-mw-record-type          pic x.
         05 ws-mw-employee-id          pic x(3).
         05 ws-mw-list-amount          pic 9(5)v99.
         05 filler                     pic x(28).

       01 ws-batch-buffer-table.
         05 ws-batch-buffer-entry      occurs 999 times.
           10 ws-buffer-record         pic x(39).
       77 ws-cashier-file-status       pic xx value '00'.
       77 ws-cashier-is-valid          pic x value 'N'.

      *Active employees with their staff discount and monthly cap,
      *loaded from the same cashier file, and what each has already
      *bought this month - the employee-purchase history for the run
      *month, plus every purchase this run accepts. Unlike the
      *cashier edit there is no grace when the file is missing: with
      *no entitlement on file an employee purchase is refused and
      *re-rung as an ordinary sale.
       01 ws-employee-table.
         05 ws-employee-entry          occurs 200 times
                                        indexed by ws-employee-idx.
           10 ws-emp-id                pic x(3).
           10 ws-emp-discount-pct      pic 99.
           10 ws-emp-cap               pic 9(5)v99.
           10 ws-emp-month-spend       pic 9(7)v99.
       77 ws-employee-count            pic 999 value 0.
       77 ws-emp-file-status           pic xx value '00'.
       77 ws-employee-found            pic x value 'N'.
       77 ws-emp-held-position         pic 999.
       77 ws-emp-lookup-id             pic x(3).
       77 ws-emp-discount-amount       pic 9(5)v99 value 0.
       77 ws-emp-expected-paid         pic 9(5)v99 value 0.
       77 ws-emp-spend-after           pic 9(7)v99 value 0.
       77 ws-run-month                 pic 9(6) value 0.

      *Active loyalty customers loaded from the customer master,
      *searched the same way ws-sku-table is. When the table is empty
      *(no customer master yet) the customer edit degrades, the same
      *as the cashier edit.
       01 ws-customer-table.
         05 ws-customer-entry
                                        occurs 1 to 9999 times
                                        depending on ws-customer-count
                                        ascending key
                                          ws-customer-code-entry
                                        indexed by ws-customer-idx.
           10 ws-customer-code-entry   pic x(10).
       77 ws-customer-count            pic 9(4) value 0.
       77 ws-customer-file-status      pic xx value '00'.

      *Exemption certificates loaded from exemption-cert.dat, searched
      *the same way ws-customer-table is. Unlike the other reference
      *files there is no grace when the file is missing - with no
      *certificate to prove it, an exemption is refused and the sale
      *is re-rung taxed, since a wrong exemption is tax the chain
      *still owes.
       01 ws-cert-table.
         05 ws-cert-entry
                                        occurs 1 to 5000 times
                                        depending on ws-cert-count
                                        ascending key
                                          ws-cert-number-entry
                                        indexed by ws-cert-idx.
           10 ws-cert-number-entry     pic x(12).
           10 ws-cert-juris-entry      pic x(2).
           10 ws-cert-expiry-entry     pic 9(8).
       77 ws-cert-count                pic 9(4) value 0.
       77 ws-cert-file-status          pic xx value '00'.
       77 ws-exh-file-status           pic xx value '00'.

      *Tax-table rows, held only for the store's jurisdiction - the
      *row in effect is found the way Program_3's
      *305-resolve-tax-rate finds the rate.
       01 ws-tax-table.
         05 ws-tax-entry               occurs 200 times
                                        indexed by ws-tax-idx.
           10 ws-tax-store             pic 99.
           10 ws-tax-eff-date          pic 9(8).
           10 ws-tax-juris             pic x(2).
       77 ws-tax-count                 pic 999 value 0.
       77 ws-tax-file-status           pic xx value '00'.
       77 ws-tax-lookup-store          pic 99.
       77 ws-tax-best-date             pic 9(8).
       77 ws-tax-resolved-juris        pic x(2).

      *Open stores loaded from the store master. When the table is
      *empty (no store master yet), 340-check-store-number falls back
      *to the hardcoded list.
       77 ws-gift-slot-ok              pic x value 'N'.
       77 ws-gift-balance              pic s9(7)v99 value 0.
       77 ws-gift-lookup-card          pic x(15).
      *Set when the card on file has been turned over to the state as
      *unclaimed property - it can neither be spent nor reloaded.
       77 ws-gift-escheated            pic x value 'N'.

      *Flash mode - set by 102-check-flash-request when a flash card
      *is on file. The file names below start out as the nightly
      *files and are switched to the flash-*.dat set only in flash
      *mode.
       01 ws-flash-file-status         pic xx value '00'.
       77 ws-flash-mode                pic x value 'N'.
       77 ws-input-file-name           pic x(60) value
           "../../../../Data/project6.dat".
       77 ws-valid-file-name           pic x(60) value
           "../../../../Data/valid.dat".
       77 ws-invalid-file-name         pic x(60) value
           "../../../../Data/invalid.dat".
       77 ws-invalid-report-name       pic x(60) value
           "../../../../Data/invalid.out".

      *Today's run date, captured alongside the audit-start entry and
      *stamped on every sale-history record written this run.

           perform 290-flush-open-batch.
           perform 800-print-summary.

      *    A flash run leaves the checkpoint, the batch control
      *    record and the audit log exactly as the nightly run will
      *    find them.
           if ws-flash-mode not = ws-true-const
               perform 950-clear-checkpoint
               perform 970-write-batch-control
               perform 960-write-audit-end
               close invoice-archive-file,
                 valid-items-file,
                 valid-customers-file,
                 valid-exemptions-file,
                 exemption-history-file,
                 employee-purchase-file,
                 sale-history-file,
                 transaction-history-file
           end-if.

           close input-file,
             valid-file,
             invalid-file,
             invalid-report.

           move ws-false-const to ws-eof-flag.

           perform 101-resolve-business-date.
           perform 102-check-flash-request.
           divide ws-run-date by 100 giving ws-run-month.

      *    A flash run is not a run of the nightly chain - no audit
      *    entry, and no checkpoint to resume from or leave behind.
           if ws-flash-mode not = ws-true-const
               perform 140-open-audit-log
               perform 145-write-audit-start
               perform 120-check-for-restart
           end-if.

           open input input-file.
           perform 113-load-store-master.
           perform 115-load-sku-master.
           perform 122-load-promo-table.
           perform 124-load-cashier-master.
           perform 136-load-employee-purchases.
           perform 127-load-customer-master.
           perform 131-load-exemption-certs.
           perform 133-load-tax-table.
           perform 117-open-valid-file.

      *    The permanent histories are the nightly run's to append
      *    to - a flash run reads the month's employee spend above
      *    but adds nothing to any of them.
           if ws-flash-mode not = ws-true-const
               perform 118-open-sale-history
               perform 119-open-transaction-history
               perform 129-open-exemption-history
               perform 138-open-employee-purchases
               perform 126-open-invoice-archive
           end-if.

           perform 121-open-card-balance.

           if ws-restart-count is greater than zero
               open extend invalid-file,
                 extend invalid-report,
                 extend valid-items-file,
                 extend valid-customers-file,
                 extend valid-exemptions-file
               perform 130-skip-to-checkpoint
           else
               open output invalid-file,
                 output invalid-report
               if ws-flash-mode not = ws-true-const
                   open output valid-items-file,
                     output valid-customers-file,
                     output valid-exemptions-file
               end-if
               perform 110-print-report-headers
               read input-file
                   at end
               close run-control-file
           end-if.

      *A flash card with a plausible date puts this run in flash
      *mode for that date - it edits whatever Program_22 has
      *assembled into flash-input.dat so far, into flash-valid.dat
      *and flash-invalid.dat/.out for Program_37's flash report.
      *valid-items/customers/exemptions are not written at all: the
      *nightly Program_3 is their only reader.
       102-check-flash-request.
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
                           move ws-true-const to ws-flash-mode
                           move fq-business-date to ws-run-date
                       end-if
               end-read
               close flash-request-file
           end-if.

           if ws-flash-mode = ws-true-const
               move ws-run-date to ws-fh-business-date
               move "../../../../Data/flash-input.dat"
                 to ws-input-file-name
               move "../../../../Data/flash-valid.dat"
                 to ws-valid-file-name
               move "../../../../Data/flash-invalid.dat"
                 to ws-invalid-file-name
               move "../../../../Data/flash-invalid.out"
                 to ws-invalid-report-name
           end-if.

      *Opens the shared audit log for update, creating it first if
      *this is the very first run and it does not exist yet.
       140-open-audit-log.
                 to ws-cashier-entry (ws-cashier-count)
           end-if.

      *    An active employee with a discount and a cap on file may
      *    buy at the staff discount - one with either left blank
      *    has no entitlement and is not loaded.
           if cm-active-88
             and cm-discount-pct is numeric
             and cm-purchase-cap is numeric
             and ws-employee-count is less than 200
               add ws-one to ws-employee-count
               move cm-cashier-id to ws-emp-id (ws-employee-count)
               move cm-discount-pct
                 to ws-emp-discount-pct (ws-employee-count)
               move cm-purchase-cap to ws-emp-cap (ws-employee-count)
               move zero to ws-emp-month-spend (ws-employee-count)
           end-if.

           read cashier-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the active loyalty customers. A missing customer master
      *degrades - no customer edit - the same first-run grace the
      *cashier reference file gets. Inactive customers stay on the
      *file for their points history but do not pass the edit.
       127-load-customer-master.
           open input customer-master-file.

           if ws-customer-file-status = "00"
               read customer-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 128-load-one-customer
                 until ws-eof-flag = ws-true-const

               close customer-master-file
               move ws-false-const to ws-eof-flag
           end-if.

      *Guarded against the table's occurs limit, the same way
      *116-load-sku-entry guards ws-sku-table.
       128-load-one-customer.
           if cu-active-88
             and ws-customer-count is less than 9999
               add ws-one to ws-customer-count
               move cu-customer-number
                 to ws-customer-code-entry (ws-customer-count)
           end-if.

           read customer-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the exemption certificates. Expired certificates are
      *loaded too - the expiry is checked against the run date when
      *a sale names one, so the holder's lapsed certificate is told
      *apart from a mistyped number only by the error text.
       131-load-exemption-certs.
           open input exemption-cert-file.

           if ws-cert-file-status = "00"
               read exemption-cert-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 132-load-one-cert
                 until ws-eof-flag = ws-true-const

               close exemption-cert-file
               move ws-false-const to ws-eof-flag
           end-if.

       132-load-one-cert.
           if ws-cert-count is less than 5000
               add ws-one to ws-cert-count
               move ec-cert-number
                 to ws-cert-number-entry (ws-cert-count)
               move ec-jurisdiction
                 to ws-cert-juris-entry (ws-cert-count)
               if ec-expiry-date is numeric
                   move ec-expiry-date
                     to ws-cert-expiry-entry (ws-cert-count)
               else
                   move zero to ws-cert-expiry-entry (ws-cert-count)
               end-if
           end-if.

           read exemption-cert-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the tax table's store/date/jurisdiction columns. A
      *missing table leaves every store's jurisdiction unknown, and
      *an exemption cannot then be proved for any of them.
       133-load-tax-table.
           open input tax-table-file.

           if ws-tax-file-status = "00"
               read tax-table-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 134-load-one-tax-row
                 until ws-eof-flag = ws-true-const

               close tax-table-file
               move ws-false-const to ws-eof-flag
           end-if.

       134-load-one-tax-row.
           if ws-tax-count is less than 200
             and tt-effective-date is numeric
               add ws-one to ws-tax-count
               move tt-store-number to ws-tax-store (ws-tax-count)
               move tt-effective-date to ws-tax-eff-date (ws-tax-count)
               move tt-jurisdiction to ws-tax-juris (ws-tax-count)
           end-if.

           read tax-table-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Adds up what each employee has already bought this month from
      *the employee-purchase history, so the monthly cap covers every
      *earlier run of the month. A missing history is a first run -
      *nothing bought yet.
       136-load-employee-purchases.
           open input employee-purchase-file.

           if ws-emp-file-status = "00"
               read employee-purchase-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 137-load-one-employee-purchase
                 until ws-eof-flag = ws-true-const

               close employee-purchase-file
               move ws-false-const to ws-eof-flag
           end-if.

       137-load-one-employee-purchase.
           if ep-run-yyyymm = ws-run-month
             and ep-paid-amount is numeric
               move ep-employee-id to ws-emp-lookup-id
               perform 358-find-employee
               if ws-employee-found = ws-true-const
                   set ws-employee-idx to ws-emp-held-position
                   add ep-paid-amount
                     to ws-emp-month-spend (ws-employee-idx)
               end-if
           end-if.

           read employee-purchase-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Opens the employee-purchase history for append, creating it
      *the first time through, the same way the exempt-sales history
      *is.
       138-open-employee-purchases.
           open extend employee-purchase-file.

           if ws-emp-file-status not = "00"
               open output employee-purchase-file
               close employee-purchase-file
               open extend employee-purchase-file
           end-if.

      *Opens the permanent exempt-sales history for append, creating
      *it the first time through, the same way the transaction
      *history is.
       129-open-exemption-history.
           open extend exemption-history-file.

           if ws-exh-file-status not = "00"
               open output exemption-history-file
               close exemption-history-file
               open extend exemption-history-file
           end-if.

      *Guarded against ws-sku-table's occurs 1 to 5000 limit, the
      *same way 370-check-duplicate-invoice guards ws-invoice-table.
       116-load-sku-entry.
           write invalid-report-line from ws-spaces-line.
           write invalid-report-line
               from ws-heading2-report-header-line.
           if ws-flash-mode = ws-true-const
               write invalid-report-line from ws-flash-heading
           end-if.
           write invalid-report-line from ws-spaces-line.
           write invalid-report-line
               from ws-heading4-invalid-report-line-1.

               if ws-buffer-voided (ws-buffer-idx) = ws-true-const
      *            Both halves of a matched void pair (and the
      *            cancelled ticket's item, customer, exemption and
      *            employee lines) were already listed
      *            in the void section - dropped here, written
      *            nowhere, counted in no total.
                   continue
                   if il-transaction-code = 'I'
                       perform 390-disposition-item-line
                   else
                       if kl-customer-88
                           perform 392-disposition-customer-line
                       else
                           if el-exemption-88
                               perform 394-disposition-exempt-line
                           else
                               if ml-employee-88
                                   perform
                                     396-disposition-employee-line
                               else
                                   perform
                                     227-settle-transaction-record
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *A transaction record (or an unpaired void) in the settle loop
      *- the group behind it is scanned, the record faces the edits,
      *and the outcome is remembered for its item and customer lines.
       227-settle-transaction-record.
           if il-void-88
               perform 395-reject-unmatched-void
           else
               perform 380-scan-item-group
               perform 300-validate-record

               if ws-num-of-errors-count is greater than zero
                   move ws-false-const to ws-group-accepted
                   perform 500-write-invalid-record
               else
                   move ws-true-const to ws-group-accepted
                   perform 400-write-valid-record
               end-if
           end-if.

      *Looks ahead in the buffer at the consecutive 'I' lines behind
      *the transaction record in hand - counts them, runs the item
      *edits, and sums quantity times unit amount so 385-check-item-
      *group can prove the lines add back up to the invoice amount.
      *A 'K' customer line may sit anywhere among them - it names the
      *loyalty customer for 349-check-customer-number and is counted
      *into the group, but not into the item sum. An 'E' exemption
      *line is handled the same way for 351-check-exemption, and an
      *'M' employee line for 356-check-employee-purchase.
       380-scan-item-group.
           move zero to ws-group-item-count.
           move zero to ws-group-sku-line-count.
           move zero to ws-item-sum.
           move ws-false-const to ws-items-present.
           move ws-false-const to ws-customer-present.
           move spaces to ws-group-customer.
           move ws-false-const to ws-exempt-present.
           move spaces to ws-group-cert.
           move ws-false-const to ws-employee-present.
           move zero to ws-group-customer-count.
           move zero to ws-group-cert-count.
           move zero to ws-group-employee-count.
           move spaces to ws-group-employee.
           move zero to ws-group-list-amount.
           move ws-false-const to ws-group-list-bad.
           move ws-false-const to ws-item-qty-bad.
           move ws-false-const to ws-item-amt-bad.
           move ws-false-const to ws-item-sku-bad.
           move il-transaction-code to ws-group-code.

           compute ws-item-scan-idx = ws-buffer-idx + 1.
           perform 381-scan-one-group-line
             until ws-item-scan-idx is greater than
               ws-batch-buffer-count
             or (ws-buffer-record (ws-item-scan-idx) (1:1) not = 'I'
               and ws-buffer-record (ws-item-scan-idx) (1:1) not = 'K'
               and ws-buffer-record (ws-item-scan-idx) (1:1) not = 'E'
               and ws-buffer-record (ws-item-scan-idx) (1:1) not = 'M').

           if ws-group-sku-line-count is greater than zero
               move ws-true-const to ws-items-present
           end-if.

       381-scan-one-group-line.
           add ws-one to ws-group-item-count.

           if ws-buffer-record (ws-item-scan-idx) (1:1) = 'K'
               perform 384-scan-customer-line
           else
               if ws-buffer-record (ws-item-scan-idx) (1:1) = 'E'
                   perform 386-scan-exemption-line
               else
                   if ws-buffer-record (ws-item-scan-idx) (1:1) = 'M'
                       perform 388-scan-employee-line
                   else
                       perform 382-scan-one-item
                   end-if
               end-if
           end-if.

           add ws-one to ws-item-scan-idx.

      *The 'K' line names the customer - a ticket is never split
      *between two loyalty accounts, so the lines are counted and a
      *second one is refused, the same as a second 'M' line.
       384-scan-customer-line.
           move ws-buffer-record (ws-item-scan-idx) to ws-customer-work.
           add ws-one to ws-group-customer-count.
           move ws-cw-customer-number to ws-group-customer.
           move ws-true-const to ws-customer-present.

      *Likewise the 'E' line names the certificate - one sale is
      *exempt under one certificate, and a second line is refused.
       386-scan-exemption-line.
           move ws-buffer-record (ws-item-scan-idx)
             to ws-exemption-work.
           add ws-one to ws-group-cert-count.
           move ws-ew-cert-number to ws-group-cert.
           move ws-true-const to ws-exempt-present.

      *Employee lines are counted as well as noted - a purchase names
      *exactly one buyer, and a second 'M' line is refused rather
      *than quietly charged to whichever came last.
       388-scan-employee-line.
           move ws-buffer-record (ws-item-scan-idx)
             to ws-employee-work.
           add ws-one to ws-group-employee-count.
           move ws-mw-employee-id to ws-group-employee.
           if ws-mw-list-amount is numeric
               move ws-mw-list-amount to ws-group-list-amount
           else
               move ws-true-const to ws-group-list-bad
           end-if.
           move ws-true-const to ws-employee-present.

       382-scan-one-item.
           move ws-buffer-record (ws-item-scan-idx) to ws-item-work.
           add ws-one to ws-group-sku-line-count.

           if ws-iw-quantity is not numeric
             or ws-iw-quantity = zero

           perform 383-check-item-sku.

      *Each item's SKU faces the same catalog lookup the invoice's
      *own SKU does. With no catalog loaded the check degrades the
      *same way 365-check-sku-master does.
           if ws-group-item-count is greater than zero
               subtract ws-one from ws-group-item-count
               if ws-group-accepted = ws-true-const
                   if ws-flash-mode not = ws-true-const
                       perform 430-write-valid-item
                   end-if
               else
                   move zero to ws-num-of-errors-count
                   move ws-error-text-21-const to ws-error-current
               perform 500-write-invalid-record
           end-if.

      *One buffered customer line reaches its turn - it goes wherever
      *its invoice went, exactly as an item line does.
       392-disposition-customer-line.
           if ws-group-item-count is greater than zero
               subtract ws-one from ws-group-item-count
               if ws-group-accepted = ws-true-const
                   if ws-flash-mode not = ws-true-const
                       perform 435-write-valid-customer
                   end-if
               else
                   move zero to ws-num-of-errors-count
                   move ws-error-text-30-const to ws-error-current
                   perform 900-add-error-message
                   perform 500-write-invalid-record
               end-if
           else
               move zero to ws-num-of-errors-count
               move ws-error-text-29-const to ws-error-current
               perform 900-add-error-message
               perform 500-write-invalid-record
           end-if.

      *One buffered exemption line reaches its turn - it goes
      *wherever its invoice went, exactly as a customer line does.
       394-disposition-exempt-line.
           if ws-group-item-count is greater than zero
               subtract ws-one from ws-group-item-count
               if ws-group-accepted = ws-true-const
                   if ws-flash-mode not = ws-true-const
                       perform 437-write-valid-exemption
                   end-if
               else
                   move zero to ws-num-of-errors-count
                   move ws-error-text-36-const to ws-error-current
                   perform 900-add-error-message
                   perform 500-write-invalid-record
               end-if
           else
               move zero to ws-num-of-errors-count
               move ws-error-text-35-const to ws-error-current
               perform 900-add-error-message
               perform 500-write-invalid-record
           end-if.

      *One buffered employee line reaches its turn - it goes wherever
      *its invoice went. An accepted one is written nowhere of its
      *own: the purchase is recorded against the employee when its
      *'P' record is written (417-record-employee-purchase).
       396-disposition-employee-line.
           if ws-group-item-count is greater than zero
               subtract ws-one from ws-group-item-count
               if ws-group-accepted not = ws-true-const
                   move zero to ws-num-of-errors-count
                   move ws-error-text-42-const to ws-error-current
                   perform 900-add-error-message
                   perform 500-write-invalid-record
               end-if
           else
               move zero to ws-num-of-errors-count
               move ws-error-text-41-const to ws-error-current
               perform 900-add-error-message
               perform 500-write-invalid-record
           end-if.

       437-write-valid-exemption.
           move input-line to ws-exemption-work.
           move ws-group-invoice to ve-invoice-number.
           move ws-group-store to ve-store-number.
           move ws-group-code to ve-transaction-code.
           move ws-ew-cert-number to ve-cert-number.
           write valid-exemptions-record.

       435-write-valid-customer.
           move input-line to ws-customer-work.
           move ws-group-invoice to vc-invoice-number.
           move ws-group-store to vc-store-number.
           move ws-group-code to vc-transaction-code.
           move ws-cw-customer-number to vc-customer-number.
           write valid-customers-record.

       430-write-valid-item.
           move input-line to ws-item-work.
           move ws-group-invoice to vi-invoice-number.
      *            An item line's bytes overlay the amount field with
      *            its qty/unit digits - its dollars are already in
      *            the invoice's amount, so only transaction records
      *            count toward the trailer's amount total. A customer
      *            or exemption line carries no dollars at all, and
      *            an employee line's list price is not money taken.
                   if il-transaction-code not = 'I'
                     and il-transaction-code not = 'K'
                     and il-transaction-code not = 'E'
                     and il-transaction-code not = 'M'
                     and il-transaction-amount is numeric
                       add il-transaction-amount
                         to ws-batch-actual-amount
           else
               move ws-record-number-count to ws-disposition-line-no
               move ws-false-const to ws-items-present
               move ws-false-const to ws-customer-present
               move ws-false-const to ws-exempt-present
               move ws-false-const to ws-employee-present
               move zero to ws-group-customer-count
               move zero to ws-group-cert-count
               move zero to ws-group-employee-count
               perform 300-validate-record
               move ws-error-text-11-const to ws-error-current
               perform 900-add-error-message
           if ws-buffer-voided (ws-void-target-idx)
               not = ws-true-const
             and ws-buffer-record (ws-void-target-idx) (1:1) not = 'I'
             and ws-buffer-record (ws-void-target-idx) (1:1) not = 'K'
             and ws-buffer-record (ws-void-target-idx) (1:1) not = 'E'
             and ws-buffer-record (ws-void-target-idx) (1:1) not = 'M'
             and ws-buffer-record (ws-void-target-idx) (1:1) not = 'V'
             and ws-buffer-record (ws-void-target-idx) (13:9) =
               ws-buffer-record (ws-void-scan-idx) (13:9)

      *262 leaves ws-void-target-idx one past the match (the varying
      *clause advances before the until test) - step it back, mark
      *the pair and the target's item, customer, exemption and
      *employee lines, and list them.
       264-apply-void-pair.
           subtract ws-one from ws-void-target-idx.

           perform 266-mark-one-void-item
             until ws-void-mark-idx is greater than
               ws-batch-buffer-count
             or (ws-buffer-record (ws-void-mark-idx) (1:1) not = 'I'
               and ws-buffer-record (ws-void-mark-idx) (1:1) not = 'K'
               and ws-buffer-record (ws-void-mark-idx) (1:1) not = 'E'
               and ws-buffer-record (ws-void-mark-idx) (1:1) not = 'M').

      *    On a replay the pair was already listed and tallied by the
      *    run that abended - only the marks are rebuilt.
           perform 330-check-payment-type.
           perform 340-check-store-number.
           perform 347-check-cashier-id.
           perform 349-check-customer-number.
           perform 351-check-exemption.
           perform 356-check-employee-purchase.
           perform 350-check-invoice-number.
           perform 360-check-sku-code.
           perform 365-check-sku-master.
               move ws-true-const to ws-cashier-is-valid
           end-if.

      *A loyalty customer named on the ticket's 'K' line must be an
      *active member on the customer master - points earned against
      *a mistyped number would land in nobody's account. A ticket
      *with no customer line is a walk-in and is not checked; with no
      *customer master loaded the edit degrades, the same as the
      *cashier edit. A staff purchase earns no points, so a customer
      *line on a 'P' is refused - a return of it would otherwise take
      *back points the customer was never given. A ticket naming two
      *customers is refused outright, as only one could be checked.
       349-check-customer-number.
           if ws-customer-present = ws-true-const
             and il-employee-purchase-88
               move ws-error-text-44-const to ws-error-current
               perform 900-add-error-message
           end-if.

           if ws-group-customer-count is greater than ws-one
               move ws-error-text-45-const to ws-error-current
               perform 900-add-error-message
           end-if.

           if ws-customer-present = ws-true-const
             and ws-customer-count is greater than zero
             and not il-employee-purchase-88
             and ws-group-customer-count = ws-one
               set ws-customer-idx to 1
               search all ws-customer-entry
                   at end
                       move ws-error-text-28-const to ws-error-current
                       perform 900-add-error-message
                   when ws-customer-code-entry (ws-customer-idx) =
                     ws-group-customer
                       continue
               end-search
           end-if.

      *A sale rung tax exempt must name a certificate on file that
      *has not expired by the run date and was issued by the
      *jurisdiction the store collects tax for. Only a sale can be
      *exempt - returns and exchanges follow their original sale's
      *exemption in Program_4, and layaway is taxed as it is paid.
      *A second 'E' line on the ticket is refused.
       351-check-exemption.
           if ws-exempt-present = ws-true-const
               if il-transaction-code not = 'S'
                   move ws-error-text-34-const to ws-error-current
                   perform 900-add-error-message
               else
                   if ws-group-cert-count is greater than ws-one
                       move ws-error-text-46-const
                         to ws-error-current
                       perform 900-add-error-message
                   else
                       perform 352-check-exemption-cert
                   end-if
               end-if
           end-if.

       352-check-exemption-cert.
           if ws-cert-count = zero
               move ws-error-text-32-const to ws-error-current
               perform 900-add-error-message
           else
               set ws-cert-idx to 1
               search all ws-cert-entry
                   at end
                       move ws-error-text-32-const to ws-error-current
                       perform 900-add-error-message
                   when ws-cert-number-entry (ws-cert-idx) =
                     ws-group-cert
                       perform 353-check-cert-in-force
               end-search
           end-if.

       353-check-cert-in-force.
           if ws-cert-expiry-entry (ws-cert-idx) is less than
             ws-run-date
               move ws-error-text-32-const to ws-error-current
               perform 900-add-error-message
           else
               perform 354-resolve-store-juris
               if ws-tax-resolved-juris = spaces
                 or ws-tax-resolved-juris not =
                   ws-cert-juris-entry (ws-cert-idx)
                   move ws-error-text-33-const to ws-error-current
                   perform 900-add-error-message
               end-if
           end-if.

      *The store's jurisdiction is taken from its tax-table row with
      *the latest effective date on or before the run date.
       354-resolve-store-juris.
           move spaces to ws-tax-resolved-juris.
           move zero to ws-tax-best-date.

           if il-store-number is numeric
               move il-store-number to ws-tax-lookup-store
               perform 355-check-one-tax-row
                 varying ws-tax-idx from 1 by 1
                 until ws-tax-idx is greater than ws-tax-count
           end-if.

       355-check-one-tax-row.
           if ws-tax-store (ws-tax-idx) = ws-tax-lookup-store
             and ws-tax-eff-date (ws-tax-idx) is not greater than
               ws-run-date
             and ws-tax-eff-date (ws-tax-idx) is not less than
               ws-tax-best-date
               move ws-tax-eff-date (ws-tax-idx) to ws-tax-best-date
               move ws-tax-juris (ws-tax-idx) to ws-tax-resolved-juris
           end-if.

      *An employee purchase must name exactly one employee, active on
      *the cashier file with a staff discount on file; the amount
      *paid must be the ticket's list price less that discount, to
      *the cent; and what the employee has bought this month,
      *counting this purchase, must stay within their monthly cap.
      *An 'M' line on anything but a 'P' is refused, so a staff
      *discount can never ride on an ordinary sale.
       356-check-employee-purchase.
           if il-employee-purchase-88
               if ws-group-employee-count not = ws-one
                   move ws-error-text-40-const to ws-error-current
                   perform 900-add-error-message
               else
                   perform 357-check-employee-entitlement
               end-if
           else
               if ws-employee-present = ws-true-const
                   move ws-error-text-43-const to ws-error-current
                   perform 900-add-error-message
               end-if
           end-if.

       357-check-employee-entitlement.
           move ws-group-employee to ws-emp-lookup-id.
           perform 358-find-employee.

           if ws-employee-found not = ws-true-const
               move ws-error-text-37-const to ws-error-current
               perform 900-add-error-message
           else
               set ws-employee-idx to ws-emp-held-position
               if ws-group-list-bad = ws-true-const
                 or il-transaction-amount is not numeric
                   move ws-error-text-38-const to ws-error-current
                   perform 900-add-error-message
               else
                   compute ws-emp-discount-amount rounded =
                     ws-group-list-amount
                     * ws-emp-discount-pct (ws-employee-idx)
                     / ws-hundred
                   compute ws-emp-expected-paid =
                     ws-group-list-amount - ws-emp-discount-amount
                   if il-transaction-amount not = ws-emp-expected-paid
                       move ws-error-text-38-const to ws-error-current
                       perform 900-add-error-message
                   end-if
                   compute ws-emp-spend-after =
                     ws-emp-month-spend (ws-employee-idx)
                     + il-transaction-amount
                   if ws-emp-spend-after is greater than
                     ws-emp-cap (ws-employee-idx)
                       move ws-error-text-39-const to ws-error-current
                       perform 900-add-error-message
                   end-if
               end-if
           end-if.

      *Leaves ws-emp-held-position on the employee's entry, when
      *there is one.
       358-find-employee.
           move ws-false-const to ws-employee-found.

           if ws-employee-count is greater than zero
               perform 359-scan-employee-table
                 varying ws-employee-idx from 1 by 1
                 until ws-employee-idx is greater than
                   ws-employee-count
                 or ws-employee-found = ws-true-const
           end-if.

       359-scan-employee-table.
           if ws-emp-id (ws-employee-idx) = ws-emp-lookup-id
               move ws-true-const to ws-employee-found
               set ws-emp-held-position to ws-employee-idx
           end-if.

      *Invoice number is checked through each of its redefinitions -
      *dash position, leading-letter range, duplicate letters and the
      *valid numeric range.
               end-if
           end-if.

      *    A card the dormancy run has turned over to the state is
      *    closed - the value now belongs to the customer's claim
      *    with the state, so it cannot be spent or reloaded here.
           if il-gift-issue-88
             or (il-payment-gift-88 and not il-exchange-88)
               perform 376-resolve-card-balance
               if ws-gift-escheated = ws-true-const
                   move ws-error-text-31-const to ws-error-current
                   perform 900-add-error-message
               end-if
           end-if.

      *The card's spendable value - what the balance file holds, plus
      *whatever this run has already issued or drawn against it.
       376-resolve-card-balance.
           move zero to ws-gift-balance.
           move ws-false-const to ws-gift-escheated.
           move il-sku-code to ws-gift-lookup-card.

           if ws-card-on-file = 'Y'
                   not invalid key
                       compute ws-gift-balance =
                         cb-issued-amount - cb-redeemed-amount
                       if cb-escheated-88
                           move ws-true-const to ws-gift-escheated
                       end-if
               end-read
           end-if.

               not invalid key
                   add ws-one to ws-valid-record-count
                   add il-transaction-amount to ws-valid-amount
                   if ws-flash-mode not = ws-true-const
                       if il-transaction-code = 'S'
                         or il-employee-purchase-88
                           perform 410-record-sale-history
                       end-if
                   end-if
                   if il-employee-purchase-88
                       perform 417-record-employee-purchase
                   end-if
                   if ws-flash-mode not = ws-true-const
                       perform 420-write-history-record
                   end-if
                   perform 440-track-gift-card
           end-write.

           move il-invoice-number to sh-invoice-number.
           move il-transaction-amount to sh-sale-amount.
           move zero to sh-returned-amount.
           move zero to sh-chargeback-amount.
           move il-store-number to sh-store-number.
           move ws-run-date to sh-sale-date.
           move ws-group-customer to sh-customer-number.
           move spaces to sh-exempt-cert.
           if ws-exempt-present = ws-true-const
               move ws-group-cert to sh-exempt-cert
               perform 415-record-exemption-history
           end-if.

           write sale-history-record
               invalid key
                   rewrite sale-history-record
           end-write.

      *An exempt sale is also kept on the exempt-sales history,
      *under the certificate it was rung on, for the month's
      *exempt-sales report.
       415-record-exemption-history.
           move ws-run-date to eh-run-date.
           move ws-group-cert to eh-cert-number.
           move il-invoice-number to eh-invoice-number.
           move il-store-number to eh-store-number.
           move il-transaction-amount to eh-sale-amount.
           write exemption-history-record.

      *An accepted employee purchase goes on the employee-purchase
      *history and counts against the employee's cap for the rest of
      *the run. A flash run still counts it against the cap, so the
      *flash accepts what the nightly run will, but leaves the
      *history to the nightly run.
       417-record-employee-purchase.
           move ws-run-date to ep-run-date.
           move ws-group-employee to ep-employee-id.
           move il-invoice-number to ep-invoice-number.
           move il-store-number to ep-store-number.
           move ws-group-list-amount to ep-list-amount.
           move il-transaction-amount to ep-paid-amount.
           move il-cashier-id to ep-cashier-id.
           if ws-flash-mode not = ws-true-const
               write employee-purchase-record
           end-if.

           move ws-group-employee to ws-emp-lookup-id.
           perform 358-find-employee.
           if ws-employee-found = ws-true-const
               set ws-employee-idx to ws-emp-held-position
               add il-transaction-amount
                 to ws-emp-month-spend (ws-employee-idx)
           end-if.

      *Carries the validated record into the permanent history,
      *stamped with the run date, so the period rollups survive
      *valid-file being recreated tomorrow.
           move ws-settled-count to rs-settled-count.
           perform 903-write-restart-record.

      *Every checkpoint comes through here. A flash run keeps none -
      *the nightly run's checkpoint file is left as it was found.
       903-write-restart-record.
           if ws-flash-mode not = ws-true-const
               move ws-valid-record-count to rs-valid-record-count
               move ws-invalid-record-count to rs-invalid-record-count
               move ws-valid-amount to rs-valid-amount
               move ws-batch-reject-count to rs-batch-reject-count
               move ws-void-count to rs-void-count
               open output restart-file
               write restart-record
               close restart-file
           end-if.

      *Run completed cleanly - clear the checkpoint so the next run
      *starts from record one instead of skipping ahead.
