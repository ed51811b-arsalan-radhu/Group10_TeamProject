       identification division.
       program-id. Program_24.
       author. Sanjivkumar Patel.
       date-written. 15th October 2026.
      *Program description: This program keeps the loyalty points
      * ledger. The points Program_3 earned on the day's sales and
      * layaway deposits, and the points Program_4 took back on the
      * day's returns (or earned on an exchange difference), are
      * posted to a running balance by customer, and a statement
      * lists each customer's activity for the day followed by every
      * balance on the ledger, so the card program no longer runs on
      * paper.

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

      *    Customer master - the loyalty program's members, shared
      *    with Program_1. Sorted ascending by customer number; read
      *    here only for the names on the statement.
       select customer-master-file
         assign to "../../../../Data/customer-master.dat"
         organization is line sequential
         file status is ws-customer-file-status.

      *    Points earned today, written by Program_3.
       select points-earned-file
         assign to "../../../../Data/points-earned.dat"
         organization is line sequential
         file status is ws-earned-file-status.

      *    Points moved by today's returns and exchanges, written by
      *    Program_4.
       select points-clawback-file
         assign to "../../../../Data/points-clawback.dat"
         organization is line sequential
         file status is ws-clawback-file-status.

      *    The points balance by customer, kept across runs.
       select points-ledger-file
         assign to "../../../../Data/points-ledger.dat"
         organization is indexed
         access mode is dynamic
         record key is pl-customer-number
         file status is ws-ledger-file-status.

      *    One-record guard carrying the date the points were last
      *    posted - the balances are cumulative, so the same day's
      *    activity must never be posted twice.
       select applied-guard-file
         assign to "../../../../Data/points-applied.dat"
         organization is line sequential
         file status is ws-guard-file-status.

      *    Batch control record written by Program_1 - the generation
      *    handshake, so yesterday's leftover points files can never
      *    be posted as today's.
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
         assign to "../../../../Data/points-statement.out"
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

       fd customer-master-file
           data record is customer-master-record
           record contains 46 characters.

       01 customer-master-record.
         05 cu-customer-number       pic x(10).
         05 cu-customer-name         pic x(25).
         05 cu-home-store            pic 99.
         05 cu-join-date             pic 9(8).
         05 cu-status                pic x.
           88 cu-active-88              value 'A'.

       fd points-earned-file
           data record is points-earned-record
           record contains 43 characters.

       01 points-earned-record.
         05 pe-customer-number       pic x(10).
         05 pe-run-date              pic 9(8).
         05 pe-invoice-number        pic x(9).
         05 pe-store-number          pic xx.
         05 pe-transaction-code      pic x.
         05 pe-amount                pic 9(5)v99.
         05 pe-points                pic 9(6).

      *Same layout - an 'R' record takes points back, an 'X' record
      *is an exchange difference collected and earns them.
       fd points-clawback-file
           data record is points-clawback-record
           record contains 43 characters.

       01 points-clawback-record.
         05 pc-customer-number       pic x(10).
         05 pc-run-date              pic 9(8).
         05 pc-invoice-number        pic x(9).
         05 pc-store-number          pic xx.
         05 pc-transaction-code      pic x.
           88 pc-exchange-88            value 'X'.
         05 pc-amount                pic 9(5)v99.
         05 pc-points                pic 9(6).

      *A return can take back points already counted into an older
      *balance, so the balance is signed - a customer who returns
      *more than they have earned shows owing until new sales cover
      *it.
       fd points-ledger-file
           data record is points-ledger-record.

       01 points-ledger-record.
         05 pl-customer-number       pic x(10).
         05 pl-balance               pic s9(7).
         05 pl-lifetime-earned       pic 9(8).
         05 pl-lifetime-clawed       pic 9(8).
         05 pl-open-date             pic 9(8).
         05 pl-last-activity         pic 9(8).

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

       01 ws-customer-file-status    pic xx value '00'.
       01 ws-earned-file-status      pic xx value '00'.
       01 ws-clawback-file-status    pic xx value '00'.
       01 ws-ledger-file-status      pic xx value '00'.
       01 ws-guard-file-status       pic xx value '00'.
       01 ws-bc-file-status          pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *Generation handshake, mirroring Program_18's - the points
      *posted must be this run's output, not stale files.
       77 ws-bc-found                pic x value 'N'.
       77 ws-bc-run-date             pic 9(8) value 0.
       77 ws-generation-fresh        pic x value 'N'.

      *The balances are cumulative - if the guard says today's
      *activity was already posted, this run refuses rather than
      *earning every sale a second time. The guard is written before
      *the posting starts, the same as Program_18's.
       77 ws-already-applied         pic x value 'N'.

      *Member names for the statement, loaded from the customer
      *master in ascending customer order. A customer missing here
      *(the master re-keyed since the sale) still posts - the name
      *is simply left blank.
       01 ws-customer-table.
         05 ws-customer-entry        occurs 1 to 9999 times
              depending on ws-customer-count
              ascending key ws-customer-code-entry
              indexed by ws-customer-idx.
           10 ws-customer-code-entry pic x(10).
           10 ws-customer-name-entry pic x(25).
       77 ws-customer-count          pic 9(4) value 0.
       77 ws-lookup-name             pic x(25).

      *The day's points by customer, built in memory from both files
      *and posted to the ledger in one pass at the end. The opening
      *and closing balances are kept for the activity section.
       01 ws-activity-table.
         05 ws-ac-entry              occurs 2000 times
              indexed by ws-ac-idx.
           10 ws-ac-customer         pic x(10).
           10 ws-ac-earned           pic 9(7).
           10 ws-ac-clawed           pic 9(7).
           10 ws-ac-opening          pic s9(7).
           10 ws-ac-closing          pic s9(7).
       77 ws-ac-count                pic 9(4) value 0.
       77 ws-ac-found                pic x value 'N'.
       77 ws-ac-held-position        pic 9(4).
       77 ws-ac-slot-ok              pic x value 'N'.
       77 ws-ac-dropped              pic 9(4) value 0.
       77 ws-lookup-customer         pic x(10).
       77 ws-add-points              pic 9(6).
       77 ws-add-direction           pic x.

       01 ws-apply-counters.
         05 ws-earned-read           pic 9(6) value 0.
         05 ws-clawback-read         pic 9(6) value 0.
         05 ws-ledger-created-count  pic 9(5) value 0.
         05 ws-ledger-updated-count  pic 9(5) value 0.
         05 ws-balance-count         pic 9(6) value 0.
         05 ws-total-earned          pic 9(8) value 0.
         05 ws-total-clawed          pic 9(8) value 0.
         05 ws-total-outstanding     pic s9(9) value 0.

       01 ws-heading.
         05 filler                   pic x(37) value
           " LOYALTY POINTS ACTIVITY AND BALANCES".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-activity-heading.
         05 filler                   pic x(20) value
           "TODAY'S ACTIVITY".

       01 ws-activity-column-heading.
         05 filler                   pic x(10) value "Customer".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(25) value "Name".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "  Opening".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "  Earned".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value " Clawed ".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "  Closing".

       01 ws-activity-detail-line.
         05 ws-ad-customer           pic x(10).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-name               pic x(25).
         05 filler                   pic x(2) value spaces.
         05 ws-ad-opening            pic zzzzzz9-.
         05 filler                   pic x(3) value spaces.
         05 ws-ad-earned             pic zzzzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-ad-clawed             pic zzzzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-ad-closing            pic zzzzzz9-.

       01 ws-no-activity-line.
         05 filler                   pic x(41) value
           "  (NO POINTS EARNED OR CLAWED BACK TODAY)".

       01 ws-balance-heading.
         05 filler                   pic x(20) value
           "BALANCES ON FILE".

       01 ws-balance-column-heading.
         05 filler                   pic x(10) value "Customer".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(25) value "Name".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "  Balance".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value " Lifetime".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "   Clawed".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(13) value "Last Activity".

       01 ws-balance-detail-line.
         05 ws-bd-customer           pic x(10).
         05 filler                   pic x(2) value spaces.
         05 ws-bd-name               pic x(25).
         05 filler                   pic x(2) value spaces.
         05 ws-bd-balance            pic zzzzzz9-.
         05 filler                   pic x(2) value spaces.
         05 ws-bd-lifetime-earned    pic zzzzzzz9.
         05 filler                   pic x(3) value spaces.
         05 ws-bd-lifetime-clawed    pic zzzzzzz9.
         05 filler                   pic x(4) value spaces.
         05 ws-bd-last-activity      pic 9(8).

       01 ws-refused-line.
         05 filler                   pic x(56) value
           "*** RUN REFUSED - SEE AUDIT LOG - POINTS NOT POSTED ***".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "ACTIVITY RECORDS READ:  ".
         05 filler                   pic x(8) value "EARNED ".
         05 ws-sm-earned-read        pic zzzzz9.
         05 filler                   pic x(14) value "   RETURN/EXCH".
         05 filler                   pic x(1) value space.
         05 ws-sm-clawback-read      pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "LEDGER RECORDS NEW/UPD: ".
         05 ws-sm-created            pic zzzzz9.
         05 filler                   pic x value "/".
         05 ws-sm-updated            pic zzzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "POINTS EARNED TODAY:    ".
         05 ws-sm-total-earned       pic zzzzzzz9.
         05 filler                   pic x(17) value
           "   CLAWED BACK:  ".
         05 ws-sm-total-clawed       pic zzzzzzz9.

       01 ws-summary-line-4.
         05 filler                   pic x(24) value
           "CUSTOMERS ON LEDGER:    ".
         05 ws-sm-balance-count      pic zzzzz9.
         05 filler                   pic x(22) value
           "   POINTS OUTSTANDING ".
         05 ws-sm-total-outstanding  pic zzzzzzzz9-.

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

           perform 120-load-customer-master.
           perform 200-collect-earned.
           perform 250-collect-clawback.

           perform 400-open-ledger.
           perform 410-apply-activity.

           perform 800-print-statement.

           close points-ledger-file.

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
           move "Program_24" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

       148-write-audit-abend.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_24" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "ABNORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.
           move 1 to return-code.

      *A refused run still leaves a statement behind saying so, so
      *the missing statement is never mistaken for a quiet day.
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

      *Loads the member names. A missing master leaves every name
      *blank on the statement; the points still post.
       120-load-customer-master.
           open input customer-master-file.

           if ws-customer-file-status = "00"
               read customer-master-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 125-load-one-customer
                 until ws-eof-flag = ws-true-const

               close customer-master-file
               move ws-false-const to ws-eof-flag
           end-if.

       125-load-one-customer.
           if ws-customer-count is less than 9999
               add ws-one to ws-customer-count
               set ws-customer-idx to ws-customer-count
               move cu-customer-number
                 to ws-customer-code-entry (ws-customer-idx)
               move cu-customer-name
                 to ws-customer-name-entry (ws-customer-idx)
           end-if.

           read customer-master-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Points earned on the day's sales and layaway deposits.
       200-collect-earned.
           open input points-earned-file.

           if ws-earned-file-status = "00"
               read points-earned-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 210-collect-one-earned
                 until ws-eof-flag = ws-true-const
               close points-earned-file
               move ws-false-const to ws-eof-flag
           end-if.

       210-collect-one-earned.
           add ws-one to ws-earned-read.

           if pe-customer-number not = spaces
             and pe-points is numeric
               move pe-customer-number to ws-lookup-customer
               move pe-points to ws-add-points
               move '+' to ws-add-direction
               perform 300-add-activity
           end-if.

           read points-earned-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Points moved by the day's returns and exchanges - a return
      *takes its points back, an exchange difference earns.
       250-collect-clawback.
           open input points-clawback-file.

           if ws-clawback-file-status = "00"
               read points-clawback-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 260-collect-one-clawback
                 until ws-eof-flag = ws-true-const
               close points-clawback-file
               move ws-false-const to ws-eof-flag
           end-if.

       260-collect-one-clawback.
           add ws-one to ws-clawback-read.

           if pc-customer-number not = spaces
             and pc-points is numeric
               move pc-customer-number to ws-lookup-customer
               move pc-points to ws-add-points
               if pc-exchange-88
                   move '+' to ws-add-direction
               else
                   move '-' to ws-add-direction
               end-if
               perform 300-add-activity
           end-if.

           read points-clawback-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Folds one record's points into the customer's entry, opening a
      *zeroed one if the customer is new today. Activity past the
      *table's limit is dropped and counted, never smeared over
      *another customer.
       300-add-activity.
           perform 310-find-activity-entry.

           if ws-ac-slot-ok = ws-true-const
               if ws-add-direction = '-'
                   add ws-add-points to ws-ac-clawed (ws-ac-idx)
                   add ws-add-points to ws-total-clawed
               else
                   add ws-add-points to ws-ac-earned (ws-ac-idx)
                   add ws-add-points to ws-total-earned
               end-if
           else
               add ws-one to ws-ac-dropped
           end-if.

       310-find-activity-entry.
           move ws-false-const to ws-ac-found.
           move ws-false-const to ws-ac-slot-ok.

           if ws-ac-count is greater than zero
               perform 320-check-one-activity-entry
                 varying ws-ac-idx from 1 by 1
                 until ws-ac-idx is greater than ws-ac-count
                 or ws-ac-found = ws-true-const
           end-if.

           if ws-ac-found = ws-true-const
               set ws-ac-idx to ws-ac-held-position
               move ws-true-const to ws-ac-slot-ok
           else
               if ws-ac-count is less than 2000
                   add ws-one to ws-ac-count
                   set ws-ac-idx to ws-ac-count
                   move ws-lookup-customer to ws-ac-customer (ws-ac-idx)
                   move zero to ws-ac-earned (ws-ac-idx)
                   move zero to ws-ac-clawed (ws-ac-idx)
                   move zero to ws-ac-opening (ws-ac-idx)
                   move zero to ws-ac-closing (ws-ac-idx)
                   move ws-true-const to ws-ac-slot-ok
               end-if
           end-if.

       320-check-one-activity-entry.
           if ws-ac-customer (ws-ac-idx) = ws-lookup-customer
               move ws-true-const to ws-ac-found
               set ws-ac-held-position to ws-ac-idx
           end-if.

      *Opens the ledger for update, creating it first if this is the
      *very first run - the same guard the balance files carry.
       400-open-ledger.
           open i-o points-ledger-file.

           if ws-ledger-file-status not = "00"
               open output points-ledger-file
               close points-ledger-file
               open i-o points-ledger-file
           end-if.

       410-apply-activity.
           perform 420-apply-one-activity
             varying ws-ac-idx from 1 by 1
             until ws-ac-idx is greater than ws-ac-count.

      *One customer - the existing balance gets the day's points, a
      *customer never seen before opens a ledger record.
       420-apply-one-activity.
           move ws-ac-customer (ws-ac-idx) to pl-customer-number.

           read points-ledger-file
               invalid key
                   move zero to ws-ac-opening (ws-ac-idx)
                   compute pl-balance =
                     ws-ac-earned (ws-ac-idx) - ws-ac-clawed (ws-ac-idx)
                   move ws-ac-earned (ws-ac-idx) to pl-lifetime-earned
                   move ws-ac-clawed (ws-ac-idx) to pl-lifetime-clawed
                   move ws-run-date to pl-open-date
                   move ws-run-date to pl-last-activity
                   write points-ledger-record
                   add ws-one to ws-ledger-created-count
               not invalid key
                   move pl-balance to ws-ac-opening (ws-ac-idx)
                   compute pl-balance = pl-balance
                     + ws-ac-earned (ws-ac-idx)
                     - ws-ac-clawed (ws-ac-idx)
                   add ws-ac-earned (ws-ac-idx) to pl-lifetime-earned
                   add ws-ac-clawed (ws-ac-idx) to pl-lifetime-clawed
                   move ws-run-date to pl-last-activity
                   rewrite points-ledger-record
                   add ws-one to ws-ledger-updated-count
           end-read.

           move pl-balance to ws-ac-closing (ws-ac-idx).

      *The statement - the day's activity by customer in the order
      *first seen, then one pass of the whole ledger, front to back,
      *listing every balance on file.
       800-print-statement.
           open output report-file.

           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           write report-line from ws-activity-heading
             after advancing 2 lines.
           write report-line from ws-activity-column-heading
             after advancing ws-one lines.

           perform 805-print-one-activity
             varying ws-ac-idx from 1 by 1
             until ws-ac-idx is greater than ws-ac-count.

           if ws-ac-count = zero
               write report-line from ws-no-activity-line
           end-if.

           write report-line from ws-balance-heading
             after advancing 2 lines.
           write report-line from ws-balance-column-heading
             after advancing ws-one lines.

           move low-values to pl-customer-number.
           start points-ledger-file
               key is not less than pl-customer-number
               invalid key
                   move ws-true-const to ws-eof-flag
           end-start.

           if ws-eof-flag not = ws-true-const
               perform 810-read-next-ledger
           end-if.

           perform 820-print-one-balance
             until ws-eof-flag = ws-true-const.

           perform 850-print-summary.

           close report-file.
           move ws-false-const to ws-eof-flag.

       805-print-one-activity.
           move ws-ac-customer (ws-ac-idx) to ws-lookup-customer.
           perform 830-find-customer-name.

           move ws-ac-customer (ws-ac-idx) to ws-ad-customer.
           move ws-lookup-name to ws-ad-name.
           move ws-ac-opening (ws-ac-idx) to ws-ad-opening.
           move ws-ac-earned (ws-ac-idx) to ws-ad-earned.
           move ws-ac-clawed (ws-ac-idx) to ws-ad-clawed.
           move ws-ac-closing (ws-ac-idx) to ws-ad-closing.
           write report-line from ws-activity-detail-line.

       810-read-next-ledger.
           read points-ledger-file next record
               at end
                   move ws-true-const to ws-eof-flag.

       820-print-one-balance.
           add ws-one to ws-balance-count.
           add pl-balance to ws-total-outstanding.

           move pl-customer-number to ws-lookup-customer.
           perform 830-find-customer-name.

           move pl-customer-number to ws-bd-customer.
           move ws-lookup-name to ws-bd-name.
           move pl-balance to ws-bd-balance.
           move pl-lifetime-earned to ws-bd-lifetime-earned.
           move pl-lifetime-clawed to ws-bd-lifetime-clawed.
           move pl-last-activity to ws-bd-last-activity.
           write report-line from ws-balance-detail-line.

           perform 810-read-next-ledger.

       830-find-customer-name.
           move spaces to ws-lookup-name.

           if ws-customer-count is greater than zero
               search all ws-customer-entry
                   at end
                       continue
                   when ws-customer-code-entry (ws-customer-idx) =
                     ws-lookup-customer
                       move ws-customer-name-entry (ws-customer-idx)
                         to ws-lookup-name
               end-search
           end-if.

       850-print-summary.
           move ws-earned-read to ws-sm-earned-read.
           move ws-clawback-read to ws-sm-clawback-read.
           move ws-ledger-created-count to ws-sm-created.
           move ws-ledger-updated-count to ws-sm-updated.
           move ws-total-earned to ws-sm-total-earned.
           move ws-total-clawed to ws-sm-total-clawed.
           move ws-balance-count to ws-sm-balance-count.
           move ws-total-outstanding to ws-sm-total-outstanding.

           write report-line from ws-summary-line-1
             after advancing 2 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.
           write report-line from ws-summary-line-4.

       960-write-audit-end.
           move ws-run-date to al-run-date.
           accept al-run-time from time.
           move "Program_24" to al-program-id.
           compute al-records-read =
             ws-earned-read + ws-clawback-read.
           move ws-ac-dropped to al-records-rejected.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_24.
