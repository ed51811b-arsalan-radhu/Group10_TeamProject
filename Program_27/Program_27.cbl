       identification division.
       program-id. Program_27.
       author. Sanjivkumar Patel.
       date-written. 15th October 2026.
      *Program description: This program is the gift-card dormancy
      * and unclaimed-property run. Every card in card-balance.dat
      * still holding value with no activity for longer than the
      * dormancy period is listed, grouped by the state the issuing
      * store reports to. On the day finance signs off a filing,
      * the same run produces the unclaimed-property filing listing
      * for each state, writes the filing extract, and marks each
      * card filed as escheated - Program_1 then refuses it and
      * Program_14 stops carrying it as liability.

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

      *    Gift-card balances, kept across runs by Program_3 by card
      *    number. Read throughout; rewritten only to mark a card
      *    escheated on a filing run.
       select card-balance-file
         assign to "../../../../Data/card-balance.dat"
         organization is indexed
         access mode is dynamic
         record key is cb-card-number
         file status is ws-cb-file-status.

      *    Tax table - each store's jurisdiction by effective date,
      *    the same table Program_3 and Program_4 rate tax from. The
      *    issuing store's jurisdiction decides which state a card's
      *    value escheats to.
       select tax-table-file
         assign to "../../../../Data/tax-table.dat"
         organization is line sequential
         file status is ws-tax-file-status.

      *    Dormancy periods - one card per jurisdiction whose law sets
      *    its own period, and one with a blank jurisdiction for the
      *    rest. Absent, every state gets the default below.
       select escheat-control-file
         assign to "../../../../Data/escheat-control.dat"
         organization is line sequential
         file status is ws-control-file-status.

      *    Filing card - the date finance has signed off the listing
      *    for filing and who signed it. Hand-kept the way the count
      *    approvals are. Only a run on that date escheats anything.
       select escheat-filing-file
         assign to "../../../../Data/escheat-filing.dat"
         organization is line sequential
         file status is ws-filing-file-status.

      *    Filing extract - one record per card escheated, appended
      *    to on every filing run and kept as the record of what was
      *    remitted to each state.
       select unclaimed-property-file
         assign to "../../../../Data/unclaimed-property.dat"
         organization is line sequential
         file status is ws-unclaimed-file-status.

      *    Shared run-audit log, appended to by every program in the
      *    chain.
       select audit-log-file
         assign to "../../../../Data/run-audit.log"
         organization is line sequential
         file status is ws-audit-file-status.

       select report-file
         assign to "../../../../Data/dormancy-report.out"
         organization is line sequential.

       select filing-report-file
         assign to "../../../../Data/unclaimed-filing.out"
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

       fd card-balance-file
           data record is card-balance-record.

       01 card-balance-record.
         05 cb-card-number           pic x(15).
         05 cb-issued-amount         pic 9(6)v99.
         05 cb-redeemed-amount       pic 9(6)v99.
         05 cb-issue-date            pic 9(8).
         05 cb-last-activity-date    pic 9(8).
         05 cb-issue-store           pic xx.
         05 cb-status                pic x.
           88 cb-escheated-88           value 'E'.
         05 cb-escheat-date          pic 9(8).

       fd tax-table-file
           data record is tax-table-record
           record contains 17 characters.

       01 tax-table-record.
         05 tt-store-number          pic 99.
         05 tt-effective-date        pic 9(8).
         05 tt-jurisdiction          pic x(2).
         05 tt-tax-rate              pic 9v9999.

       fd escheat-control-file
           data record is escheat-control-record
           record contains 7 characters.

       01 escheat-control-record.
         05 ec-jurisdiction          pic x(2).
         05 ec-dormancy-days         pic 9(5).

       fd escheat-filing-file
           data record is escheat-filing-record
           record contains 11 characters.

       01 escheat-filing-record.
         05 ef-filing-date           pic 9(8).
         05 ef-approver-id           pic x(3).

       fd unclaimed-property-file
           data record is unclaimed-property-record
           record contains 54 characters.

       01 unclaimed-property-record.
         05 up-filing-date           pic 9(8).
         05 up-jurisdiction          pic x(2).
         05 up-card-number           pic x(15).
         05 up-issue-store           pic xx.
         05 up-issue-date            pic 9(8).
         05 up-last-activity-date    pic 9(8).
         05 up-amount                pic 9(6)v99.
         05 up-approver-id           pic x(3).

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

       fd filing-report-file
           data record is filing-line
           record contains 90 characters.

       01 filing-line              pic x(90).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-cb-file-status          pic xx value '00'.
       01 ws-tax-file-status         pic xx value '00'.
       01 ws-control-file-status     pic xx value '00'.
       01 ws-filing-file-status      pic xx value '00'.
       01 ws-unclaimed-file-status   pic xx value '00'.
       01 ws-audit-file-status       pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *Dormancy period for a jurisdiction with no card of its own on
      *escheat-control.dat - three years, the common statutory
      *period for stored-value cards.
       77 ws-default-dormancy-days   pic 9(5) value 1095.

      *A card whose issuing store is not on the tax table - or was
      *issued before the issuing store was kept - has no known
      *state. It is listed so it gets looked at, but never filed.
       77 ws-unknown-juris-const     pic x(2) value "??".

      *Filing controls - the signed-off filing date and approver,
      *and whether this run is the filing run.
       77 ws-filing-run              pic x value 'N'.
       77 ws-filing-approver         pic x(3) value spaces.

      *Tax table loaded at start-up, resolved to a jurisdiction per
      *card the same way Program_3 resolves a store's tax rate.
       01 ws-tax-table.
         05 ws-tax-entry             occurs 200 times
              indexed by ws-tax-idx.
           10 ws-tax-store           pic 99.
           10 ws-tax-eff-date        pic 9(8).
           10 ws-tax-juris           pic x(2).
       77 ws-tax-count               pic 999 value 0.
       77 ws-tax-lookup-store        pic 99.
       77 ws-tax-best-date           pic 9(8).
       77 ws-resolved-juris          pic x(2).

      *Dormancy periods by jurisdiction from the control file.
       01 ws-period-table.
         05 ws-pd-entry              occurs 60 times
              indexed by ws-pd-idx.
           10 ws-pd-juris            pic x(2).
           10 ws-pd-days             pic 9(5).
       77 ws-pd-count                pic 99 value 0.
       77 ws-resolved-days           pic 9(5).

      *Every dormant card found, in card-number order as read.
       01 ws-dormant-table.
         05 ws-dm-entry              occurs 3000 times
              indexed by ws-dm-idx.
           10 ws-dm-juris            pic x(2).
           10 ws-dm-card             pic x(15).
           10 ws-dm-store            pic xx.
           10 ws-dm-issue-date       pic 9(8).
           10 ws-dm-last-activity    pic 9(8).
           10 ws-dm-days-idle        pic 9(5).
           10 ws-dm-balance          pic 9(6)v99.
           10 ws-dm-escheated        pic x.
       77 ws-dm-count                pic 9(4) value 0.

      *One row per jurisdiction with dormant cards, for the grouping
      *and the state totals.
       01 ws-juris-table.
         05 ws-jr-entry              occurs 60 times
              indexed by ws-jr-idx.
           10 ws-jr-code             pic x(2).
           10 ws-jr-days             pic 9(5).
           10 ws-jr-card-count       pic 9(5).
           10 ws-jr-balance          pic 9(8)v99.
           10 ws-jr-filed-count      pic 9(5).
           10 ws-jr-filed-amount     pic 9(8)v99.
       77 ws-jr-count                pic 99 value 0.
       77 ws-jr-found                pic x value 'N'.
       77 ws-jr-held-position        pic 99.

      *Every card on the extract for this filing date, reloaded from
      *unclaimed-property.dat for the filing listing - a rerun on the
      *filing day escheats nothing new, and the listing must still
      *show the whole day's filing rather than what the rerun did.
       01 ws-filed-table.
         05 ws-fi-entry              occurs 3000 times
              indexed by ws-fi-idx.
           10 ws-fi-juris            pic x(2).
           10 ws-fi-card             pic x(15).
           10 ws-fi-store            pic xx.
           10 ws-fi-issue-date       pic 9(8).
           10 ws-fi-last-activity    pic 9(8).
           10 ws-fi-amount           pic 9(6)v99.
       77 ws-fi-count                pic 9(4) value 0.

      *One row per state on the day's extract, for the listing's
      *grouping and state totals.
       01 ws-filed-state-table.
         05 ws-fs-entry              occurs 60 times
              indexed by ws-fs-idx.
           10 ws-fs-juris            pic x(2).
           10 ws-fs-card-count       pic 9(5).
           10 ws-fs-amount           pic 9(8)v99.
       77 ws-fs-count                pic 99 value 0.
       77 ws-fs-found                pic x value 'N'.
       77 ws-fs-held-position        pic 99.

      *Date-to-serial-day conversion work fields, the same as
      *Program_6's, so the last activity can be aged against the run
      *date.
       01 ws-cvt-date                pic 9(8).
       01 ws-cvt-date-r redefines ws-cvt-date.
         05 ws-cvt-yyyy              pic 9(4).
         05 ws-cvt-mm                pic 99.
         05 ws-cvt-dd                pic 99.
       77 ws-cvt-days                pic 9(7).
       77 ws-today-days              pic 9(7).
       77 ws-days-idle               pic 9(7).
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

       77 ws-card-balance            pic 9(6)v99.

       01 ws-run-counters.
         05 ws-cards-read            pic 9(6) value 0.
         05 ws-cards-dormant         pic 9(6) value 0.
         05 ws-cards-dropped         pic 9(6) value 0.
         05 ws-cards-filed           pic 9(6) value 0.
         05 ws-cards-bad-date        pic 9(6) value 0.
         05 ws-dormant-total         pic 9(9)v99 value 0.
         05 ws-filed-total           pic 9(9)v99 value 0.

       01 ws-heading.
         05 filler                   pic x(38) value
           " GIFT-CARD DORMANCY REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).

       01 ws-mode-line-list.
         05 filler                   pic x(60) value
           "  LISTING ONLY - NO FILING SIGNED OFF FOR TODAY".

       01 ws-mode-line-file.
         05 filler                   pic x(43) value
           "  FILING RUN - CARDS BELOW MARKED ESCHEATED".
         05 filler                   pic x(14) value "  APPROVED BY ".
         05 ws-ml-approver           pic x(3).

       01 ws-juris-heading.
         05 filler                   pic x(15) value
           "JURISDICTION - ".
         05 ws-jh-juris              pic x(2).
         05 filler                   pic x(21) value
           "   DORMANCY PERIOD - ".
         05 ws-jh-days               pic zzzz9.
         05 filler                   pic x(5) value " DAYS".

       01 ws-column-heading.
         05 filler                   pic x(15) value "Card Number".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Issued".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Last Act".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(6) value "  Idle".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(12) value "     Balance".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(9) value "Status".

       01 ws-detail-line.
         05 ws-dl-card               pic x(15).
         05 filler                   pic x(4) value spaces.
         05 ws-dl-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-dl-issue-date         pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-dl-last-activity      pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-dl-days-idle          pic zzzzz9.
         05 filler                   pic x(2) value spaces.
         05 ws-dl-balance            pic $$$$,$$9.99.
         05 filler                   pic x(3) value spaces.
         05 ws-dl-status             pic x(9).

       01 ws-juris-total-line.
         05 filler                   pic x(17) value
           "  STATE TOTAL -  ".
         05 ws-jt-count              pic zzzz9.
         05 filler                   pic x(7) value " CARDS ".
         05 ws-jt-balance            pic $$$,$$$,$$9.99.
         05 filler                   pic x(11) value "   FILED - ".
         05 ws-jt-filed-count        pic zzzz9.
         05 filler                   pic x(7) value " CARDS ".
         05 ws-jt-filed-amount       pic $$$,$$$,$$9.99.

       01 ws-no-dormant-line.
         05 filler                   pic x(40) value
           "  (NO DORMANT CARDS HOLDING VALUE)".

       01 ws-summary-line-1.
         05 filler                   pic x(24) value
           "CARDS READ:             ".
         05 ws-sm-cards-read         pic zzzzz9.
         05 filler                   pic x(14) value "   DORMANT:   ".
         05 ws-sm-cards-dormant      pic zzzzz9.
         05 filler                   pic x(14) value "   OVERFLOW:  ".
         05 ws-sm-cards-dropped      pic zzzzz9.

       01 ws-summary-line-2.
         05 filler                   pic x(24) value
           "DORMANT VALUE:          ".
         05 ws-sm-dormant-total      pic $$$,$$$,$$9.99.
         05 filler                   pic x(14) value "   BAD DATE:  ".
         05 ws-sm-cards-bad-date     pic zzzzz9.

       01 ws-summary-line-3.
         05 filler                   pic x(24) value
           "CARDS ESCHEATED:        ".
         05 ws-sm-cards-filed        pic zzzzz9.
         05 filler                   pic x(14) value "   REMITTED:  ".
         05 ws-sm-filed-total        pic $$$,$$$,$$9.99.

      *Filing listing - one section per state, in the holder-report
      *form finance sends with the remittance.
       01 ws-fl-heading.
         05 filler                   pic x(36) value
           " UNCLAIMED PROPERTY FILING LISTING".
         05 filler                   pic x(15) value
           "  FILING DATE ".
         05 ws-fh-filing-date        pic 9(8).

       01 ws-fl-juris-heading.
         05 filler                   pic x(16) value
           "STATE OF FILING ".
         05 ws-fj-juris              pic x(2).
         05 filler                   pic x(36) value
           "   PROPERTY TYPE - STORED VALUE CARD".

       01 ws-fl-column-heading.
         05 filler                   pic x(15) value "Card Number".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(5) value "Store".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Issued".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(8) value "Last Act".
         05 filler                   pic x(2) value spaces.
         05 filler                   pic x(12) value "   Remitted".

       01 ws-fl-detail-line.
         05 ws-fd-card               pic x(15).
         05 filler                   pic x(4) value spaces.
         05 ws-fd-store              pic xx.
         05 filler                   pic x(3) value spaces.
         05 ws-fd-issue-date         pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-fd-last-activity      pic 9(8).
         05 filler                   pic x(2) value spaces.
         05 ws-fd-amount             pic $$$$,$$9.99.

       01 ws-fl-total-line.
         05 filler                   pic x(24) value
           "  TOTAL REMITTED -      ".
         05 ws-ft-count              pic zzzz9.
         05 filler                   pic x(7) value " CARDS ".
         05 ws-ft-amount             pic $$$,$$$,$$9.99.

       01 ws-fl-approval-line.
         05 filler                   pic x(24) value
           "  SIGNED OFF FOR FILING ".
         05 ws-fa-approver           pic x(3).

       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 140-open-audit-log.
           perform 145-write-audit-start.

           perform 109-load-tax-table.
           perform 111-load-dormancy-periods.
           perform 114-read-filing-card.

           move ws-run-date to ws-cvt-date.
           perform 910-convert-date-to-days.
           move ws-cvt-days to ws-today-days.

           if ws-filing-run = ws-true-const
               open i-o card-balance-file
               open extend unclaimed-property-file
               if ws-unclaimed-file-status not = "00"
                   open output unclaimed-property-file
                   close unclaimed-property-file
                   open extend unclaimed-property-file
               end-if
           else
               open input card-balance-file
           end-if.

      *    Before the gift-card pilot's first issue there is no
      *    balance file - an empty report is the right answer, not an
      *    abend.
           if ws-cb-file-status = "00"
               read card-balance-file next record
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 200-check-one-card
                 until ws-eof-flag = ws-true-const
               close card-balance-file
               move ws-false-const to ws-eof-flag
           end-if.

           if ws-filing-run = ws-true-const
               close unclaimed-property-file
           end-if.

           open output report-file.
           perform 800-print-dormancy-report.
           close report-file.

           if ws-filing-run = ws-true-const
               perform 840-load-filed-cards
               open output filing-report-file
               perform 850-print-filing-listing
               close filing-report-file
           end-if.

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

      *Loads the tax table. A missing table leaves every card with
      *no known state - listed, never filed.
       109-load-tax-table.
           open input tax-table-file.

           if ws-tax-file-status = "00"
               read tax-table-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 110-load-one-tax-row
                 until ws-eof-flag = ws-true-const

               close tax-table-file
               move ws-false-const to ws-eof-flag
           end-if.

       110-load-one-tax-row.
           if ws-tax-count is less than 200
               add ws-one to ws-tax-count
               set ws-tax-idx to ws-tax-count
               move tt-store-number to ws-tax-store (ws-tax-idx)
               move tt-effective-date
                 to ws-tax-eff-date (ws-tax-idx)
               move tt-jurisdiction to ws-tax-juris (ws-tax-idx)
           end-if.

           read tax-table-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Loads the dormancy periods. The blank-jurisdiction card, if
      *there is one, replaces the default for every state without a
      *card of its own.
       111-load-dormancy-periods.
           open input escheat-control-file.

           if ws-control-file-status = "00"
               read escheat-control-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 112-load-one-period
                 until ws-eof-flag = ws-true-const

               close escheat-control-file
               move ws-false-const to ws-eof-flag
           end-if.

       112-load-one-period.
           if ec-dormancy-days is numeric
             and ec-dormancy-days is greater than zero
               if ec-jurisdiction = spaces
                   move ec-dormancy-days to ws-default-dormancy-days
               else
                   if ws-pd-count is less than 60
                       add ws-one to ws-pd-count
                       set ws-pd-idx to ws-pd-count
                       move ec-jurisdiction to ws-pd-juris (ws-pd-idx)
                       move ec-dormancy-days to ws-pd-days (ws-pd-idx)
                   end-if
               end-if
           end-if.

           read escheat-control-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Only a filing card dated the business date, with an approver,
      *makes this the filing run - any other day the run lists and
      *changes nothing.
       114-read-filing-card.
           open input escheat-filing-file.

           if ws-filing-file-status = "00"
               read escheat-filing-file
                   at end
                       continue
                   not at end
                       if ef-filing-date = ws-run-date
                         and ef-approver-id not = spaces
                           move ws-true-const to ws-filing-run
                           move ef-approver-id to ws-filing-approver
                       end-if
               end-read
               close escheat-filing-file
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
           move "Program_27" to al-program-id.
           move zero to al-records-read.
           move zero to al-records-rejected.
           move "STARTED" to al-run-status.
           write audit-log-record.

      *One card. A card with value left, not already escheated, and
      *idle at least its state's dormancy period is dormant - and on
      *the filing run, if its state is known, it is escheated.
       200-check-one-card.
           add ws-one to ws-cards-read.

           if cb-issued-amount is greater than cb-redeemed-amount
             and not cb-escheated-88
               move cb-last-activity-date to ws-cvt-date
               if cb-last-activity-date is numeric
                 and ws-cvt-mm is not less than 01
                 and ws-cvt-mm is not greater than 12
                   perform 210-age-one-card
               else
                   add ws-one to ws-cards-bad-date
               end-if
           end-if.

           read card-balance-file next record
               at end
                   move ws-true-const to ws-eof-flag.

       210-age-one-card.
           perform 910-convert-date-to-days.

           if ws-today-days is greater than ws-cvt-days
               compute ws-days-idle = ws-today-days - ws-cvt-days
           else
               move zero to ws-days-idle
           end-if.

           perform 300-resolve-jurisdiction.
           perform 320-resolve-dormancy-days.

           if ws-days-idle is not less than ws-resolved-days
               compute ws-card-balance =
                 cb-issued-amount - cb-redeemed-amount
               perform 400-find-juris-entry
               perform 220-record-dormant-card
           end-if.

       220-record-dormant-card.
           add ws-one to ws-cards-dormant.
           add ws-card-balance to ws-dormant-total.
           add ws-one to ws-jr-card-count (ws-jr-idx).
           add ws-card-balance to ws-jr-balance (ws-jr-idx).

           if ws-dm-count is less than 3000
               add ws-one to ws-dm-count
               set ws-dm-idx to ws-dm-count
               move ws-resolved-juris to ws-dm-juris (ws-dm-idx)
               move cb-card-number to ws-dm-card (ws-dm-idx)
               move cb-issue-store to ws-dm-store (ws-dm-idx)
               move cb-issue-date to ws-dm-issue-date (ws-dm-idx)
               move cb-last-activity-date
                 to ws-dm-last-activity (ws-dm-idx)
               move ws-days-idle to ws-dm-days-idle (ws-dm-idx)
               move ws-card-balance to ws-dm-balance (ws-dm-idx)
               move ws-false-const to ws-dm-escheated (ws-dm-idx)
           else
               add ws-one to ws-cards-dropped
           end-if.

           if ws-filing-run = ws-true-const
             and ws-resolved-juris not = ws-unknown-juris-const
               perform 230-escheat-one-card
           end-if.

      *Marks the card escheated and writes it to the filing extract.
      *The balance is left as it stands - it is the amount remitted,
      *and Program_14 reports it as such.
       230-escheat-one-card.
           move 'E' to cb-status.
           move ws-run-date to cb-escheat-date.
           rewrite card-balance-record.

           move ws-run-date to up-filing-date.
           move ws-resolved-juris to up-jurisdiction.
           move cb-card-number to up-card-number.
           move cb-issue-store to up-issue-store.
           move cb-issue-date to up-issue-date.
           move cb-last-activity-date to up-last-activity-date.
           move ws-card-balance to up-amount.
           move ws-filing-approver to up-approver-id.
           write unclaimed-property-record.

           add ws-one to ws-cards-filed.
           add ws-card-balance to ws-filed-total.
           add ws-one to ws-jr-filed-count (ws-jr-idx).
           add ws-card-balance to ws-jr-filed-amount (ws-jr-idx).

           if ws-dm-count is greater than zero
             and ws-dm-card (ws-dm-count) = cb-card-number
               move ws-true-const to ws-dm-escheated (ws-dm-count)
           end-if.

      *The issuing store's jurisdiction - the tax-table row with the
      *latest effective date on or before the run date, mirroring
      *Program_3's 305-resolve-tax-rate.
       300-resolve-jurisdiction.
           move ws-unknown-juris-const to ws-resolved-juris.
           move zero to ws-tax-best-date.

           if cb-issue-store is numeric
               move cb-issue-store to ws-tax-lookup-store
               perform 310-check-one-tax-row
                 varying ws-tax-idx from 1 by 1
                 until ws-tax-idx is greater than ws-tax-count
           end-if.

       310-check-one-tax-row.
           if ws-tax-store (ws-tax-idx) = ws-tax-lookup-store
             and ws-tax-eff-date (ws-tax-idx) is not greater than
               ws-run-date
             and ws-tax-eff-date (ws-tax-idx) is not less than
               ws-tax-best-date
               move ws-tax-eff-date (ws-tax-idx) to ws-tax-best-date
               move ws-tax-juris (ws-tax-idx) to ws-resolved-juris
           end-if.

       320-resolve-dormancy-days.
           move ws-default-dormancy-days to ws-resolved-days.

           perform 330-check-one-period
             varying ws-pd-idx from 1 by 1
             until ws-pd-idx is greater than ws-pd-count.

       330-check-one-period.
           if ws-pd-juris (ws-pd-idx) = ws-resolved-juris
               move ws-pd-days (ws-pd-idx) to ws-resolved-days
           end-if.

      *Leaves ws-jr-idx on the jurisdiction's row, opening a zeroed
      *one if the state is new to this run. With the table full the
      *card is tallied on the last row rather than lost.
       400-find-juris-entry.
           move ws-false-const to ws-jr-found.

           if ws-jr-count is greater than zero
               perform 410-check-one-juris
                 varying ws-jr-idx from 1 by 1
                 until ws-jr-idx is greater than ws-jr-count
                 or ws-jr-found = ws-true-const
           end-if.

           if ws-jr-found = ws-true-const
               set ws-jr-idx to ws-jr-held-position
           else
               if ws-jr-count is less than 60
                   add ws-one to ws-jr-count
                   set ws-jr-idx to ws-jr-count
                   move ws-resolved-juris to ws-jr-code (ws-jr-idx)
                   move ws-resolved-days to ws-jr-days (ws-jr-idx)
                   move zero to ws-jr-card-count (ws-jr-idx)
                                ws-jr-balance (ws-jr-idx)
                                ws-jr-filed-count (ws-jr-idx)
                                ws-jr-filed-amount (ws-jr-idx)
               else
                   set ws-jr-idx to ws-jr-count
               end-if
           end-if.

       410-check-one-juris.
           if ws-jr-code (ws-jr-idx) = ws-resolved-juris
               move ws-true-const to ws-jr-found
               set ws-jr-held-position to ws-jr-idx
           end-if.

      *The dormancy report - one section per state, every dormant
      *card under it, and the state's total.
       800-print-dormancy-report.
           move ws-run-date to ws-hd-run-date.
           write report-line from ws-heading.

           if ws-filing-run = ws-true-const
               move ws-filing-approver to ws-ml-approver
               write report-line from ws-mode-line-file
           else
               write report-line from ws-mode-line-list
           end-if.

           if ws-jr-count = zero
               write report-line from ws-no-dormant-line
                 after advancing 2 lines
           else
               perform 810-print-one-juris
                 varying ws-jr-idx from 1 by 1
                 until ws-jr-idx is greater than ws-jr-count
           end-if.

           move ws-cards-read to ws-sm-cards-read.
           move ws-cards-dormant to ws-sm-cards-dormant.
           move ws-cards-dropped to ws-sm-cards-dropped.
           move ws-dormant-total to ws-sm-dormant-total.
           move ws-cards-bad-date to ws-sm-cards-bad-date.
           move ws-cards-filed to ws-sm-cards-filed.
           move ws-filed-total to ws-sm-filed-total.

           write report-line from ws-summary-line-1
             after advancing 3 lines.
           write report-line from ws-summary-line-2.
           write report-line from ws-summary-line-3.

       810-print-one-juris.
           move ws-jr-code (ws-jr-idx) to ws-jh-juris.
           move ws-jr-days (ws-jr-idx) to ws-jh-days.
           write report-line from ws-juris-heading
             after advancing 2 lines.
           write report-line from ws-column-heading
             after advancing ws-one lines.

           perform 820-print-one-card
             varying ws-dm-idx from 1 by 1
             until ws-dm-idx is greater than ws-dm-count.

           move ws-jr-card-count (ws-jr-idx) to ws-jt-count.
           move ws-jr-balance (ws-jr-idx) to ws-jt-balance.
           move ws-jr-filed-count (ws-jr-idx) to ws-jt-filed-count.
           move ws-jr-filed-amount (ws-jr-idx) to ws-jt-filed-amount.
           write report-line from ws-juris-total-line.

       820-print-one-card.
           if ws-dm-juris (ws-dm-idx) = ws-jr-code (ws-jr-idx)
               move ws-dm-card (ws-dm-idx) to ws-dl-card
               move ws-dm-store (ws-dm-idx) to ws-dl-store
               move ws-dm-issue-date (ws-dm-idx) to ws-dl-issue-date
               move ws-dm-last-activity (ws-dm-idx)
                 to ws-dl-last-activity
               move ws-dm-days-idle (ws-dm-idx) to ws-dl-days-idle
               move ws-dm-balance (ws-dm-idx) to ws-dl-balance
               if ws-dm-escheated (ws-dm-idx) = ws-true-const
                   move "ESCHEATED" to ws-dl-status
               else
                   if ws-dm-juris (ws-dm-idx) = ws-unknown-juris-const
                       move "NO STATE" to ws-dl-status
                   else
                       move "DORMANT" to ws-dl-status
                   end-if
               end-if
               write report-line from ws-detail-line
           end-if.

      *Reloads today's filing from the extract - the cards this run
      *escheated and any an earlier run today escheated before it.
       840-load-filed-cards.
           open input unclaimed-property-file.

           if ws-unclaimed-file-status = "00"
               read unclaimed-property-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read
               perform 845-load-one-filed-card
                 until ws-eof-flag = ws-true-const
               close unclaimed-property-file
               move ws-false-const to ws-eof-flag
           end-if.

       845-load-one-filed-card.
           if up-filing-date = ws-run-date
               perform 847-find-filed-state
               add ws-one to ws-fs-card-count (ws-fs-idx)
               add up-amount to ws-fs-amount (ws-fs-idx)
               if ws-fi-count is less than 3000
                   add ws-one to ws-fi-count
                   set ws-fi-idx to ws-fi-count
                   move up-jurisdiction to ws-fi-juris (ws-fi-idx)
                   move up-card-number to ws-fi-card (ws-fi-idx)
                   move up-issue-store to ws-fi-store (ws-fi-idx)
                   move up-issue-date to ws-fi-issue-date (ws-fi-idx)
                   move up-last-activity-date
                     to ws-fi-last-activity (ws-fi-idx)
                   move up-amount to ws-fi-amount (ws-fi-idx)
               end-if
           end-if.

           read unclaimed-property-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Leaves ws-fs-idx on the extract record's state row, as
      *400-find-juris-entry does for the dormancy report.
       847-find-filed-state.
           move ws-false-const to ws-fs-found.

           if ws-fs-count is greater than zero
               perform 848-check-one-filed-state
                 varying ws-fs-idx from 1 by 1
                 until ws-fs-idx is greater than ws-fs-count
                 or ws-fs-found = ws-true-const
           end-if.

           if ws-fs-found = ws-true-const
               set ws-fs-idx to ws-fs-held-position
           else
               if ws-fs-count is less than 60
                   add ws-one to ws-fs-count
                   set ws-fs-idx to ws-fs-count
                   move up-jurisdiction to ws-fs-juris (ws-fs-idx)
                   move zero to ws-fs-card-count (ws-fs-idx)
                                ws-fs-amount (ws-fs-idx)
               else
                   set ws-fs-idx to ws-fs-count
               end-if
           end-if.

       848-check-one-filed-state.
           if ws-fs-juris (ws-fs-idx) = up-jurisdiction
               move ws-true-const to ws-fs-found
               set ws-fs-held-position to ws-fs-idx
           end-if.

      *The filing listing - one section per state on today's
      *extract, each card remitted and the state's total.
       850-print-filing-listing.
           move ws-run-date to ws-fh-filing-date.
           write filing-line from ws-fl-heading.

           perform 860-print-one-filing-state
             varying ws-fs-idx from 1 by 1
             until ws-fs-idx is greater than ws-fs-count.

           move ws-filing-approver to ws-fa-approver.
           write filing-line from ws-fl-approval-line
             after advancing 3 lines.

       860-print-one-filing-state.
           move ws-fs-juris (ws-fs-idx) to ws-fj-juris.
           write filing-line from ws-fl-juris-heading
             after advancing 2 lines.
           write filing-line from ws-fl-column-heading
             after advancing ws-one lines.

           perform 870-print-one-filed-card
             varying ws-fi-idx from 1 by 1
             until ws-fi-idx is greater than ws-fi-count.

           move ws-fs-card-count (ws-fs-idx) to ws-ft-count.
           move ws-fs-amount (ws-fs-idx) to ws-ft-amount.
           write filing-line from ws-fl-total-line.

       870-print-one-filed-card.
           if ws-fi-juris (ws-fi-idx) = ws-fs-juris (ws-fs-idx)
               move ws-fi-card (ws-fi-idx) to ws-fd-card
               move ws-fi-store (ws-fi-idx) to ws-fd-store
               move ws-fi-issue-date (ws-fi-idx) to ws-fd-issue-date
               move ws-fi-last-activity (ws-fi-idx)
                 to ws-fd-last-activity
               move ws-fi-amount (ws-fi-idx) to ws-fd-amount
               write filing-line from ws-fl-detail-line
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
           move "Program_27" to al-program-id.
           move ws-cards-read to al-records-read.
           move ws-cards-bad-date to al-records-rejected.
           move "NORMAL" to al-run-status.
           write audit-log-record.
           close audit-log-file.

       end program Program_27.
