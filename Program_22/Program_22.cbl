      * a headline before validation starts, not a silence nobody
      * notices until the store manager calls. The extracts are
      * copied in store order, which is the order the batch wrappers
      * expect. Run under a flash card it assembles whatever has
      * arrived so far into flash-input.dat instead, for an intraday
      * read, leaving project6.dat and the night's status report
      * alone.

       environment division.

         organization is line sequential
         file status is ws-runctl-file-status.

      *    Flash request card - present only while run_flash.sh
      *    takes an intraday read. The stores in so far are then
      *    assembled into flash-input.dat, and a store not yet in is
      *    pending, not missing.
       select flash-request-file
         assign to "../../../../Data/flash-request.dat"
         organization is line sequential
         file status is ws-flash-file-status.

      *    Store master - every store with str-open-88 set must
      *    account for itself tonight.
       select store-master-file
      *    to assemble, a hand-built project6.dat already on disk is
      *    left exactly as it stands.
       select assembled-input-file
         assign to dynamic ws-assembled-name
         organization is line sequential.

      *    The transmission status report, printed before validation
      *    starts.
       select report-file
         assign to dynamic ws-report-name
         organization is line sequential.

       data division.
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

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       01 store-master-record.
         05 str-store-number         pic 99.
         05 str-region               pic x(2).
         05 str-status               pic x.
           88 str-open-88               value 'O'.
         05 str-open-date            pic 9(8).
         05 str-close-date           pic 9(8).

       fd store-extract-file
           data record is store-extract-record
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.

      *Flash mode - set by 102-check-flash-request when a flash card
      *is on file. The file names below start out as the nightly
      *files and are switched to the flash set only in flash mode.
       01 ws-flash-file-status         pic xx value '00'.
       77 ws-flash-mode                pic x value 'N'.
       77 ws-assembled-name            pic x(60) value
           "../../../../Data/project6.dat".
       77 ws-report-name               pic x(60) value
           "../../../../Data/transmission-status.out".

       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".
           " TRANSMISSION STATUS REPORT".
         05 filler                   pic x(11) value "  RUN DATE ".
         05 ws-hd-run-date           pic 9(8).
         05 ws-hd-flash              pic x(20) value spaces.

       01 ws-column-heading.
         05 filler                   pic x(5) value "Store".
         05 ws-received-const        pic x(8) value "RECEIVED".
         05 ws-missing-const         pic x(8) value "*MISSING".
         05 ws-excused-const         pic x(8) value "EXCUSED".
         05 ws-pending-const         pic x(8) value "PENDING".

       01 ws-missing-warning-line.
         05 filler                   pic x(4) value "*** ".
       01 ws-summary-line.
         05 filler                   pic x(10) value "RECEIVED: ".
         05 ws-sm-received           pic z9.
         05 ws-sm-missing-label      pic x(11) value "  MISSING: ".
         05 ws-sm-missing            pic z9.
         05 filler                   pic x(11) value "  EXCUSED: ".
         05 ws-sm-excused            pic z9.
       procedure division.
       000-main.
           perform 101-resolve-business-date.
           perform 102-check-flash-request.
           perform 110-load-open-stores.
           perform 120-load-exceptions.

           perform 800-print-status-report.

           if ws-missing-count is greater than zero
             and ws-flash-mode not = ws-true-const
               move 1 to return-code
           end-if.

               close run-control-file
           end-if.

      *A flash card with a plausible date puts this run in flash
      *mode for that date. flash-input.dat is recreated straight
      *away, so a flash with nothing in yet starts from empty rather
      *than from the last flash's stores.
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
               move "  INTRADAY FLASH" to ws-hd-flash
               move "  PENDING: " to ws-sm-missing-label
               move "../../../../Data/flash-input.dat"
                 to ws-assembled-name
               move "../../../../Data/flash-transmission-status.out"
                 to ws-report-name
               perform 210-open-assembly-if-needed
           end-if.

       110-load-open-stores.
           open input store-master-file.

                   move ws-excused-const to ws-it-status (ws-it-idx)
                   add ws-one to ws-excused-count-out
               else
                   if ws-flash-mode = ws-true-const
                       move ws-pending-const
                         to ws-it-status (ws-it-idx)
                   else
                       move ws-missing-const
                         to ws-it-status (ws-it-idx)
                   end-if
                   add ws-one to ws-missing-count
               end-if
           end-if.
             until ws-it-idx is greater than ws-it-count.

           if ws-missing-count is greater than zero
             and ws-flash-mode not = ws-true-const
               move ws-missing-count to ws-mw-count
               write report-line from ws-missing-warning-line
                 after advancing ws-one lines
