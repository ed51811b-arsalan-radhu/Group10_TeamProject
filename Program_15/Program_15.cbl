
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

       fd store-master-new-file
           data record is store-master-new-record
           record contains 41 characters.

       01 store-master-new-record.
         05 stn-store-number           pic 99.
         05 stn-store-name             pic x(20).
         05 stn-region                 pic x(2).
         05 stn-status                 pic x.
         05 stn-open-date              pic 9(8).
         05 stn-close-date             pic 9(8).

       fd tax-table-file
           data record is tax-table-record
         05 ttn-jurisdiction           pic x(2).
         05 ttn-tax-rate               pic 9v9999.

      *The open date is the day the store first traded and the close
      *date the day it last traded (zero while it is still open) -
      *what Program_30 uses to tell a comparable store from a new or
      *closed one.
       fd store-maint-file
           data record is store-maint-record
           record contains 42 characters.

       01 store-maint-record.
         05 sm-action-code             pic x.
         05 sm-region                  pic x(2).
         05 sm-status                  pic x.
           88 sm-valid-status-88          value 'O', 'C'.
           88 sm-closed-status-88         value 'C'.
         05 sm-open-date               pic 9(8).
         05 sm-close-date              pic 9(8).

       fd tax-maint-file
           data record is tax-maint-record
           10 ws-st-name               pic x(20).
           10 ws-st-region             pic x(2).
           10 ws-st-status             pic x.
           10 ws-st-open-date          pic 9(8).
           10 ws-st-close-date         pic 9(8).

       77 ws-store-count               pic 99 value 0.
       77 ws-store-count-before        pic 99 value 0.
           "Tax rate must be numeric.".
         05 ws-reason-no-such-store    pic x(40) value
           "Store is not on the store master.".
         05 ws-reason-bad-store-date   pic x(40) value
           "Open and close dates must be numeric.".

       01 ws-heading1-name-line.
         05 filler                     pic x(7) value "Author:".
               move str-store-name to ws-st-name (ws-store-idx)
               move str-region to ws-st-region (ws-store-idx)
               move str-status to ws-st-status (ws-store-idx)
               if str-open-date is numeric
                   move str-open-date
                     to ws-st-open-date (ws-store-idx)
               else
                   move zero to ws-st-open-date (ws-store-idx)
               end-if
               if str-close-date is numeric
                   move str-close-date
                     to ws-st-close-date (ws-store-idx)
               else
                   move zero to ws-st-close-date (ws-store-idx)
               end-if
               if ws-store-count is greater than 1
                 and ws-st-store (ws-store-count) is not greater
                   than ws-st-store (ws-store-count - 1)
                   if sm-store-name = spaces
                       move "REJECTED" to ws-disposition
                       move ws-reason-blank-name to ws-reject-reason
                   else
                       if sm-open-date is not numeric
                         or sm-close-date is not numeric
                           move "REJECTED" to ws-disposition
                           move ws-reason-bad-store-date
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.
                     to ws-st-region (ws-find-position)
                   move sm-status
                     to ws-st-status (ws-find-position)
                   perform 238-set-store-dates
               end-if
           end-if.

           move sm-store-name to ws-st-name (ws-find-position).
           move sm-region to ws-st-region (ws-find-position).
           move sm-status to ws-st-status (ws-find-position).
           perform 238-set-store-dates.

       236-apply-store-delete.
           perform 237-shift-store-up
           move ws-store-entry (ws-shift-idx + 1)
             to ws-store-entry (ws-shift-idx).

      *A store keyed closed with no close date is taken to have
      *closed today.
       238-set-store-dates.
           move sm-open-date to ws-st-open-date (ws-find-position).
           move sm-close-date to ws-st-close-date (ws-find-position).

           if sm-closed-status-88
             and sm-close-date = zero
               move ws-run-date to ws-st-close-date (ws-find-position)
           end-if.

       240-print-store-audit-line.
           move sm-action-code to ws-sa-action.
           move sm-store-number to ws-sa-store.
           move ws-st-name (ws-store-idx) to stn-store-name.
           move ws-st-region (ws-store-idx) to stn-region.
           move ws-st-status (ws-store-idx) to stn-status.
           move ws-st-open-date (ws-store-idx) to stn-open-date.
           move ws-st-close-date (ws-store-idx) to stn-close-date.
           write store-master-new-record.

       750-rewrite-tax-table.
