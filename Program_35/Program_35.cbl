       identification division.
       program-id. Program_35.
       author. Samuel Jeremiah Kayongo-Mutumba.
       date-written. 15th October 2026.
      *Program description: This program keeps the nightly batch
      * chain's step-control file, batch-step-control.dat - one
      * record per step of run_daily_batch.sh for the business date,
      * holding whether the step has run, when it started and ended,
      * how it ended and whether it is safe to run again. The script
      * hands it one or more requests on batch-step-request.dat:
      *   D - declare a step of the chain, in running order
      *   Q - may this step run? return code 0 run it, 4 skip it
      *       (already done today), 8 refuse it (a step not safe to
      *       rerun that stopped part way - the operator must check
      *       it and force it)
      *   B - the step is starting
      *   E - the step ended cleanly
      *   W - the step ended, but with a warning the script
      *       tolerates (a refused run, a high reject rate)
      *   F - the step failed and stopped the chain
      *   P - print the batch completion report
      * A control file left from an earlier business date is
      * dropped and the chain starts over for the new date.

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

       select step-control-file
         assign to "../../../../Data/batch-step-control.dat"
         organization is line sequential
         file status is ws-control-file-status.

       select step-request-file
         assign to "../../../../Data/batch-step-request.dat"
         organization is line sequential
         file status is ws-request-file-status.

       select report-file
         assign to "../../../../Data/batch-completion-report.out"
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

       fd step-control-file
           data record is step-control-record
           record contains 61 characters.

       01 step-control-record.
         05 sc-business-date         pic 9(8).
         05 sc-step-seq              pic 99.
         05 sc-step-name             pic x(10).
         05 sc-rerun-safe            pic x.
         05 sc-status                pic x.
         05 sc-start-date            pic 9(8).
         05 sc-start-time            pic 9(8).
         05 sc-end-date              pic 9(8).
         05 sc-end-time              pic 9(8).
         05 sc-return-code           pic 999.
         05 sc-run-count             pic 99.
         05 sc-skipped               pic x.
         05 sc-forced                pic x.

       fd step-request-file
           data record is step-request-record
           record contains 15 characters.

       01 step-request-record.
         05 rq-function              pic x.
           88 rq-declare-88             value 'D'.
           88 rq-query-88               value 'Q'.
           88 rq-begin-88               value 'B'.
           88 rq-end-88                 value 'E'.
           88 rq-warning-88             value 'W'.
           88 rq-failed-88              value 'F'.
           88 rq-print-88               value 'P'.
         05 rq-step-name             pic x(10).
      *    On a declare, 'N' marks a step not safe to run twice; on a
      *    query or begin, 'Y' is the operator forcing the step.
         05 rq-option                pic x.
         05 rq-return-code           pic 999.

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line              pic x(100).

       working-storage section.

      *run-control-file's status - no card on file means the machine
      *date is the business date.
       01 ws-runctl-file-status        pic xx value '00'.
       01 ws-boolean-const.
         05 ws-true-const            pic x value "Y".
         05 ws-false-const           pic x value "N".

       01 ws-eof-flag                pic x value 'N'.

       01 ws-control-file-status     pic xx value '00'.
       01 ws-request-file-status     pic xx value '00'.

       77 ws-one                     pic 9 value 1.

       01 ws-run-date                pic 9(8).

      *The clock the step times are taken from.
       01 ws-now-date                pic 9(8).
       01 ws-now-time                pic 9(8).

      *The chain's steps for the business date, in running order.
       01 ws-step-table.
         05 ws-st-entry              occurs 60 times
              indexed by ws-st-idx.
           10 ws-st-step-name        pic x(10).
           10 ws-st-rerun-safe       pic x.
           10 ws-st-status           pic x.
             88 ws-st-not-run-88        value 'N'.
             88 ws-st-running-88        value 'R'.
             88 ws-st-complete-88       value 'C'.
             88 ws-st-warning-88        value 'W'.
             88 ws-st-failed-88         value 'F'.
             88 ws-st-done-88           value 'C', 'W'.
           10 ws-st-start-date       pic 9(8).
           10 ws-st-start-time       pic 9(8).
           10 ws-st-end-date         pic 9(8).
           10 ws-st-end-time         pic 9(8).
           10 ws-st-return-code      pic 999.
           10 ws-st-run-count        pic 99.
           10 ws-st-skipped          pic x.
           10 ws-st-forced           pic x.
       77 ws-st-count                pic 99 value 0.
       77 ws-st-found                pic x value 'N'.
       77 ws-file-date               pic 9(8) value 0.
       77 ws-print-wanted            pic x value 'N'.
       77 ws-seq-work                pic 99.

      *Answer to the last query - handed back as the return code.
       77 ws-query-answer            pic 9 value 0.
         88 ws-query-run-88             value 0.
         88 ws-query-skip-88            value 4.
         88 ws-query-refuse-88          value 8.

       01 ws-run-counters.
         05 ws-cnt-complete          pic 99 value 0.
         05 ws-cnt-warning           pic 99 value 0.
         05 ws-cnt-failed            pic 99 value 0.
         05 ws-cnt-incomplete        pic 99 value 0.
         05 ws-cnt-not-run           pic 99 value 0.
         05 ws-cnt-skipped           pic 99 value 0.
         05 ws-cnt-forced            pic 99 value 0.
       77 ws-resume-step             pic x(10) value spaces.

      *Clock fields broken out for printing.
       01 ws-clock-time              pic 9(8).
       01 ws-clock-time-r redefines ws-clock-time.
         05 ws-clock-hh              pic 99.
         05 ws-clock-mi              pic 99.
         05 ws-clock-ss              pic 99.
         05 ws-clock-cc              pic 99.

       01 ws-clock-edit.
         05 ws-ce-date               pic 9(8).
         05 filler                   pic x value spaces.
         05 ws-ce-hh                 pic 99.
         05 filler                   pic x value ":".
         05 ws-ce-mi                 pic 99.
         05 filler                   pic x value ":".
         05 ws-ce-ss                 pic 99.

       01 ws-heading.
         05 filler                   pic x(26) value
           " BATCH COMPLETION REPORT".
         05 filler                   pic x(14) value "BUSINESS DATE ".
         05 ws-hd-business-date      pic 9(8).
         05 filler                   pic x(10) value "  PRINTED ".
         05 ws-hd-printed            pic x(17).

       01 ws-column-heading.
         05 filler                   pic x(4) value "Seq".
         05 filler                   pic x(12) value "Step".
         05 filler                   pic x(12) value "Status".
         05 filler                   pic x(19) value "Started".
         05 filler                   pic x(19) value "Ended".
         05 filler                   pic x(4) value " RC".
         05 filler                   pic x(4) value "Run".
         05 filler                   pic x(24) value "Note".

       01 ws-step-detail-line.
         05 ws-sd-seq                pic z9.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-step-name          pic x(10).
         05 filler                   pic x(2) value spaces.
         05 ws-sd-status             pic x(10).
         05 filler                   pic x(2) value spaces.
         05 ws-sd-started            pic x(17).
         05 filler                   pic x(2) value spaces.
         05 ws-sd-ended              pic x(17).
         05 filler                   pic x(2) value spaces.
         05 ws-sd-return-code        pic zz9.
         05 ws-sd-return-code-x redefines ws-sd-return-code
                                     pic x(3).
         05 filler                   pic x value spaces.
         05 ws-sd-run-count          pic zz.
         05 filler                   pic x(2) value spaces.
         05 ws-sd-note               pic x(24).

       01 ws-status-texts.
         05 ws-not-run-text          pic x(10) value "NOT RUN".
         05 ws-running-text          pic x(10) value "INCOMPLETE".
         05 ws-complete-text         pic x(10) value "COMPLETE".
         05 ws-warning-text          pic x(10) value "WARNING".
         05 ws-failed-text           pic x(10) value "FAILED".

       01 ws-note-texts.
         05 ws-skipped-note          pic x(24) value
           "SKIPPED - DONE EARLIER".
         05 ws-forced-note           pic x(24) value
           "FORCED BY OPERATOR".
         05 ws-needs-force-note      pic x(24) value
           "NOT SAFE TO RERUN-CHECK".
         05 ws-refused-note          pic x(24) value
           "TOLERATED - SEE LOG".

       01 ws-no-steps-line.
         05 filler                   pic x(80) value
           "NO BATCH STEPS RECORDED FOR THIS BUSINESS DATE".

       01 ws-summary-heading.
         05 filler                   pic x(80) value
           "SUMMARY".

       01 ws-summary-line-1.
         05 filler                   pic x(34) value
           "Steps in the chain".
         05 ws-sm-steps              pic z9.

       01 ws-summary-line-2.
         05 filler                   pic x(34) value
           "Completed".
         05 ws-sm-complete           pic z9.

       01 ws-summary-line-3.
         05 filler                   pic x(34) value
           "Completed with a warning".
         05 ws-sm-warning            pic z9.

       01 ws-summary-line-4.
         05 filler                   pic x(34) value
           "Failed".
         05 ws-sm-failed             pic z9.

       01 ws-summary-line-5.
         05 filler                   pic x(34) value
           "Started but never ended".
         05 ws-sm-incomplete         pic z9.

       01 ws-summary-line-6.
         05 filler                   pic x(34) value
           "Not run".
         05 ws-sm-not-run            pic z9.

       01 ws-summary-line-7.
         05 filler                   pic x(34) value
           "Skipped this run - done earlier".
         05 ws-sm-skipped            pic z9.

       01 ws-summary-line-8.
         05 filler                   pic x(34) value
           "Forced by the operator".
         05 ws-sm-forced             pic z9.

       01 ws-chain-complete-line.
         05 filler                   pic x(80) value
           "*** BATCH CHAIN COMPLETE ***".

       01 ws-chain-incomplete-line.
         05 filler                   pic x(40) value
           "*** BATCH CHAIN INCOMPLETE - RESUMES AT ".
         05 ws-ci-step-name          pic x(10).
         05 filler                   pic x(4) value " ***".

       procedure division.
       000-main.
           perform 101-resolve-business-date.

           perform 110-load-step-control.
           perform 120-apply-requests.
           perform 300-write-step-control.

           if ws-print-wanted = ws-true-const
               perform 800-print-report
           end-if.

           move ws-query-answer to return-code.

           goback.

      *Resolves the official business date for this run - the
      *run-control card when one is on file with a plausible date,
      *the machine date otherwise - the same date every program in
      *the chain works to.
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

      *Loads the steps recorded so far. Steps recorded for any other
      *business date belong to a chain already finished with, so
      *they are dropped and today's chain starts from the top. No
      *file yet is simply the first run for the date.
       110-load-step-control.
           open input step-control-file.

           if ws-control-file-status = "00"
               read step-control-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 115-load-one-step
                 until ws-eof-flag = ws-true-const

               close step-control-file
               move ws-false-const to ws-eof-flag
           end-if.

           if ws-file-date not = ws-run-date
               move zero to ws-st-count
           end-if.

       115-load-one-step.
           move sc-business-date to ws-file-date.

           if ws-st-count is less than 60
               add ws-one to ws-st-count
               set ws-st-idx to ws-st-count
               move sc-step-name to ws-st-step-name (ws-st-idx)
               move sc-rerun-safe to ws-st-rerun-safe (ws-st-idx)
               move sc-status to ws-st-status (ws-st-idx)
               move sc-start-date to ws-st-start-date (ws-st-idx)
               move sc-start-time to ws-st-start-time (ws-st-idx)
               move sc-end-date to ws-st-end-date (ws-st-idx)
               move sc-end-time to ws-st-end-time (ws-st-idx)
               move sc-return-code to ws-st-return-code (ws-st-idx)
               move sc-run-count to ws-st-run-count (ws-st-idx)
               move sc-skipped to ws-st-skipped (ws-st-idx)
               move sc-forced to ws-st-forced (ws-st-idx)
           end-if.

           read step-control-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Works through the script's requests in the order given. No
      *request file means there is nothing to do but leave the
      *control file as it stands.
       120-apply-requests.
           open input step-request-file.

           if ws-request-file-status = "00"
               read step-request-file
                   at end
                       move ws-true-const to ws-eof-flag
               end-read

               perform 130-apply-one-request
                 until ws-eof-flag = ws-true-const

               close step-request-file
               move ws-false-const to ws-eof-flag
           end-if.

       130-apply-one-request.
           accept ws-now-date from date yyyymmdd.
           accept ws-now-time from time.

           if rq-print-88
               move ws-true-const to ws-print-wanted
           else
               perform 200-find-step
               if ws-st-found = ws-true-const
                   if rq-declare-88
                       perform 140-declare-step
                   else
                       if rq-query-88
                           perform 150-query-step
                       else
                           if rq-begin-88
                               perform 160-begin-step
                           else
                               if rq-end-88 or rq-warning-88
                                 or rq-failed-88
                                   perform 170-end-step
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

           read step-request-file
               at end
                   move ws-true-const to ws-eof-flag.

      *Every run of the chain declares its steps first, so the
      *report can list the ones it never reached. Skip and force
      *marks belong to the run that made them and are cleared here.
       140-declare-step.
           if rq-option = ws-false-const
               move ws-false-const to ws-st-rerun-safe (ws-st-idx)
           else
               move ws-true-const to ws-st-rerun-safe (ws-st-idx)
           end-if.

           move ws-false-const to ws-st-skipped (ws-st-idx).
           move ws-false-const to ws-st-forced (ws-st-idx).

      *A step already done today is skipped unless the operator
      *forces it. A step that is not safe to run twice and stopped
      *part way - started and never ended, or failed - may already
      *have applied some of its work, so it is refused until the
      *operator has checked it and forces it. Anything else runs.
       150-query-step.
           move zero to ws-query-answer.

           if rq-option not = ws-true-const
               if ws-st-done-88 (ws-st-idx)
                   move 4 to ws-query-answer
                   move ws-true-const to ws-st-skipped (ws-st-idx)
               else
                   if ws-st-rerun-safe (ws-st-idx) = ws-false-const
                     and (ws-st-running-88 (ws-st-idx)
                     or ws-st-failed-88 (ws-st-idx))
                       move 8 to ws-query-answer
                   end-if
               end-if
           end-if.

       160-begin-step.
           move 'R' to ws-st-status (ws-st-idx).
           move ws-now-date to ws-st-start-date (ws-st-idx).
           move ws-now-time to ws-st-start-time (ws-st-idx).
           move zero to ws-st-end-date (ws-st-idx).
           move zero to ws-st-end-time (ws-st-idx).
           move zero to ws-st-return-code (ws-st-idx).
           add ws-one to ws-st-run-count (ws-st-idx).
           move ws-false-const to ws-st-skipped (ws-st-idx).

           if rq-option = ws-true-const
               move ws-true-const to ws-st-forced (ws-st-idx)
           else
               move ws-false-const to ws-st-forced (ws-st-idx)
           end-if.

       170-end-step.
           if rq-end-88
               move 'C' to ws-st-status (ws-st-idx)
           else
               if rq-warning-88
                   move 'W' to ws-st-status (ws-st-idx)
               else
                   move 'F' to ws-st-status (ws-st-idx)
               end-if
           end-if.

           move ws-now-date to ws-st-end-date (ws-st-idx).
           move ws-now-time to ws-st-end-time (ws-st-idx).

           if rq-return-code is numeric
               move rq-return-code to ws-st-return-code (ws-st-idx)
           end-if.

      *Finds the request's step, adding it at the end of the chain
      *when it is not yet known - a step the script never declared
      *is still recorded rather than lost.
       200-find-step.
           move ws-false-const to ws-st-found.

           perform 210-check-one-step
             varying ws-st-idx from 1 by 1
             until ws-st-idx is greater than ws-st-count
             or ws-st-found = ws-true-const.

           if ws-st-found = ws-true-const
               set ws-st-idx down by 1
           else
               if ws-st-count is less than 60
                   add ws-one to ws-st-count
                   set ws-st-idx to ws-st-count
                   move rq-step-name to ws-st-step-name (ws-st-idx)
                   move ws-true-const to ws-st-rerun-safe (ws-st-idx)
                   move 'N' to ws-st-status (ws-st-idx)
                   move zero to ws-st-start-date (ws-st-idx)
                   move zero to ws-st-start-time (ws-st-idx)
                   move zero to ws-st-end-date (ws-st-idx)
                   move zero to ws-st-end-time (ws-st-idx)
                   move zero to ws-st-return-code (ws-st-idx)
                   move zero to ws-st-run-count (ws-st-idx)
                   move ws-false-const to ws-st-skipped (ws-st-idx)
                   move ws-false-const to ws-st-forced (ws-st-idx)
                   move ws-true-const to ws-st-found
               end-if
           end-if.

       210-check-one-step.
           if ws-st-step-name (ws-st-idx) = rq-step-name
               move ws-true-const to ws-st-found
           end-if.

      *Writes the whole chain back for the business date.
       300-write-step-control.
           open output step-control-file.

           perform 310-write-one-step
             varying ws-st-idx from 1 by 1
             until ws-st-idx is greater than ws-st-count.

           close step-control-file.

       310-write-one-step.
           move ws-run-date to sc-business-date.
           set sc-step-seq to ws-st-idx.
           move ws-st-step-name (ws-st-idx) to sc-step-name.
           move ws-st-rerun-safe (ws-st-idx) to sc-rerun-safe.
           move ws-st-status (ws-st-idx) to sc-status.
           move ws-st-start-date (ws-st-idx) to sc-start-date.
           move ws-st-start-time (ws-st-idx) to sc-start-time.
           move ws-st-end-date (ws-st-idx) to sc-end-date.
           move ws-st-end-time (ws-st-idx) to sc-end-time.
           move ws-st-return-code (ws-st-idx) to sc-return-code.
           move ws-st-run-count (ws-st-idx) to sc-run-count.
           move ws-st-skipped (ws-st-idx) to sc-skipped.
           move ws-st-forced (ws-st-idx) to sc-forced.
           write step-control-record.

      *One page for the morning handover - every step of the chain
      *with its times and how it ended, then where a rerun will
      *pick up if the chain did not finish.
       800-print-report.
           open output report-file.

           move ws-run-date to ws-hd-business-date.
           move ws-now-date to ws-ce-date.
           move ws-now-time to ws-clock-time.
           perform 850-edit-clock.
           move ws-clock-edit to ws-hd-printed.
           write report-line from ws-heading.
           write report-line from spaces.

           if ws-st-count = zero
               write report-line from ws-no-steps-line
           else
               write report-line from ws-column-heading
               perform 820-print-one-step
                 varying ws-st-idx from 1 by 1
                 until ws-st-idx is greater than ws-st-count
           end-if.

           perform 890-print-summary.

           close report-file.

       820-print-one-step.
           set ws-seq-work to ws-st-idx.
           move ws-seq-work to ws-sd-seq.
           move ws-st-step-name (ws-st-idx) to ws-sd-step-name.
           move spaces to ws-sd-note.

           if ws-st-not-run-88 (ws-st-idx)
               move ws-not-run-text to ws-sd-status
               add ws-one to ws-cnt-not-run
           else
               if ws-st-running-88 (ws-st-idx)
                   move ws-running-text to ws-sd-status
                   add ws-one to ws-cnt-incomplete
               else
                   if ws-st-complete-88 (ws-st-idx)
                       move ws-complete-text to ws-sd-status
                       add ws-one to ws-cnt-complete
                   else
                       if ws-st-warning-88 (ws-st-idx)
                           move ws-warning-text to ws-sd-status
                           move ws-refused-note to ws-sd-note
                           add ws-one to ws-cnt-warning
                       else
                           move ws-failed-text to ws-sd-status
                           add ws-one to ws-cnt-failed
                       end-if
                   end-if
               end-if
           end-if.

           if ws-resume-step = spaces
             and not ws-st-done-88 (ws-st-idx)
               move ws-st-step-name (ws-st-idx) to ws-resume-step
           end-if.

           if ws-st-start-date (ws-st-idx) = zero
               move spaces to ws-sd-started
           else
               move ws-st-start-date (ws-st-idx) to ws-ce-date
               move ws-st-start-time (ws-st-idx) to ws-clock-time
               perform 850-edit-clock
               move ws-clock-edit to ws-sd-started
           end-if.

           if ws-st-end-date (ws-st-idx) = zero
               move spaces to ws-sd-ended
           else
               move ws-st-end-date (ws-st-idx) to ws-ce-date
               move ws-st-end-time (ws-st-idx) to ws-clock-time
               perform 850-edit-clock
               move ws-clock-edit to ws-sd-ended
           end-if.

      *    A step not yet run has no return code to show.
           if ws-st-run-count (ws-st-idx) = zero
               move spaces to ws-sd-return-code-x
           else
               move ws-st-return-code (ws-st-idx) to ws-sd-return-code
           end-if.
           move ws-st-run-count (ws-st-idx) to ws-sd-run-count.

      *    The note says what this run did with the step - skipped or
      *    forced - ahead of anything it says about the step itself.
           if ws-st-skipped (ws-st-idx) = ws-true-const
               move ws-skipped-note to ws-sd-note
               add ws-one to ws-cnt-skipped
           else
               if ws-st-forced (ws-st-idx) = ws-true-const
                   move ws-forced-note to ws-sd-note
                   add ws-one to ws-cnt-forced
               else
                   if ws-st-rerun-safe (ws-st-idx) = ws-false-const
                     and (ws-st-running-88 (ws-st-idx)
                     or ws-st-failed-88 (ws-st-idx))
                       move ws-needs-force-note to ws-sd-note
                   end-if
               end-if
           end-if.

           write report-line from ws-step-detail-line.

       850-edit-clock.
           move ws-clock-hh to ws-ce-hh.
           move ws-clock-mi to ws-ce-mi.
           move ws-clock-ss to ws-ce-ss.

       890-print-summary.
           write report-line from spaces.
           write report-line from ws-summary-heading.

           move ws-st-count to ws-sm-steps.
           write report-line from ws-summary-line-1.

           move ws-cnt-complete to ws-sm-complete.
           write report-line from ws-summary-line-2.

           move ws-cnt-warning to ws-sm-warning.
           write report-line from ws-summary-line-3.

           move ws-cnt-failed to ws-sm-failed.
           write report-line from ws-summary-line-4.

           move ws-cnt-incomplete to ws-sm-incomplete.
           write report-line from ws-summary-line-5.

           move ws-cnt-not-run to ws-sm-not-run.
           write report-line from ws-summary-line-6.

           move ws-cnt-skipped to ws-sm-skipped.
           write report-line from ws-summary-line-7.

           move ws-cnt-forced to ws-sm-forced.
           write report-line from ws-summary-line-8.

           write report-line from spaces.

           if ws-st-count is greater than zero
             and ws-resume-step = spaces
               write report-line from ws-chain-complete-line
           else
               if ws-st-count is greater than zero
                   move ws-resume-step to ws-ci-step-name
                   write report-line from ws-chain-incomplete-line
               end-if
           end-if.

       end program Program_35.
