       identification division.
       program-id. A3-RunCtl.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Run-control for the commission cycle.
      *Every step of the cycle (batch intake, proof run, proof sign-off,
      *live run, suspense reprocess, pay reconciliation, the budget
      *report taking up the GL postings, and year-end) logs its start
      *and its end with the return code on the run-control file, and
      *each step checks that log before it will start.  This program
      *applies the proof sign-offs submitted on the sign-off file - an
      *operator ID against a proved batch - so the live run may go
      *ahead, then reports where the current cycle stands: the last
      *event of each step for the current batch, the next step due, any
      *commission run checkpoint waiting to be resumed, the full event
      *log for the cycle and the last year-end close.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select signoff-file
               assign to "../../../A3-SalesComm/A3-SIGNOFF.DAT"
               organization is line sequential
               file status is ws-signoff-status.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

           select restart-file
               assign to "../../../A3-SalesComm/A3-RESTART.DAT"
               organization is line sequential
               file status is ws-restart-status.

           select runctl-rpt-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd signoff-file
           data record is signoff-rec
           record contains 14 characters.
      *
       01 signoff-rec.
         05 so-batch-num pic 9(6).
         05 so-user pic x(8).
      *
       fd runctl-file
           data record is runctl-rec
           record contains 47 characters.
      *
       01 runctl-rec.
         05 rc-cycle pic 9(6).
         05 rc-batch-num pic 9(6).
         05 rc-step pic x(8).
         05 rc-event pic x.
         05 rc-run-date pic 9(8).
         05 rc-run-time pic 9(8).
         05 rc-return-code pic 99.
         05 rc-user pic x(8).
      *
       fd restart-file
           data record is restart-rec
           record contains 118 characters.
      *
       01 restart-rec pic x(118).
      *
       fd runctl-rpt-file
           data record is runctl-rpt-line
           record contains 92 characters.
      *
       01 runctl-rpt-line pic x(92).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-checkpoint-flag pic x value "N".
         05 ws-step-found-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-signoff-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
         05 ws-restart-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
      *
       77 ws-step-intake-cnst pic x(8) value "INTAKE".
       77 ws-step-proof-cnst pic x(8) value "PROOF".
       77 ws-step-signoff-cnst pic x(8) value "SIGNOFF".
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-step-reproc-cnst pic x(8) value "REPROC".
       77 ws-step-payrecon-cnst pic x(8) value "PAYRECON".
       77 ws-step-budget-cnst pic x(8) value "BUDGET".
       77 ws-step-yearend-cnst pic x(8) value "YEAREND".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
       77 ws-rc-ok-max-cnst pic 99 value 4.
      *
      * the state of the commission run for a batch: not run, started
      * and never finished, failed, or complete.
      *
       77 ws-run-none-cnst pic x value "N".
       77 ws-run-open-cnst pic x value "O".
       77 ws-run-failed-cnst pic x value "F".
       77 ws-run-done-cnst pic x value "C".
      *
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
      *
       01 ws-current-ctl.
         05 ws-cur-batch-num pic 9(6) value 0.
         05 ws-cur-cycle pic 9(6) value 0.
         05 ws-cur-step pic x(8) value spaces.
      *
       01 ws-yearend-ctl.
         05 ws-ye-found-flag pic x value "N".
         05 ws-ye-event pic x value space.
         05 ws-ye-run-date pic 9(8) value 0.
         05 ws-ye-run-time pic 9(8) value 0.
         05 ws-ye-return-code pic 99 value 0.
      *
       01 ws-step-last.
         05 ws-sl-event pic x value space.
         05 ws-sl-run-date pic 9(8) value 0.
         05 ws-sl-run-time pic 9(8) value 0.
         05 ws-sl-return-code pic 99 value 0.
         05 ws-sl-user pic x(8) value spaces.
      *
      * the state of one batch, built by applying its logged events in
      * the order they were written, the same way the commission run
      * checks them.
      *
       01 ws-state-ctl.
         05 ws-state-batch-num pic 9(6) value 0.
         05 ws-state-cycle pic 9(6) value 0.
         05 ws-state-intake-flag pic x value "N".
         05 ws-state-proof-flag pic x value "N".
         05 ws-state-signoff-flag pic x value "N".
         05 ws-state-run pic x value "N".
         05 ws-state-payrecon-flag pic x value "N".
      *
       01 ws-counters.
         05 ws-signoff-read-count pic 9(5) value 0.
         05 ws-signoff-ok-count pic 9(5) value 0.
         05 ws-signoff-rej-count pic 9(5) value 0.
         05 ws-event-count pic 9(5) value 0.
      *
       01 ws-reject-reason pic x(40) value spaces.
      *
       01 ws-time-work pic 9(8) value 0.
       01 ws-time-parts redefines ws-time-work.
         05 ws-time-hh pic 99.
         05 ws-time-mm pic 99.
         05 ws-time-ss pic 99.
         05 filler pic 99.
      *
       01 ws-rpt-heading1.
         05 filler pic x(22) value spaces.
         05 filler pic x(38)
             value "COMMISSION CYCLE RUN CONTROL - RUN ON ".
         05 ws-head-run-date pic 9999/99/99.
      *
       01 ws-so-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "PROOF SIGN-OFFS".
      *
       01 ws-so-heading2.
         05 filler pic x(34) value "BATCH   OPERATOR  RESULT".
      *
       01 ws-so-detail.
         05 ws-sod-batch-num pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-sod-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-sod-result pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-sod-reason pic x(40).
      *
       77 ws-accepted-cnst pic x(9) value "ACCEPTED".
       77 ws-rejected-cnst pic x(9) value "REJECTED".
      *
       01 ws-cur-line.
         05 filler pic x(14) value "CURRENT BATCH ".
         05 ws-cur-batch-out pic 9(6).
         05 filler pic x(10) value "    CYCLE ".
         05 ws-cur-cycle-out pic 9(6).
      *
       01 ws-no-cycle-line.
         05 filler pic x(40)
             value "NO COMMISSION CYCLE ON RUN CONTROL FILE".
      *
       01 ws-step-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "STEPS FOR CURRENT BATCH".
      *
       01 ws-step-heading2.
         05 filler pic x(34) value "STEP       BATCH  EVENT  DATE     ".
         05 filler pic x(34) value "   TIME      RC  OPERATOR  STATUS".
      *
       01 ws-step-detail.
         05 ws-sd-step pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-sd-batch-num pic zzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-sd-event pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-sd-run-date pic 9999/99/99.
         05 filler pic x(2) value spaces.
         05 ws-sd-hh pic 99.
         05 filler pic x value ":".
         05 ws-sd-mm pic 99.
         05 filler pic x value ":".
         05 ws-sd-ss pic 99.
         05 filler pic x(2) value spaces.
         05 ws-sd-return-code pic 99.
         05 filler pic x(2) value spaces.
         05 ws-sd-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-sd-status pic x(22).
      *
       01 ws-step-none-line.
         05 ws-sn-step pic x(8).
         05 filler pic x(61) value spaces.
         05 filler pic x(22) value "NOT RUN".
      *
       77 ws-start-cnst pic x(5) value "START".
       77 ws-end-cnst pic x(5) value "END".
       77 ws-complete-cnst pic x(22) value "COMPLETE".
       77 ws-failed-cnst pic x(22) value "FAILED".
       77 ws-open-cnst pic x(22) value "STARTED".
      *
       01 ws-next-line.
         05 filler pic x(20) value "NEXT STEP DUE       ".
         05 ws-next-action pic x(60).
      *
       01 ws-checkpoint-line.
         05 filler pic x(38)
             value "COMMISSION RUN CHECKPOINT ON FILE     ".
         05 ws-checkpoint-out pic x(3).
      *
       01 ws-log-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(24) value "EVENT LOG FOR CYCLE ".
         05 ws-log-cycle-out pic 9(6).
      *
       01 ws-ye-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "LAST YEAR-END CLOSE".
      *
       01 ws-no-ye-line.
         05 filler pic x(40)
             value "NO YEAR-END CLOSE ON RUN CONTROL FILE".
      *
       01 ws-tot-so-read-line.
         05 filler pic x(38)
             value "SIGN-OFFS SUBMITTED                   ".
         05 ws-tot-so-read pic zzzz9.
      *
       01 ws-tot-so-ok-line.
         05 filler pic x(38)
             value "SIGN-OFFS ACCEPTED                    ".
         05 ws-tot-so-ok pic zzzz9.
      *
       01 ws-tot-so-rej-line.
         05 filler pic x(38)
             value "SIGN-OFFS REJECTED                    ".
         05 ws-tot-so-rej pic zzzz9.
      *
       01 ws-tot-event-line.
         05 filler pic x(38)
             value "EVENTS LOGGED FOR THE CYCLE           ".
         05 ws-tot-event pic zzzz9.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

           open output runctl-rpt-file.

           move ws-run-date to ws-head-run-date.

           write runctl-rpt-line from ws-rpt-heading1.
           write runctl-rpt-line from "" after advancing 1 line.

           perform 100-process-signoffs.

           perform 200-find-current-batch.

           perform 600-check-restart.

           if ws-cur-batch-num = 0
             then
               write runctl-rpt-line from ws-no-cycle-line
                   after advancing 1 line
               write runctl-rpt-line from "" after advancing 1 line
               write runctl-rpt-line from ws-checkpoint-line
                   after advancing 1 line
           else
               perform 300-print-steps
               perform 400-print-next-action
               perform 500-print-event-log
           end-if.

           perform 700-print-yearend.

           perform 800-print-totals.

           close runctl-rpt-file.

           display "RUN CONTROL REPORT COMPLETE - "
               ws-signoff-ok-count " SIGN-OFFS ACCEPTED, "
               ws-signoff-rej-count " REJECTED".

           goback.
      *
       100-process-signoffs.
      *
      * the sign-off file is emptied once it has been applied, so a
      * sign-off left behind can never approve a batch proved later.
      *
           open input signoff-file.

           if ws-signoff-status = "00"
             then
               write runctl-rpt-line from ws-so-heading1
                   after advancing 1 line
               write runctl-rpt-line from "" after advancing 1 line
               write runctl-rpt-line from ws-so-heading2
                   after advancing 1 line
               write runctl-rpt-line from "" after advancing 1 line
               move ws-false-cnst to ws-eof-flag
               perform 110-read-signoff
               perform 120-apply-signoff
                 until ws-eof-flag = ws-true-cnst
               close signoff-file
               open output signoff-file
               close signoff-file
               write runctl-rpt-line from "" after advancing 1 line
           end-if.
      *
       110-read-signoff.
      *
           read signoff-file
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       120-apply-signoff.
      *
      * a sign-off stands for the proof run the operator checked, so it
      * is only taken for a batch whose latest proof finished cleanly
      * after its latest intake, and only until the batch is run live.
      *
           add ws-one-cnst to ws-signoff-read-count.

           move spaces to ws-reject-reason.
           move so-batch-num to ws-state-batch-num.

           perform 130-build-batch-state.

           if so-user = spaces
             then
               move "NO OPERATOR ID GIVEN" to ws-reject-reason
           else
               if ws-state-intake-flag = ws-false-cnst
                 then
                   move "BATCH NOT BUILT BY A3-BATCHINTAKE" to
                       ws-reject-reason
               else
                   if ws-state-run not = ws-run-none-cnst
                     then
                       move "BATCH HAS ALREADY BEEN RUN LIVE" to
                           ws-reject-reason
                   else
                       if ws-state-proof-flag = ws-false-cnst
                         then
                           move "NO CLEAN PROOF RUN SINCE LAST INTAKE"
                               to ws-reject-reason
                       else
                           if ws-state-signoff-flag = ws-true-cnst
                             then
                               move "PROOF RUN ALREADY SIGNED OFF" to
                                   ws-reject-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

           move so-batch-num to ws-sod-batch-num.
           move so-user to ws-sod-user.
           move ws-reject-reason to ws-sod-reason.

           if ws-reject-reason = spaces
             then
               perform 140-write-signoff-rec
               add ws-one-cnst to ws-signoff-ok-count
               move ws-accepted-cnst to ws-sod-result
           else
               add ws-one-cnst to ws-signoff-rej-count
               move ws-rejected-cnst to ws-sod-result
           end-if.

           write runctl-rpt-line from ws-so-detail
               after advancing 1 line.

           perform 110-read-signoff.
      *
       130-build-batch-state.
      *
           move 0 to ws-state-cycle.
           move ws-false-cnst to ws-state-intake-flag.
           move ws-false-cnst to ws-state-proof-flag.
           move ws-false-cnst to ws-state-signoff-flag.
           move ws-run-none-cnst to ws-state-run.
           move ws-false-cnst to ws-state-payrecon-flag.

           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 135-read-state-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.
      *
       135-read-state-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-batch-num = ws-state-batch-num
                     then
                       perform 137-apply-state-rec
                   end-if
           end-read.
      *
       137-apply-state-rec.
      *
      * rebuilding a batch voids its proof and sign-off, and proving it
      * again voids the sign-off; a new commission run on the batch
      * must be reconciled again.
      *
           if rc-step = ws-step-live-cnst
             or rc-step = ws-step-reproc-cnst
             then
               move ws-false-cnst to ws-state-payrecon-flag
               if rc-event = ws-event-start-cnst
                 then
                   move ws-run-open-cnst to ws-state-run
               else
                   if rc-return-code > ws-rc-ok-max-cnst
                     then
                       move ws-run-failed-cnst to ws-state-run
                   else
                       move ws-run-done-cnst to ws-state-run
                   end-if
               end-if
           end-if.

           if rc-event = ws-event-end-cnst
             and rc-return-code not > ws-rc-ok-max-cnst
             then
               if rc-step = ws-step-intake-cnst
                 then
                   move rc-cycle to ws-state-cycle
                   move ws-true-cnst to ws-state-intake-flag
                   move ws-false-cnst to ws-state-proof-flag
                   move ws-false-cnst to ws-state-signoff-flag
               end-if
               if rc-step = ws-step-proof-cnst
                 and ws-state-intake-flag = ws-true-cnst
                 then
                   move ws-true-cnst to ws-state-proof-flag
                   move ws-false-cnst to ws-state-signoff-flag
               end-if
               if rc-step = ws-step-signoff-cnst
                 and ws-state-proof-flag = ws-true-cnst
                 then
                   move ws-true-cnst to ws-state-signoff-flag
               end-if
               if rc-step = ws-step-payrecon-cnst
                 then
                   move ws-true-cnst to ws-state-payrecon-flag
               end-if
           end-if.
      *
       140-write-signoff-rec.
      *
           accept ws-run-time from time.

           move ws-state-cycle to rc-cycle.
           move so-batch-num to rc-batch-num.
           move ws-step-signoff-cnst to rc-step.
           move ws-event-end-cnst to rc-event.
           move ws-run-date to rc-run-date.
           move ws-run-time to rc-run-time.
           move 0 to rc-return-code.
           move so-user to rc-user.

           open extend runctl-file.

           if ws-runctl-status = "35"
             then
               open output runctl-file
           end-if.

           write runctl-rec.

           close runctl-file.
      *
       200-find-current-batch.
      *
      * batch numbers only ever go up, so the current cycle is the one
      * the highest batch on the log was built for.
      *
           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 210-read-runctl-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.

           if ws-cur-batch-num not = 0
             then
               move ws-cur-batch-num to ws-state-batch-num
               perform 130-build-batch-state
           end-if.
      *
       210-read-runctl-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-batch-num > ws-cur-batch-num
                     then
                       move rc-batch-num to ws-cur-batch-num
                       move rc-cycle to ws-cur-cycle
                   end-if
                   if rc-step = ws-step-yearend-cnst
                     then
                       move ws-true-cnst to ws-ye-found-flag
                       move rc-event to ws-ye-event
                       move rc-run-date to ws-ye-run-date
                       move rc-run-time to ws-ye-run-time
                       move rc-return-code to ws-ye-return-code
                   end-if
           end-read.
      *
       300-print-steps.
      *
           move ws-cur-batch-num to ws-cur-batch-out.
           move ws-cur-cycle to ws-cur-cycle-out.

           write runctl-rpt-line from ws-cur-line
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-step-heading1
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-step-heading2
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.

           move ws-step-intake-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-proof-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-signoff-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-live-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-reproc-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-payrecon-cnst to ws-cur-step.
           perform 310-report-step.
           move ws-step-budget-cnst to ws-cur-step.
           perform 310-report-step.
      *
       310-report-step.
      *
           move ws-false-cnst to ws-step-found-flag.

           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 320-read-step-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.

           if ws-step-found-flag = ws-false-cnst
             then
               move ws-cur-step to ws-sn-step
               write runctl-rpt-line from ws-step-none-line
                   after advancing 1 line
           else
               move ws-cur-step to ws-sd-step
               move ws-cur-batch-num to ws-sd-batch-num
               perform 350-print-event-line
           end-if.
      *
       320-read-step-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-batch-num = ws-cur-batch-num
                     and rc-step = ws-cur-step
                     then
                       move ws-true-cnst to ws-step-found-flag
                       move rc-event to ws-sl-event
                       move rc-run-date to ws-sl-run-date
                       move rc-run-time to ws-sl-run-time
                       move rc-return-code to ws-sl-return-code
                       move rc-user to ws-sl-user
                   end-if
           end-read.
      *
       350-print-event-line.
      *
           move ws-sl-run-date to ws-sd-run-date.
           move ws-sl-run-time to ws-time-work.
           move ws-time-hh to ws-sd-hh.
           move ws-time-mm to ws-sd-mm.
           move ws-time-ss to ws-sd-ss.
           move ws-sl-user to ws-sd-user.

           if ws-sl-event = ws-event-start-cnst
             then
               move ws-start-cnst to ws-sd-event
               move 0 to ws-sd-return-code
               move ws-open-cnst to ws-sd-status
           else
               move ws-end-cnst to ws-sd-event
               move ws-sl-return-code to ws-sd-return-code
               if ws-sl-return-code > ws-rc-ok-max-cnst
                 then
                   move ws-failed-cnst to ws-sd-status
               else
                   move ws-complete-cnst to ws-sd-status
               end-if
           end-if.

           write runctl-rpt-line from ws-step-detail
               after advancing 1 line.
      *
       400-print-next-action.
      *
      * the next step follows the same checks each program makes
      * before it will start.
      *
           if ws-checkpoint-flag = ws-true-cnst
             then
               move "RESUME THE COMMISSION RUN FROM ITS CHECKPOINT" to
                   ws-next-action
           else
               if ws-state-run = ws-run-open-cnst
                 then
                   move "COMMISSION RUN NEVER FINISHED - RERUN IT" to
                       ws-next-action
               else
                   if ws-state-payrecon-flag = ws-true-cnst
                     then
                       move "CYCLE COMPLETE - BUILD THE NEXT BATCH" to
                           ws-next-action
                   else
                       perform 410-next-cycle-step
                   end-if
               end-if
           end-if.

           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-next-line
               after advancing 1 line.
           write runctl-rpt-line from ws-checkpoint-line
               after advancing 1 line.
      *
       410-next-cycle-step.
      *
           if ws-state-run = ws-run-done-cnst
             then
               move "RUN PAY RECONCILIATION (A3-PAYRECON)" to
                   ws-next-action
           else
               if ws-state-run = ws-run-failed-cnst
                 then
                   move "CORRECT AND RERUN THE LIVE COMMISSION RUN" to
                       ws-next-action
               else
                   if ws-state-signoff-flag = ws-true-cnst
                     then
                       move "RUN THE LIVE COMMISSION RUN" to
                           ws-next-action
                   else
                       if ws-state-proof-flag = ws-true-cnst
                         then
                           move "SIGN OFF THE PROOF RUN ON A3-SIGNOFF"
                               to ws-next-action
                       else
                           if ws-state-intake-flag = ws-true-cnst
                             then
                               move "RUN THE PROOF COMMISSION RUN" to
                                   ws-next-action
                           else
                               move "REBUILD THE BATCH (A3-BATCHINTAKE)"
                                   to ws-next-action
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      *
       500-print-event-log.
      *
           move ws-cur-cycle to ws-log-cycle-out.

           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-log-heading1
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-step-heading2
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.

           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 510-read-event-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.
      *
       510-read-event-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-cycle = ws-cur-cycle
                     then
                       add ws-one-cnst to ws-event-count
                       move rc-step to ws-sd-step
                       move rc-batch-num to ws-sd-batch-num
                       move rc-event to ws-sl-event
                       move rc-run-date to ws-sl-run-date
                       move rc-run-time to ws-sl-run-time
                       move rc-return-code to ws-sl-return-code
                       move rc-user to ws-sl-user
                       perform 350-print-event-line
                   end-if
           end-read.
      *
       600-check-restart.
      *
      * a checkpoint left by a commission run that stopped part way is
      * the first thing to clear, whatever else the log shows.
      *
           move ws-false-cnst to ws-checkpoint-flag.

           open input restart-file.

           if ws-restart-status = "00"
             then
               read restart-file
                   at end
                       continue
                   not at end
                       move ws-true-cnst to ws-checkpoint-flag
               end-read
               close restart-file
           end-if.

           if ws-checkpoint-flag = ws-true-cnst
             then
               move "YES" to ws-checkpoint-out
           else
               move "NO" to ws-checkpoint-out
           end-if.
      *
       700-print-yearend.
      *
           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-ye-heading1
               after advancing 1 line.
           write runctl-rpt-line from "" after advancing 1 line.

           if ws-ye-found-flag = ws-false-cnst
             then
               write runctl-rpt-line from ws-no-ye-line
                   after advancing 1 line
           else
               move ws-step-yearend-cnst to ws-sd-step
               move 0 to ws-sd-batch-num
               move ws-ye-event to ws-sl-event
               move ws-ye-run-date to ws-sl-run-date
               move ws-ye-run-time to ws-sl-run-time
               move ws-ye-return-code to ws-sl-return-code
               move spaces to ws-sl-user
               perform 350-print-event-line
           end-if.
      *
       800-print-totals.
      *
           move ws-signoff-read-count to ws-tot-so-read.
           move ws-signoff-ok-count to ws-tot-so-ok.
           move ws-signoff-rej-count to ws-tot-so-rej.
           move ws-event-count to ws-tot-event.

           write runctl-rpt-line from "" after advancing 1 line.
           write runctl-rpt-line from ws-tot-so-read-line
               after advancing 1 line.
           write runctl-rpt-line from ws-tot-so-ok-line
               after advancing 1 line.
           write runctl-rpt-line from ws-tot-so-rej-line
               after advancing 1 line.
           write runctl-rpt-line from ws-tot-event-line
               after advancing 1 line.
      *
       end program A3-RunCtl.
