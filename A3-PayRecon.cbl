      *suspense file from run to run, aged by how many runs they have
      *been open, until a resolution transaction closes them; the open
      *items lead the report oldest first so nothing falls through the
      *cracks between pay periods.  It only reconciles a commission run
      *the run-control file shows finished, and only once.
      *
       environment division.
      *
           select recon-file
               assign to "../../../A3-SalesComm/A3-RECON.OUT"
               organization is line sequential.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.
      *
       data division.
       file section.
           record contains 92 characters.
      *
       01 recon-line pic x(92).
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
       working-storage section.
      *
         05 ws-conf-status pic xx value "00".
         05 ws-recsusp-status pic xx value "00".
         05 ws-res-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       01 ws-abs-diff pic 9(7) value 0.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
      *
       77 ws-abort-rc-cnst pic 99 value 16.
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-step-reproc-cnst pic x(8) value "REPROC".
       77 ws-step-payrecon-cnst pic x(8) value "PAYRECON".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
       77 ws-rc-ok-max-cnst pic 99 value 4.
      *
       01 ws-runctl-ctl.
         05 ws-rc-run-found-flag pic x value "N".
         05 ws-rc-run-step pic x(8) value spaces.
         05 ws-rc-run-event pic x value space.
         05 ws-rc-run-rc pic 99 value 0.
         05 ws-rc-reconciled-flag pic x value "N".
         05 ws-rc-cycle pic 9(6) value 0.
         05 ws-rc-batch-num pic 9(6) value 0.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
       01 ws-refuse-reason pic x(40) value spaces.
      *
       01 ws-recon-heading1.
         05 filler pic x(28) value spaces.
         05 filler pic x(34) value "PAYROLL RECONCILIATION REPORT".
      *
       01 ws-recon-heading2.
         05 filler pic x(33) value "NO.     NAME       CALCULATED    ".
         05 filler pic x(59) value "CONFIRMED   DISCREPANCY".
      *
       01 ws-recon-detail.
         05 ws-rec-sman-num pic 999.
      *
       01 ws-open-heading1.
         05 filler pic x(26) value spaces.
         05 filler pic x(41)
             value "OPEN ITEMS CARRIED FORWARD - OLDEST FIRST".
      *
       01 ws-open-heading2.
         05 filler pic x(33) value "NO.     NAME       CALCULATED    ".
         05 filler pic x(30) value "CONFIRMED   RSN   RUNS OPEN   ".
         05 filler pic x(29) value "FIRST SEEN".
      *
       01 ws-open-detail.
         05 ws-opn-sman-num pic 999.
         05 ws-res-user pic x(8).
      *
       01 ws-recon-conf-total.
         05 filler pic x(38)
             value "CONFIRMATIONS READ                    ".
         05 ws-rec-num-conf pic zzzz9.
      *
       01 ws-recon-match-total.
         05 filler pic x(38)
             value "MATCHED WITHIN TOLERANCE              ".
         05 ws-rec-num-match pic zzzz9.
      *
       01 ws-recon-diff-total.
         05 filler pic x(38)
             value "AMOUNT DISCREPANCIES                  ".
         05 ws-rec-num-diff pic zzzz9.
      *
       01 ws-recon-notrun-total.
         05 filler pic x(38)
             value "PAID BUT NOT IN RUN                   ".
         05 ws-rec-num-notrun pic zzzz9.
      *
       01 ws-recon-unconf-total.
         05 filler pic x(38)
             value "IN RUN BUT NOT CONFIRMED              ".
         05 ws-rec-num-unconf pic zzzz9.
      *
       01 ws-recon-skipped-total.
         05 filler pic x(38)
             value "NOT RECONCILED - RECON TABLE FULL     ".
         05 ws-rec-num-skipped pic zzzz9.
      *
       01 ws-recon-carried-total.
         05 filler pic x(38)
             value "OPEN ITEMS CARRIED IN                 ".
         05 ws-rec-num-carried pic zzzz9.
      *
       01 ws-recon-resolved-total.
         05 filler pic x(38)
             value "ITEMS RESOLVED THIS RUN               ".
         05 ws-rec-num-resolved pic zzzz9.
      *
       01 ws-recon-newitem-total.
         05 filler pic x(38)
             value "NEW ITEMS THIS RUN                    ".
         05 ws-rec-num-newitem pic zzzz9.
      *
       01 ws-recon-open-total.
         05 filler pic x(38)
             value "ITEMS STILL OPEN                      ".
         05 ws-rec-num-open pic zzzz9.
      *
       01 ws-recon-dropped-total.
         05 filler pic x(38)
             value "DETAIL LINES DROPPED - HOLD FULL      ".
         05 ws-rec-num-dropped pic zzzz9.
      *
       procedure division.

           accept ws-run-date from date yyyymmdd.

           perform 010-check-prerequisites.

           if ws-refuse-reason not = spaces
             then
               display "*** RECONCILIATION NOT STARTED - "
                   ws-refuse-reason " ***"
               move ws-abort-rc-cnst to return-code
               goback
           end-if.

           open input paid-file.

           if ws-paid-status not = "00"
             then
               display "CALCULATED PAID FILE NOT AVAILABLE - STATUS "
                   ws-paid-status
               goback
           end-if.


           if ws-conf-status not = "00"
             then
               display
                   "PAYROLL CONFIRMATION FILE NOT AVAILABLE - STATUS "
                   ws-conf-status
               close paid-file
               goback
           end-if.

           move ws-event-start-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 020-write-runctl-rec.

           perform 030-load-open-items.
           perform 040-apply-resolutions.


           close conf-file.

           move ws-event-end-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 020-write-runctl-rec.

           goback.
      *
       010-check-prerequisites.
      *
      * the paid file is only complete once the commission run (or the
      * reprocess run appending to it) that wrote it has finished, and
      * reconciling the same file twice would age every open item twice.
      *
           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 015-read-runctl-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.

           if ws-rc-run-found-flag = ws-false-cnst
             then
               move "NO COMMISSION RUN ON RUN CONTROL FILE" to
                   ws-refuse-reason
           else
               if ws-rc-run-event not = ws-event-end-cnst
                 then
                   display ws-rc-run-step " RUN FOR BATCH "
                       ws-rc-batch-num " HAS NOT FINISHED"
                   move "COMMISSION RUN NOT COMPLETE" to
                       ws-refuse-reason
               else
                   if ws-rc-run-rc > ws-rc-ok-max-cnst
                     then
                       display ws-rc-run-step " RUN FOR BATCH "
                           ws-rc-batch-num " ENDED RC " ws-rc-run-rc
                       move "COMMISSION RUN FAILED" to
                           ws-refuse-reason
                   else
                       if ws-rc-reconciled-flag = ws-true-cnst
                         then
                           display "BATCH " ws-rc-batch-num
                               " IS ALREADY RECONCILED"
                           move "PAID FILE ALREADY RECONCILED" to
                               ws-refuse-reason
                       end-if
                   end-if
               end-if
           end-if.
      *
       015-read-runctl-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-step = ws-step-live-cnst
                     or rc-step = ws-step-reproc-cnst
                     then
                       move ws-true-cnst to ws-rc-run-found-flag
                       move rc-step to ws-rc-run-step
                       move rc-event to ws-rc-run-event
                       move rc-return-code to ws-rc-run-rc
                       move rc-cycle to ws-rc-cycle
                       move rc-batch-num to ws-rc-batch-num
                       move ws-false-cnst to ws-rc-reconciled-flag
                   end-if
                   if rc-step = ws-step-payrecon-cnst
                     and rc-event = ws-event-end-cnst
                     and rc-return-code not > ws-rc-ok-max-cnst
                     then
                       move ws-true-cnst to ws-rc-reconciled-flag
                   end-if
           end-read.
      *
       020-write-runctl-rec.
      *
      * the reconciliation is logged against the batch whose paid file
      * it reconciled.
      *
           accept ws-run-time from time.

           move ws-rc-cycle to rc-cycle.
           move ws-rc-batch-num to rc-batch-num.
           move ws-step-payrecon-cnst to rc-step.
           move ws-rc-event to rc-event.
           move ws-run-date to rc-run-date.
           move ws-run-time to rc-run-time.
           move ws-rc-return-code to rc-return-code.
           move spaces to rc-user.

           open extend runctl-file.

           if ws-runctl-status = "35"
             then
               open output runctl-file
           end-if.

           write runctl-rec.

           close runctl-file.
      *
       030-load-open-items.
      *
                       move su-reason to oi-reason (ws-item-count)
                       move su-runs-open to oi-runs-open (ws-item-count)
                       add ws-one-cnst to oi-runs-open (ws-item-count)
                       move su-first-date
                           to oi-first-date (ws-item-count)
                       move ws-item-open-cnst
                           to oi-status (ws-item-count)
                       move spaces to oi-res-code (ws-item-count)
                       move spaces to oi-res-user (ws-item-count)
                   else
                       display "OPEN ITEM TABLE FULL - ITEM FOR "
                           su-sman-num " DROPPED"
                   end-if
           end-read.
      *
               move spaces to ws-rec-name
               move 0 to ws-rec-calc
               move 0 to ws-rec-conf
               move "RESOLUTION WITHOUT MATCHING OPEN ITEM" to
                   ws-rec-reason
               perform 300-write-recon-line
           else
               move ws-item-resolved-cnst to oi-status (ws-item-found)
                   move pd-name to ws-rec-name
                   move pd-paid to ws-rec-calc
                   move 0 to ws-rec-conf
                   move "NOT RECONCILED - RECON TABLE FULL" to
                       ws-rec-reason
                   perform 300-write-recon-line
               end-if
           end-if.
               move pt-name (ws-found-idx) to ws-rec-name
               move pt-paid (ws-found-idx) to ws-rec-calc
               move cf-paid to ws-rec-conf
               move "PAID AMOUNT DIFFERS FROM CALCULATED" to
                   ws-rec-reason
               perform 300-write-recon-line
               move cf-sman-num to ws-mrg-sman-num
               move pt-name (ws-found-idx) to ws-mrg-name
                   move spaces to oi-res-code (ws-item-count)
                   move spaces to oi-res-user (ws-item-count)
               else
                   display "OPEN ITEM TABLE FULL - ITEM FOR "
                       ws-mrg-sman-num " NOT CARRIED"
               end-if
           end-if.
      *
               if ws-detail-cap-flag = ws-false-cnst
                 then
                   move ws-true-cnst to ws-detail-cap-flag
                   display
                       "DETAIL HOLD FULL - FURTHER LINES ON CONSOLE "
                       "ONLY"
               end-if
           end-if.
      *
           perform 520-write-open-section.
           perform 530-write-resolved-section.

           write recon-line from ws-recon-heading2
               after advancing 1 line.
           write recon-line from "" after advancing 1 line.

           perform 540-write-detail-line
      *
       514-open-compare-swap.
      *
           if oi-runs-open (ws-item-idx)
               < oi-runs-open (ws-item-idx + 1)
             then
               move ws-item-entry (ws-item-idx) to ws-item-swap
               move ws-item-entry (ws-item-idx + 1)
      *
           write recon-line from ws-open-heading1.
           write recon-line from "" after advancing 1 line.
           write recon-line from ws-open-heading2
               after advancing 1 line.
           write recon-line from "" after advancing 1 line.

           move 0 to ws-open-count.
