      *Archives each salesperson's final earned/paid/bonus-count figures
      *to the commission history file keyed by salesperson and year,
      *prints the annual commission summary report, and resets the live
      *YTD file so the new year starts from zero.  The close is refused
      *while a commission run is unfinished, and is logged on the
      *run-control file.
      *
       environment division.
      *
           select annual-file
               assign to "../../../A3-SalesComm/A3-ANNUAL.OUT"
               organization is line sequential.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

           select restart-file
               assign to "../../../A3-SalesComm/A3-RESTART.DAT"
               organization is line sequential
               file status is ws-restart-status.
      *
       data division.
       file section.
           record contains 92 characters.
      *
       01 annual-line pic x(92).
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
       working-storage section.
      *
       01 ws-file-status.
         05 ws-ytd-status pic xx value "00".
         05 ws-hist-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
         05 ws-restart-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
         05 ws-run-year pic 9(4).
         05 ws-run-month pic 99.
         05 ws-run-day pic 99.
       01 ws-run-period redefines ws-run-date.
         05 ws-run-yyyymm pic 9(6).
         05 filler pic 99.
       01 ws-run-time pic 9(8).
      *
       01 ws-close-year pic 9(4).
      *
       77 ws-abort-rc-cnst pic 99 value 16.
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-step-reproc-cnst pic x(8) value "REPROC".
       77 ws-step-yearend-cnst pic x(8) value "YEAREND".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
      *
       01 ws-runctl-ctl.
         05 ws-rc-run-open-flag pic x value "N".
         05 ws-rc-run-step pic x(8) value spaces.
         05 ws-rc-run-batch pic 9(6) value 0.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
       01 ws-refuse-reason pic x(40) value spaces.
      *
       01 ws-counters.
         05 ws-archived-count pic 9(5) value 0.
         05 ws-annual-year pic 9(4).
      *
       01 ws-annual-heading3.
         05 filler pic x(34) value "NO.     NAME          YTD EARNED  ".
         05 filler pic x(58) value "   YTD PAID   BONUSES".
      *
       01 ws-annual-detail.
         05 ws-ann-sman-num pic 999.
         05 ws-ann-total-bonus pic zzzz9.
      *
       01 ws-annual-count-line.
         05 filler pic x(38)
             value "SALESPEOPLE ARCHIVED                  ".
         05 ws-ann-archived pic zzzz9.
      *
       01 ws-annual-replaced-line.
         05 filler pic x(38)
             value "HISTORY RECORDS REPLACED              ".
         05 ws-ann-replaced pic zzzz9.
      *
       procedure division.

           accept ws-run-date from date yyyymmdd.

           perform 010-check-prerequisites.

           if ws-refuse-reason not = spaces
             then
               display "*** YEAR-END CLOSE NOT STARTED - "
                   ws-refuse-reason " ***"
               move ws-abort-rc-cnst to return-code
               goback
           end-if.

           if ws-run-month = ws-december-cnst
             then
               move ws-run-year to ws-close-year
           else
               subtract ws-one-cnst
                   from ws-run-year giving ws-close-year
           end-if.

           open input ytd-file.

           if ws-hist-status not = "00"
             then
               display "HISTORY FILE NOT AVAILABLE - STATUS "
                   ws-hist-status
               close ytd-file
               goback
           end-if.

           move ws-event-start-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 020-write-runctl-rec.

           open output annual-file.

           move ws-close-year to ws-annual-year.

           write annual-line from ws-annual-heading1.
           write annual-line from ws-annual-heading2
               after advancing 1 line.
           write annual-line from "" after advancing 1 line.
           write annual-line from ws-annual-heading3
               after advancing 1 line.
           write annual-line from "" after advancing 1 line.

           perform 100-read-ytd.

           perform 900-reset-ytd.

           move ws-event-end-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 020-write-runctl-rec.

           display "YEAR-END CLOSE COMPLETE FOR " ws-close-year.

           goback.
      *
       010-check-prerequisites.
      *
      * closing the year under a commission run that crashed or is still
      * going would archive and then zero YTD figures that run has not
      * finished posting.
      *
           open input restart-file.

           if ws-restart-status = "00"
             then
               read restart-file
                   at end
                       continue
                   not at end
                       display "RESUME AND FINISH THE COMMISSION RUN "
                           "FIRST"
                       move "COMMISSION RUN CHECKPOINT ON FILE" to
                           ws-refuse-reason
               end-read
               close restart-file
           end-if.

           if ws-refuse-reason = spaces
             then
               open input runctl-file
               if ws-runctl-status = "00"
                 then
                   perform 015-read-runctl-rec
                     until ws-runctl-status not = "00"
                   close runctl-file
               end-if
               if ws-rc-run-open-flag = ws-true-cnst
                 then
                   display ws-rc-run-step " RUN FOR BATCH "
                       ws-rc-run-batch " STARTED BUT NEVER FINISHED"
                   move "COMMISSION RUN DID NOT COMPLETE" to
                       ws-refuse-reason
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
                       move rc-step to ws-rc-run-step
                       move rc-batch-num to ws-rc-run-batch
                       if rc-event = ws-event-start-cnst
                         then
                           move ws-true-cnst to ws-rc-run-open-flag
                       else
                           move ws-false-cnst to ws-rc-run-open-flag
                       end-if
                   end-if
           end-read.
      *
       020-write-runctl-rec.
      *
      * the close belongs to no batch, so it is logged against the
      * period it was run in.
      *
           accept ws-run-time from time.

           move ws-run-yyyymm to rc-cycle.
           move 0 to rc-batch-num.
           move ws-step-yearend-cnst to rc-step.
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
       100-read-ytd.
      *
      *
           rewrite hist-rec
               invalid key
                   display "HISTORY REWRITE FAILED FOR " hs-sman-num
                       " YEAR " hs-year
           end-rewrite.

           add ws-one-cnst to ws-replaced-count.
