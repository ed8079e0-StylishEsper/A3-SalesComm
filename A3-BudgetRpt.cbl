       identification division.
       program-id. A3-BudgetRpt.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Commission expense budget versus actual by
      *GL cost center.  Each commission run leaves its GL postings on
      *A3-GLPOST.DAT, which the next live run replaces; this program
      *adds the postings of every finished run not yet taken into the
      *GL actuals file, by cost center and the run's period, earned
      *from the expense debits and paid from the payable credits.  A
      *run's postings are taken only once, and only when their trailer
      *balances.  It then reports, for the requested period and for the
      *year to that period, each cost center's budget, actual earned,
      *variance (budget less earned), percent of budget used and actual
      *paid, and flags any cost center whose earned runs over budget by
      *more than the tolerance, or that has actuals and no budget.  The
      *request file gives the period as YYYYMM and the tolerance as a
      *percent with one decimal (050 = 5.0); with no request the period
      *of the latest commission run and the standard tolerance are used.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select budget-req-file
               assign to "../../../A3-SalesComm/A3-BGREQ.DAT"
               organization is line sequential
               file status is ws-req-status.

           select budget-file
               assign to "../../../A3-SalesComm/A3-BUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is bg-key
               file status is ws-budget-status.

           select actual-file
               assign to "../../../A3-SalesComm/A3-GLACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is ga-key
               file status is ws-actual-status.

           select glpost-file
               assign to "../../../A3-SalesComm/A3-GLPOST.DAT"
               organization is line sequential
               file status is ws-glpost-status.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

           select budget-rpt-file
               assign to "../../../A3-SalesComm/A3-BGRPT.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd budget-req-file
           data record is budget-req-rec
           record contains 9 characters.
      *
       01 budget-req-rec.
         05 rq-period pic x(6).
         05 rq-tolerance pic x(3).
         05 rq-tolerance-num redefines rq-tolerance pic 99v9.
      *
       fd budget-file
           data record is budget-rec.
      *
       01 budget-rec.
         05 bg-key.
           10 bg-cost-center pic x(6).
           10 bg-period pic 9(6).
           10 bg-period-parts redefines bg-period.
             15 bg-period-year pic 9(4).
             15 bg-period-month pic 99.
         05 bg-budget pic 9(8).
         05 bg-user pic x(8).
         05 bg-date pic 9(8).
      *
       fd actual-file
           data record is actual-rec.
      *
       01 actual-rec.
         05 ga-key.
           10 ga-cost-center pic x(6).
           10 ga-period pic 9(6).
           10 ga-period-parts redefines ga-period.
             15 ga-period-year pic 9(4).
             15 ga-period-month pic 99.
         05 ga-earned pic s9(9).
         05 ga-paid pic s9(9).
         05 ga-runs pic 999.
         05 ga-last-date pic 9(8).
      *
       fd glpost-file
           data records are glpost-rec, gl-trailer-rec
           record contains 64 characters.
      *
       01 glpost-rec.
         05 gp-type pic x.
         05 filler pic x.
         05 gp-account pic x(12).
         05 filler pic x.
         05 gp-cost-center pic x(6).
         05 filler pic x.
         05 gp-amount pic s9(7) sign leading separate.
         05 filler pic x(34).
      *
       01 gl-trailer-rec.
         05 filler pic x(2).
         05 gt-date pic 9(8).
         05 filler pic x.
         05 gt-count pic 9(5).
         05 filler pic x.
         05 gt-earned-hash pic s9(7) sign leading separate.
         05 filler pic x.
         05 gt-paid-hash pic s9(7) sign leading separate.
         05 filler pic x.
         05 gt-balance pic x(14).
         05 filler pic x(15).
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
       fd budget-rpt-file
           data record is budget-rpt-line
           record contains 92 characters.
      *
       01 budget-rpt-line pic x(92).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-accumulate-flag pic x value "N".
         05 ws-seg-ok-flag pic x value "N".
         05 ws-post-fail-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-req-status pic xx value "00".
         05 ws-budget-status pic xx value "00".
         05 ws-actual-status pic xx value "00".
         05 ws-glpost-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-hundred-cnst pic 999 value 100.
       77 ws-months-cnst pic 99 value 12.
      *
      * an overrun within the tolerance is left to the monthly review;
      * beyond it the cost center is flagged for the controller.
      *
       77 ws-tolerance-cnst pic 99v9 value 5.0.
      *
       77 ws-gl-debit-cnst pic x value "D".
       77 ws-gl-credit-cnst pic x value "C".
       77 ws-gl-trailer-cnst pic x value "T".
       77 ws-gl-in-balance-cnst pic x(14) value "IN-BALANCE".
      *
       77 ws-warn-rc-cnst pic 99 value 4.
       77 ws-error-rc-cnst pic 99 value 8.
       77 ws-abort-rc-cnst pic 99 value 16.
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-step-reproc-cnst pic x(8) value "REPROC".
       77 ws-step-budget-cnst pic x(8) value "BUDGET".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
       77 ws-rc-ok-max-cnst pic 99 value 4.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-yyyymm pic 9(6).
         05 filler pic 99.
       01 ws-run-time pic 9(8).
      *
       01 ws-runctl-ctl.
         05 ws-rc-run-found-flag pic x value "N".
         05 ws-rc-run-step pic x(8) value spaces.
         05 ws-rc-run-event pic x value space.
         05 ws-rc-lost-flag pic x value "N".
         05 ws-rc-cycle pic 9(6) value 0.
         05 ws-rc-batch-num pic 9(6) value 0.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
      * each finished live or reprocess run not yet accumulated left
      * one trailer-ended set of postings on the GL file, in the order
      * logged, and its period is the cycle it was logged under.
      *
       77 ws-pend-max-cnst pic 99 value 20.
      *
       01 ws-pend-table.
         05 ws-pend-cycle pic 9(6) occurs 20 times.
      *
       01 ws-pend-ctl.
         05 ws-pend-count pic 9(4) value 0.
         05 ws-pend-idx pic s9(4) value 0.
      *
       01 ws-seg-ctl.
         05 ws-trailer-count pic 9(4) value 0.
         05 ws-seg-num pic 9(4) value 0.
         05 ws-seg-skip pic s9(4) value 0.
         05 ws-seg-period pic 9(6) value 0.
         05 ws-seg-rec-count pic 9(5) value 0.
         05 ws-seg-earned pic s9(9) value 0.
         05 ws-seg-paid pic s9(9) value 0.
      *
       77 ws-seg-max-cnst pic 99 value 99.
      *
       01 ws-seg-table.
         05 ws-seg-entry occurs 99 times.
           10 sg-cost-center pic x(6).
           10 sg-earned pic s9(9).
           10 sg-paid pic s9(9).
      *
       01 ws-seg-tbl-ctl.
         05 ws-seg-count pic 99 value 0.
         05 ws-seg-idx pic 99 value 0.
         05 ws-seg-found pic 99 value 0.
      *
       01 ws-period pic 9(6) value 0.
       01 ws-period-parts redefines ws-period.
         05 ws-period-year pic 9(4).
         05 ws-period-month pic 99.
      *
       01 ws-default-period pic 9(6) value 0.
       01 ws-tolerance pic 99v9 value 0.
       01 ws-limit-pct pic s9(5)v9 value 0.
      *
       77 ws-ctr-max-cnst pic 999 value 200.
      *
       01 ws-ctr-table.
         05 ws-ctr-entry occurs 200 times.
           10 ct-cost-center pic x(6).
           10 ct-ptd-budget pic s9(10).
           10 ct-ptd-earned pic s9(10).
           10 ct-ptd-paid pic s9(10).
           10 ct-ytd-budget pic s9(10).
           10 ct-ytd-earned pic s9(10).
           10 ct-ytd-paid pic s9(10).
      *
       01 ws-ctr-swap pic x(66).
      *
       01 ws-ctr-ctl.
         05 ws-ctr-count pic 999 value 0.
         05 ws-ctr-idx pic 999 value 0.
         05 ws-ctr-found pic 999 value 0.
         05 ws-ctr-pass pic 999 value 0.
         05 ws-ctr-lookup pic x(6) value spaces.
      *
       01 ws-cur-entry.
         05 cu-cost-center pic x(6).
         05 cu-ptd-budget pic s9(10).
         05 cu-ptd-earned pic s9(10).
         05 cu-ptd-paid pic s9(10).
         05 cu-ytd-budget pic s9(10).
         05 cu-ytd-earned pic s9(10).
         05 cu-ytd-paid pic s9(10).
      *
       01 ws-all-entry.
         05 al-cost-center pic x(6) value spaces.
         05 al-ptd-budget pic s9(10) value 0.
         05 al-ptd-earned pic s9(10) value 0.
         05 al-ptd-paid pic s9(10) value 0.
         05 al-ytd-budget pic s9(10) value 0.
         05 al-ytd-earned pic s9(10) value 0.
         05 al-ytd-paid pic s9(10) value 0.
      *
       01 ws-pct-calc.
         05 ws-calc-budget pic s9(10) value 0.
         05 ws-calc-earned pic s9(10) value 0.
         05 ws-calc-work pic s9(13) value 0.
         05 ws-calc-pct pic s9(5)v9 value 0.
      *
       01 ws-ctr-over-flag pic x value "N".
      *
       01 ws-counters.
         05 ws-gl-read-count pic 9(5) value 0.
         05 ws-gl-taken-count pic 9(5) value 0.
         05 ws-seg-taken-count pic 9(5) value 0.
         05 ws-seg-refused-count pic 9(5) value 0.
         05 ws-over-count pic 9(5) value 0.
      *
       01 ws-final-rc pic 99 value 0.
       01 ws-raise-rc pic 99 value 0.
      *
       01 ws-note-text pic x(92) value spaces.
      *
       01 ws-seg-note.
         05 ws-sgn-text pic x(47).
         05 ws-sgn-date pic 9999/99/99.
         05 filler pic x(8) value " PERIOD ".
         05 ws-sgn-period pic 9(6).
      *
       01 ws-post-fail-note.
         05 filler pic x(32) value "GL ACTUALS NOT UPDATED - CENTER ".
         05 ws-pfn-cost-center pic x(6).
         05 filler pic x(8) value " PERIOD ".
         05 ws-pfn-period pic 9(6).
         05 filler pic x(8) value " EARNED ".
         05 ws-pfn-earned pic zzz,zzz,zz9-.
         05 filler pic x(6) value " PAID ".
         05 ws-pfn-paid pic zzz,zzz,zz9-.
      *
       01 ws-rpt-heading1.
         05 filler pic x(22) value spaces.
         05 filler pic x(48)
             value "COMMISSION EXPENSE BUDGET VERSUS ACTUAL - PERIOD".
         05 filler pic x value space.
         05 ws-head-period pic 9(6).
      *
       01 ws-rpt-heading2.
         05 filler pic x(22) value spaces.
         05 filler pic x(7) value "RUN OF ".
         05 ws-head-run-date pic 9999/99/99.
         05 filler pic x(14) value "   TOLERANCE ".
         05 ws-head-tolerance pic z9.9.
         05 filler pic x value "%".
      *
       01 ws-rpt-heading3.
         05 filler pic x(8) value "CENTER".
         05 filler pic x(5) value "BASIS".
         05 filler pic x(12) value "    BUDGET".
         05 filler pic x(13) value "     EARNED".
         05 filler pic x(13) value "   VARIANCE".
         05 filler pic x(10) value "  % USED".
         05 filler pic x(13) value "       PAID".
         05 filler pic x(16) value "FLAG".
      *
       01 ws-rpt-detail.
         05 ws-det-cost-center pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-det-basis pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-det-budget pic zz,zzz,zz9.
         05 filler pic x(2) value spaces.
         05 ws-det-earned pic zz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-det-variance pic zz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-det-pct pic zzzz9.9-.
         05 filler pic x(2) value spaces.
         05 ws-det-paid pic zz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-det-flag pic x(16).
      *
       01 ws-count-line.
         05 ws-cnt-label pic x(38).
         05 ws-cnt-value pic zzzz9.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

           perform 010-check-runctl.

           open i-o actual-file.

           if ws-actual-status = "35"
             then
               open output actual-file
               close actual-file
               open i-o actual-file
           end-if.

           if ws-actual-status not = "00"
             then
               display "*** BUDGET REPORT NOT RUN - GL ACTUALS FILE "
                   "NOT AVAILABLE - STATUS " ws-actual-status " ***"
               move ws-abort-rc-cnst to return-code
               goback
           end-if.

           perform 050-read-request.

           open output budget-rpt-file.

           move ws-period to ws-head-period.
           move ws-run-date to ws-head-run-date.
           move ws-tolerance to ws-head-tolerance.

           write budget-rpt-line from ws-rpt-heading1.
           write budget-rpt-line from ws-rpt-heading2.
           write budget-rpt-line from "" after advancing 1 line.

           perform 100-accumulate-postings.

           perform 300-load-budgets.
           perform 350-load-actuals.

           perform 400-sort-cost-centers.

           write budget-rpt-line from "" after advancing 1 line.
           write budget-rpt-line from ws-rpt-heading3
               after advancing 1 line.
           write budget-rpt-line from "" after advancing 1 line.

           perform 500-print-cost-center
             varying ws-ctr-idx from 1 by 1
             until ws-ctr-idx > ws-ctr-count.

           perform 600-print-all-centers.

           perform 800-print-totals.

           close actual-file, budget-rpt-file.

           if ws-over-count > 0
             then
               move ws-warn-rc-cnst to ws-raise-rc
               perform 195-raise-rc
           end-if.

           if ws-accumulate-flag = ws-true-cnst
             then
               move ws-event-end-cnst to ws-rc-event
               move ws-final-rc to ws-rc-return-code
               perform 020-write-runctl-rec
           end-if.

           display "BUDGET REPORT FOR PERIOD " ws-period " - "
               ws-over-count " COST CENTERS OVER TOLERANCE - "
               "RETURN CODE " ws-final-rc.

           move ws-final-rc to return-code.

           goback.
      *
       010-check-runctl.
      *
      * a live run starts the GL file afresh and a reprocess run adds
      * its postings after the live run's, so the postings still to be
      * taken are those of the runs finished since the last time this
      * report took any.  a live run starting over postings not yet
      * taken means they are gone.
      *
           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 015-read-runctl-rec
                 until ws-runctl-status not = "00"
               close runctl-file
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
                       perform 017-note-run-event
                   end-if
                   if rc-step = ws-step-budget-cnst
                     and rc-event = ws-event-end-cnst
                     and rc-return-code not > ws-rc-ok-max-cnst
                     then
                       move 0 to ws-pend-count
                       move ws-false-cnst to ws-rc-lost-flag
                   end-if
           end-read.
      *
       017-note-run-event.
      *
           move ws-true-cnst to ws-rc-run-found-flag.
           move rc-step to ws-rc-run-step.
           move rc-event to ws-rc-run-event.
           move rc-cycle to ws-rc-cycle.
           move rc-batch-num to ws-rc-batch-num.

           if rc-step = ws-step-live-cnst
             and rc-event = ws-event-start-cnst
             then
               if ws-pend-count > 0
                 then
                   move ws-true-cnst to ws-rc-lost-flag
               end-if
               move 0 to ws-pend-count
           end-if.

      * an aborted run has not finished as far as its postings go, so
      * nothing is taken while it is the latest run; it never reached
      * its GL trailer and left no postings.  a run that ended in error
      * did finish, but wrote its postings out of balance, so they hold
      * their place on the file and the trailer check refuses them
      * while the runs before it are taken.
      *
           if rc-event = ws-event-end-cnst
             and rc-return-code not < ws-abort-rc-cnst
             then
               move space to ws-rc-run-event
           end-if.

           if rc-event = ws-event-end-cnst
             and rc-return-code < ws-abort-rc-cnst
             then
               add ws-one-cnst to ws-pend-count
               if ws-pend-count not > ws-pend-max-cnst
                 then
                   move rc-cycle to ws-pend-cycle (ws-pend-count)
               end-if
           end-if.
      *
       020-write-runctl-rec.
      *
           accept ws-run-time from time.

           move ws-rc-cycle to rc-cycle.
           move ws-rc-batch-num to rc-batch-num.
           move ws-step-budget-cnst to rc-step.
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
       050-read-request.
      *
      * the period worth looking at is the one the latest commission
      * run posted to.
      *
           if ws-rc-run-found-flag = ws-true-cnst
             then
               move ws-rc-cycle to ws-default-period
           else
               move ws-run-yyyymm to ws-default-period
           end-if.

           move ws-default-period to ws-period.
           move ws-tolerance-cnst to ws-tolerance.

           open input budget-req-file.

           if ws-req-status = "00"
             then
               read budget-req-file
                   at end
                       continue
                   not at end
                       perform 055-edit-request
               end-read
               close budget-req-file
           end-if.

           if ws-period-month = 0
             or ws-period-month > ws-months-cnst
             then
               display "BUDGET REQUEST PERIOD " ws-period
                   " IS NOT A VALID MONTH - LATEST RUN PERIOD USED"
               move ws-default-period to ws-period
           end-if.

           add ws-hundred-cnst ws-tolerance giving ws-limit-pct.
      *
       055-edit-request.
      *
           if rq-period is numeric
             then
               move rq-period to ws-period
           else
               if rq-period not = spaces
                 then
                   display "BUDGET REQUEST PERIOD " rq-period
                       " IS NOT NUMERIC - LATEST RUN PERIOD USED"
               end-if
           end-if.

           if rq-tolerance is numeric
             then
               move rq-tolerance-num to ws-tolerance
           else
               if rq-tolerance not = spaces
                 then
                   display "BUDGET REQUEST TOLERANCE " rq-tolerance
                       " IS NOT NUMERIC - STANDARD TOLERANCE USED"
               end-if
           end-if.
      *
       100-accumulate-postings.
      *
      * the GL file is only complete once the run writing it has
      * finished, and taking the same postings twice would double the
      * actuals, so nothing is taken while a run is unfinished and the
      * run-control log records each time postings are taken.
      *
           if ws-rc-run-found-flag = ws-false-cnst
             then
               move
                   "NO COMMISSION RUN ON RUN CONTROL - NO GL POSTINGS"
                   to ws-note-text
               perform 190-write-note
           else
               if ws-rc-run-event not = ws-event-end-cnst
                 then
                   move ws-error-rc-cnst to ws-raise-rc
                   perform 195-raise-rc
                   move
                       "LATEST RUN NOT FINISHED OR FAILED - NONE TAKEN"
                       to ws-note-text
                   perform 190-write-note
               else
                   if ws-pend-count = 0
                     then
                       move "NO NEW GL POSTINGS SINCE THE LAST REPORT"
                           to ws-note-text
                       perform 190-write-note
                   else
                       perform 110-count-trailers
                   end-if
               end-if
           end-if.

           if ws-rc-lost-flag = ws-true-cnst
             then
               move ws-warn-rc-cnst to ws-raise-rc
               perform 195-raise-rc
               move
                   "A LIVE RUN REPLACED POSTINGS NOT YET TAKEN"
                   to ws-note-text
               perform 190-write-note
           end-if.

           if ws-accumulate-flag = ws-true-cnst
             then
               perform 120-post-segments
           end-if.
      *
       110-count-trailers.
      *
           open input glpost-file.

           if ws-glpost-status not = "00"
             then
               move ws-error-rc-cnst to ws-raise-rc
               perform 195-raise-rc
               move
                   "GL POSTING FILE NOT AVAILABLE - NONE TAKEN"
                   to ws-note-text
               perform 190-write-note
           else
               perform 115-count-gl-rec
                 until ws-glpost-status not = "00"
               close glpost-file
               move ws-true-cnst to ws-accumulate-flag
               move ws-event-start-cnst to ws-rc-event
               move 0 to ws-rc-return-code
               perform 020-write-runctl-rec
           end-if.
      *
       115-count-gl-rec.
      *
           read glpost-file
               at end
                   move "10" to ws-glpost-status
               not at end
                   if gp-type = ws-gl-trailer-cnst
                     then
                       add ws-one-cnst to ws-trailer-count
                   end-if
           end-read.
      *
       120-post-segments.
      *
      * the runs still to be taken are the last ones on the file; any
      * before them were taken by an earlier report.
      *
           subtract ws-pend-count from ws-trailer-count
               giving ws-seg-skip.

           if ws-seg-skip < 0
             then
               move ws-warn-rc-cnst to ws-raise-rc
               perform 195-raise-rc
               move
                   "GL FILE HOLDS FEWER RUNS THAN WERE LOGGED"
                   to ws-note-text
               perform 190-write-note
           end-if.

           move 0 to ws-seg-num.
           perform 130-start-segment.

           open input glpost-file.

           move ws-false-cnst to ws-eof-flag.

           perform 125-process-gl-rec
             until ws-eof-flag = ws-true-cnst.

           close glpost-file.

           if ws-seg-rec-count > 0
             then
               move ws-warn-rc-cnst to ws-raise-rc
               perform 195-raise-rc
               move
                   "GL POSTINGS WITH NO TRAILER AT END - NOT TAKEN"
                   to ws-note-text
               perform 190-write-note
           end-if.
      *
       125-process-gl-rec.
      *
           read glpost-file
               at end
                   move ws-true-cnst to ws-eof-flag
               not at end
                   add ws-one-cnst to ws-gl-read-count
                   if gp-type = ws-gl-trailer-cnst
                     then
                       perform 140-close-segment
                   else
                       perform 135-hold-posting
                   end-if
           end-read.
      *
       130-start-segment.
      *
           add ws-one-cnst to ws-seg-num.

           move 0 to ws-seg-count.
           move 0 to ws-seg-rec-count.
           move 0 to ws-seg-earned.
           move 0 to ws-seg-paid.
           move ws-true-cnst to ws-seg-ok-flag.
      *
       135-hold-posting.
      *
      * one run can post several regions to the same cost center, so
      * the run's postings are totalled by cost center until its
      * trailer shows whether they can be taken.
      *
           add ws-one-cnst to ws-seg-rec-count.

           move 0 to ws-seg-found.

           perform 137-scan-seg-entry
             varying ws-seg-idx from 1 by 1
             until ws-seg-idx > ws-seg-count.

           if ws-seg-found = 0
             then
               if ws-seg-count < ws-seg-max-cnst
                 then
                   add ws-one-cnst to ws-seg-count
                   move ws-seg-count to ws-seg-found
                   move gp-cost-center to sg-cost-center (ws-seg-found)
                   move 0 to sg-earned (ws-seg-found)
                   move 0 to sg-paid (ws-seg-found)
               else
                   move ws-false-cnst to ws-seg-ok-flag
               end-if
           end-if.

           if ws-seg-found not = 0
             and gp-type = ws-gl-debit-cnst
             then
               add gp-amount to sg-earned (ws-seg-found)
               add gp-amount to ws-seg-earned
           end-if.

           if ws-seg-found not = 0
             and gp-type = ws-gl-credit-cnst
             then
               add gp-amount to sg-paid (ws-seg-found)
               add gp-amount to ws-seg-paid
           end-if.
      *
       137-scan-seg-entry.
      *
           if sg-cost-center (ws-seg-idx) = gp-cost-center
             then
               move ws-seg-idx to ws-seg-found
           end-if.
      *
       140-close-segment.
      *
      * a run whose postings do not agree with its own trailer was not
      * released to accounting, so its figures are not actuals either.
      *
           if ws-seg-num > ws-seg-skip
             then
               subtract ws-seg-skip from ws-seg-num giving ws-pend-idx
               if ws-pend-idx > ws-pend-max-cnst
                 then
                   move ws-rc-cycle to ws-seg-period
               else
                   move ws-pend-cycle (ws-pend-idx) to ws-seg-period
               end-if
               if gt-balance not = ws-gl-in-balance-cnst
                 or gt-count not = ws-seg-rec-count
                 or gt-earned-hash not = ws-seg-earned
                 or gt-paid-hash not = ws-seg-paid
                 then
                   move ws-false-cnst to ws-seg-ok-flag
               end-if
               move gt-date to ws-sgn-date
               move ws-seg-period to ws-sgn-period
      * an entry the actuals file would not take is listed for
      * correction by hand; the run still counts as taken, since
      * taking it again would double the entries that did post.
      *
               if ws-seg-ok-flag = ws-true-cnst
                 then
                   move ws-false-cnst to ws-post-fail-flag
                   perform 150-post-seg-entry
                     varying ws-seg-idx from 1 by 1
                     until ws-seg-idx > ws-seg-count
                   add ws-one-cnst to ws-seg-taken-count
                   add ws-seg-rec-count to ws-gl-taken-count
                   if ws-post-fail-flag = ws-true-cnst
                     then
                       move ws-warn-rc-cnst to ws-raise-rc
                       perform 195-raise-rc
                       move "GL POSTINGS TAKEN IN PART - RUN OF" to
                           ws-sgn-text
                   else
                       move "GL POSTINGS TAKEN - RUN OF" to ws-sgn-text
                   end-if
               else
                   add ws-one-cnst to ws-seg-refused-count
                   move ws-warn-rc-cnst to ws-raise-rc
                   perform 195-raise-rc
                   move "GL POSTINGS DO NOT AGREE WITH TRAILER - RUN OF"
                       to ws-sgn-text
               end-if
               move ws-seg-note to ws-note-text
               perform 190-write-note
           end-if.

           perform 130-start-segment.
      *
       150-post-seg-entry.
      *
           move sg-cost-center (ws-seg-idx) to ga-cost-center.
           move ws-seg-period to ga-period.

           read actual-file
               invalid key
                   move sg-earned (ws-seg-idx) to ga-earned
                   move sg-paid (ws-seg-idx) to ga-paid
                   move ws-one-cnst to ga-runs
                   move gt-date to ga-last-date
                   write actual-rec
                       invalid key
                           perform 155-note-post-failure
                   end-write
               not invalid key
                   add sg-earned (ws-seg-idx) to ga-earned
                   add sg-paid (ws-seg-idx) to ga-paid
                   add ws-one-cnst to ga-runs
                   move gt-date to ga-last-date
                   rewrite actual-rec
                       invalid key
                           perform 155-note-post-failure
                   end-rewrite
           end-read.
      *
       155-note-post-failure.
      *
           move ws-true-cnst to ws-post-fail-flag.

           move ga-cost-center to ws-pfn-cost-center.
           move ga-period to ws-pfn-period.
           move sg-earned (ws-seg-idx) to ws-pfn-earned.
           move sg-paid (ws-seg-idx) to ws-pfn-paid.

           move ws-post-fail-note to ws-note-text.
           perform 190-write-note.
      *
       190-write-note.
      *
           display ws-note-text.

           write budget-rpt-line from ws-note-text.
      *
       195-raise-rc.
      *
           if ws-raise-rc > ws-final-rc
             then
               move ws-raise-rc to ws-final-rc
           end-if.
      *
       300-load-budgets.
      *
      * budgets and actuals are both kept by cost center then period,
      * so every record of the year up to the period is picked up.
      *
           open input budget-file.

           if ws-budget-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 305-read-next-budget
               perform 310-hold-budget
                 until ws-eof-flag = ws-true-cnst
               close budget-file
           else
               move ws-warn-rc-cnst to ws-raise-rc
               perform 195-raise-rc
               move "BUDGET FILE NOT AVAILABLE - ACTUALS ONLY" to
                   ws-note-text
               perform 190-write-note
           end-if.
      *
       305-read-next-budget.
      *
           read budget-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       310-hold-budget.
      *
           if bg-period-year = ws-period-year
             and bg-period not > ws-period
             then
               move bg-cost-center to ws-ctr-lookup
               perform 370-find-cost-center
               if ws-ctr-found not = 0
                 then
                   add bg-budget to ct-ytd-budget (ws-ctr-found)
                   if bg-period = ws-period
                     then
                       add bg-budget to ct-ptd-budget (ws-ctr-found)
                   end-if
               end-if
           end-if.

           perform 305-read-next-budget.
      *
       350-load-actuals.
      *
           close actual-file.
           open input actual-file.

           move ws-false-cnst to ws-eof-flag.

           perform 355-read-next-actual.

           perform 360-hold-actual
             until ws-eof-flag = ws-true-cnst.
      *
       355-read-next-actual.
      *
           read actual-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       360-hold-actual.
      *
           if ga-period-year = ws-period-year
             and ga-period not > ws-period
             then
               move ga-cost-center to ws-ctr-lookup
               perform 370-find-cost-center
               if ws-ctr-found not = 0
                 then
                   add ga-earned to ct-ytd-earned (ws-ctr-found)
                   add ga-paid to ct-ytd-paid (ws-ctr-found)
                   if ga-period = ws-period
                     then
                       add ga-earned to ct-ptd-earned (ws-ctr-found)
                       add ga-paid to ct-ptd-paid (ws-ctr-found)
                   end-if
               end-if
           end-if.

           perform 355-read-next-actual.
      *
       370-find-cost-center.
      *
           move 0 to ws-ctr-found.

           perform 375-scan-ctr-entry
             varying ws-ctr-idx from 1 by 1
             until ws-ctr-idx > ws-ctr-count.

           if ws-ctr-found = 0
             then
               if ws-ctr-count < ws-ctr-max-cnst
                 then
                   add ws-one-cnst to ws-ctr-count
                   move ws-ctr-count to ws-ctr-found
                   move ws-ctr-lookup to ct-cost-center (ws-ctr-found)
                   move 0 to ct-ptd-budget (ws-ctr-found)
                   move 0 to ct-ptd-earned (ws-ctr-found)
                   move 0 to ct-ptd-paid (ws-ctr-found)
                   move 0 to ct-ytd-budget (ws-ctr-found)
                   move 0 to ct-ytd-earned (ws-ctr-found)
                   move 0 to ct-ytd-paid (ws-ctr-found)
               else
                   display "COST CENTER TABLE FULL - COST CENTER "
                       ws-ctr-lookup " IGNORED"
               end-if
           end-if.
      *
       375-scan-ctr-entry.
      *
           if ct-cost-center (ws-ctr-idx) = ws-ctr-lookup
             then
               move ws-ctr-idx to ws-ctr-found
           end-if.
      *
       400-sort-cost-centers.
      *
      * cost centers with actuals and no budget join the table after
      * the budgeted ones, so the table is put back in cost center
      * order for the report.
      *
           perform 405-ctr-sort-pass
             varying ws-ctr-pass from 1 by 1
             until ws-ctr-pass >= ws-ctr-count.
      *
       405-ctr-sort-pass.
      *
           perform 410-ctr-compare-swap
             varying ws-ctr-idx from 1 by 1
             until ws-ctr-idx >= ws-ctr-count.
      *
       410-ctr-compare-swap.
      *
           if ct-cost-center (ws-ctr-idx)
               > ct-cost-center (ws-ctr-idx + 1)
             then
               move ws-ctr-entry (ws-ctr-idx) to ws-ctr-swap
               move ws-ctr-entry (ws-ctr-idx + 1)
                   to ws-ctr-entry (ws-ctr-idx)
               move ws-ctr-swap to ws-ctr-entry (ws-ctr-idx + 1)
           end-if.
      *
       500-print-cost-center.
      *
           move ws-ctr-entry (ws-ctr-idx) to ws-cur-entry.

           add cu-ptd-budget to al-ptd-budget.
           add cu-ptd-earned to al-ptd-earned.
           add cu-ptd-paid to al-ptd-paid.
           add cu-ytd-budget to al-ytd-budget.
           add cu-ytd-earned to al-ytd-earned.
           add cu-ytd-paid to al-ytd-paid.

           move ws-false-cnst to ws-ctr-over-flag.

           perform 510-print-entry.

           if ws-ctr-over-flag = ws-true-cnst
             then
               add ws-one-cnst to ws-over-count
           end-if.
      *
       510-print-entry.
      *
           move cu-cost-center to ws-det-cost-center.
           move "PTD" to ws-det-basis.
           move cu-ptd-budget to ws-calc-budget.
           move cu-ptd-earned to ws-calc-earned.
           move cu-ptd-paid to ws-det-paid.

           perform 520-print-basis-line.

           move spaces to ws-det-cost-center.
           move "YTD" to ws-det-basis.
           move cu-ytd-budget to ws-calc-budget.
           move cu-ytd-earned to ws-calc-earned.
           move cu-ytd-paid to ws-det-paid.

           perform 520-print-basis-line.

           write budget-rpt-line from "" after advancing 1 line.
      *
       520-print-basis-line.
      *
      * commission earned with no budget to charge it to is as much an
      * overrun as one past the tolerance.
      *
           perform 530-calc-pct-used.

           move ws-calc-budget to ws-det-budget.
           move ws-calc-earned to ws-det-earned.
           move ws-calc-pct to ws-det-pct.

           subtract ws-calc-earned from ws-calc-budget
               giving ws-det-variance.

           move spaces to ws-det-flag.

           if ws-calc-budget = 0
             then
               if ws-calc-earned > 0
                 then
                   move ws-true-cnst to ws-ctr-over-flag
                   move "NO BUDGET" to ws-det-flag
               end-if
           else
               if ws-calc-pct > ws-limit-pct
                 then
                   move ws-true-cnst to ws-ctr-over-flag
                   move "OVER TOLERANCE" to ws-det-flag
               end-if
           end-if.

           write budget-rpt-line from ws-rpt-detail.
      *
       530-calc-pct-used.
      *
           if ws-calc-budget = 0
             then
               move 0 to ws-calc-pct
           else
               multiply ws-calc-earned by ws-hundred-cnst
                   giving ws-calc-work
               divide ws-calc-work by ws-calc-budget
                   giving ws-calc-pct rounded
                   on size error
                       move 99999.9 to ws-calc-pct
               end-divide
           end-if.
      *
       600-print-all-centers.
      *
      * the all-centers lines are measured the same way, but only the
      * cost centers themselves count towards the over-tolerance total.
      *
           move ws-all-entry to ws-cur-entry.
           move "ALL" to cu-cost-center.

           perform 510-print-entry.
      *
       800-print-totals.
      *
           move "COST CENTERS REPORTED" to ws-cnt-label.
           move ws-ctr-count to ws-cnt-value.
           write budget-rpt-line from ws-count-line.

           move "COST CENTERS OVER TOLERANCE" to ws-cnt-label.
           move ws-over-count to ws-cnt-value.
           write budget-rpt-line from ws-count-line.

           move "GL POSTING RUNS TAKEN" to ws-cnt-label.
           move ws-seg-taken-count to ws-cnt-value.
           write budget-rpt-line from ws-count-line.

           move "GL POSTING RUNS NOT TAKEN" to ws-cnt-label.
           move ws-seg-refused-count to ws-cnt-value.
           write budget-rpt-line from ws-count-line.

           move "GL POSTINGS TAKEN" to ws-cnt-label.
           move ws-gl-taken-count to ws-cnt-value.
           write budget-rpt-line from ws-count-line.
      *
       end program A3-BudgetRpt.
