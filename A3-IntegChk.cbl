       identification division.
       program-id. A3-IntegChk.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Cross-file integrity check, run before each
      *commission cycle.  Every file that names a salesperson is checked
      *against the salesperson master: year-to-date, draw, suspense and
      *reconciliation suspense records for reps no longer on the master,
      *year-to-date names that have drifted from the master name, and
      *draw balances left on terminated reps.  The master itself is
      *checked for manager numbers naming a missing or terminated rep
      *and for plan codes with no plan record, the region master for
      *regions with no GL cost center, and the suspense file for
      *regions missing from the region master, which the commission run
      *would post to the GL under the bare region code.  Each finding is
      *printed with its severity and the return code is set from the
      *worst of them: 0 clean, 4 warnings only, 8 errors to fix before
      *the cycle, 16 if the check could not run.  The check is logged
      *on the run-control file.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select sman-master-file
               assign to "../../../A3-SalesComm/A3-SMAN.MAS"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-sman-status.

           select ytd-file
               assign to "../../../A3-SalesComm/A3-YTD.DAT"
               organization is indexed
               access mode is dynamic
               record key is yt-sman-num
               file status is ws-ytd-status.

           select hist-file
               assign to "../../../A3-SalesComm/A3-YTDHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is hs-key
               file status is ws-hist-status.

           select draw-file
               assign to "../../../A3-SalesComm/A3-DRAW.DAT"
               organization is indexed
               access mode is dynamic
               record key is dr-sman-num
               file status is ws-draw-status.

           select susp-file
               assign to "../../../A3-SalesComm/A3-SUSP.DAT"
               organization is line sequential
               file status is ws-susp-status.

           select recsusp-file
               assign to "../../../A3-SalesComm/A3-RECSUSP.DAT"
               organization is line sequential
               file status is ws-recsusp-status.

           select plan-file
               assign to "../../../A3-SalesComm/A3-PLAN.DAT"
               organization is line sequential
               file status is ws-plan-status.

           select region-file
               assign to "../../../A3-SalesComm/A3-RGN.DAT"
               organization is line sequential
               file status is ws-rgn-status.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

           select integ-rpt-file
               assign to "../../../A3-SalesComm/A3-INTEG.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd sman-master-file
           data record is sman-master-rec.
      *
       01 sman-master-rec.
         05 sm-sman-num pic 999.
         05 sm-name pic x(8).
         05 sm-min pic 9(6).
         05 sm-max pic 9(6).
         05 sm-rate pic 99v9(4).
         05 sm-plan-code pic x(3).
         05 sm-mgr-num pic 999.
         05 sm-ovr-rate pic 9v9(4).
         05 sm-status pic x.
      *
       fd ytd-file
           data record is ytd-rec.
      *
       01 ytd-rec.
         05 yt-sman-num pic 999.
         05 yt-name pic x(8).
         05 yt-earned pic s9(8).
         05 yt-paid pic s9(8).
         05 yt-bonus-count pic 999.
      *
       fd hist-file
           data record is hist-rec.
      *
       01 hist-rec.
         05 hs-key.
           10 hs-sman-num pic 999.
           10 hs-year pic 9(4).
         05 hs-name pic x(8).
         05 hs-earned pic s9(8).
         05 hs-paid pic s9(8).
         05 hs-bonus-count pic 999.
      *
       fd draw-file
           data record is draw-rec.
      *
       01 draw-rec.
         05 dr-sman-num pic 999.
         05 dr-balance pic s9(7).
         05 dr-runs-carried pic 999.
      *
       fd susp-file
           data record is susp-rec
           record contains 39 characters.
      *
       01 susp-rec.
         05 sx-rec-type pic x.
         05 sx-sman-num pic x(3).
         05 sx-name pic x(8).
         05 filler pic x(24).
         05 sx-region pic x(3).
      *
       fd recsusp-file
           data record is recsusp-rec
           record contains 40 characters.
      *
       01 recsusp-rec.
         05 su-sman-num pic 999.
         05 su-name pic x(8).
         05 su-calc pic s9(7) sign leading separate.
         05 su-conf pic 9(7).
         05 su-reason pic x(3).
         05 su-runs-open pic 999.
         05 su-first-date pic 9(8).
      *
       fd plan-file
           data record is plan-rec
           record contains 58 characters.
      *
       01 plan-rec.
         05 pl-plan-code pic x(3).
         05 pl-tier-in occurs 5 times.
           10 pl-break pic 9(6).
           10 pl-rate pic 9v9(4).
      *
       fd region-file
           data record is region-rec
           record contains 29 characters.
      *
       01 region-rec.
         05 rg-region pic x(3).
         05 rg-name pic x(20).
         05 rg-cost-center pic x(6).
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
       fd integ-rpt-file
           data record is integ-rpt-line
           record contains 92 characters.
      *
       01 integ-rpt-line pic x(92).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-on-master-flag pic x value "N".
         05 ws-rgn-avail-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-sman-status pic xx value "00".
         05 ws-ytd-status pic xx value "00".
         05 ws-hist-status pic xx value "00".
         05 ws-draw-status pic xx value "00".
         05 ws-susp-status pic xx value "00".
         05 ws-recsusp-status pic xx value "00".
         05 ws-plan-status pic xx value "00".
         05 ws-rgn-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-term-cnst pic x value "T".
       77 ws-dft-plan-cnst pic x(3) value "DFT".
      *
       77 ws-warn-rc-cnst pic 99 value 4.
       77 ws-error-rc-cnst pic 99 value 8.
       77 ws-abort-rc-cnst pic 99 value 16.
       77 ws-step-integ-cnst pic x(8) value "INTEGRTY".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
      *
       77 ws-sev-error-cnst pic x(7) value "ERROR".
       77 ws-sev-warn-cnst pic x(7) value "WARNING".
       77 ws-sev-note-cnst pic x(7) value "NOTE".
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-yyyymm pic 9(6).
         05 filler pic 99.
       01 ws-run-time pic 9(8).
      *
       01 ws-runctl-ctl.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
      * salesperson numbers are three digits, so the master is held in
      * a table at each rep's number plus one (rep 000 at entry one)
      * and every cross-file lookup is a subscript, not a file read.
      *
       77 ws-sman-max-cnst pic 9(4) value 1000.
      *
       01 ws-sman-table.
         05 ws-sman-entry occurs 1000 times.
           10 mt-on-file pic x.
           10 mt-status pic x.
           10 mt-name pic x(8).
           10 mt-plan-code pic x(3).
           10 mt-mgr-num pic 999.
      *
       01 ws-sman-ctl.
         05 ws-sman-idx pic 9(4) value 0.
         05 ws-mgr-idx pic 9(4) value 0.
      *
       77 ws-plan-max-cnst pic 99 value 99.
      *
       01 ws-plan-table.
         05 ws-plan-code-entry pic x(3) occurs 99 times.
      *
       77 ws-rgn-max-cnst pic 99 value 50.
      *
       01 ws-region-table.
         05 ws-rgn-entry occurs 50 times.
           10 rt-region pic x(3).
      *
       01 ws-rgn-ctl.
         05 ws-rgn-count pic 99 value 0.
         05 ws-rgn-idx pic 99 value 0.
         05 ws-rgn-found pic 99 value 0.
      *
       01 ws-plan-ctl.
         05 ws-plan-count pic 99 value 0.
         05 ws-plan-idx pic 99 value 0.
         05 ws-plan-found pic 99 value 0.
      *
       01 ws-counters.
         05 ws-master-count pic 9(5) value 0.
         05 ws-ytd-count pic 9(5) value 0.
         05 ws-hist-count pic 9(5) value 0.
         05 ws-draw-count pic 9(5) value 0.
         05 ws-susp-count pic 9(5) value 0.
         05 ws-recsusp-count pic 9(5) value 0.
         05 ws-region-count pic 9(5) value 0.
         05 ws-error-count pic 9(5) value 0.
         05 ws-warn-count pic 9(5) value 0.
         05 ws-note-count pic 9(5) value 0.
      *
       01 ws-finding.
         05 ws-fnd-file pic x(8).
         05 ws-fnd-key pic x(8).
         05 ws-fnd-name pic x(8).
         05 ws-fnd-sev pic x(7).
         05 ws-fnd-text pic x(50).
      *
       01 ws-hist-key-disp.
         05 ws-hkd-sman-num pic 999.
         05 filler pic x value "/".
         05 ws-hkd-year pic 9(4).
      *
       01 ws-susp-key-disp.
         05 ws-skd-sman-num pic x(3).
         05 filler pic x value "/".
         05 ws-skd-region pic x(3).
      *
       01 ws-name-text.
         05 filler pic x(29) value "NAME DIFFERS FROM MASTER NAME".
         05 filler pic x(1) value space.
         05 ws-nt-name pic x(8).
      *
       01 ws-mgr-text.
         05 filler pic x(8) value "MANAGER ".
         05 ws-mgt-mgr-num pic 999.
         05 ws-mgt-text pic x(25).
      *
       01 ws-plan-text.
         05 filler pic x(10) value "PLAN CODE ".
         05 ws-plt-plan-code pic x(3).
         05 filler pic x(21) value " HAS NO PLAN RECORD".
      *
       01 ws-draw-text.
         05 ws-drt-text pic x(29).
         05 ws-drt-balance pic z,zzz,zz9-.
      *
       01 ws-status-text.
         05 filler pic x(26) value "FILE NOT CHECKED - STATUS".
         05 ws-stt-status pic xx.
      *
       01 ws-rpt-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(27) value "CROSS-FILE INTEGRITY CHECK".
      *
       01 ws-rpt-heading2.
         05 filler pic x(34) value spaces.
         05 filler pic x(7) value "RUN OF ".
         05 ws-head-run-date pic 9999/99/99.
      *
       01 ws-rpt-heading3.
         05 filler pic x(10) value "FILE".
         05 filler pic x(10) value "KEY".
         05 filler pic x(10) value "NAME".
         05 filler pic x(9) value "SEVERITY".
         05 filler pic x(50) value "FINDING".
      *
       01 ws-rpt-detail.
         05 ws-det-file pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-det-key pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-det-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-det-sev pic x(7).
         05 filler pic x(2) value spaces.
         05 ws-det-text pic x(50).
      *
       01 ws-count-line.
         05 ws-cnt-label pic x(38).
         05 ws-cnt-value pic zzzz9.
      *
       01 ws-rc-line.
         05 filler pic x(38)
             value "RETURN CODE                           ".
         05 filler pic x(3) value spaces.
         05 ws-rcl-rc pic 99.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

      * with no master there is nothing to check the other files
      * against, so the check cannot pass.
      *
           open input sman-master-file.

           if ws-sman-status not = "00"
             then
               display "*** INTEGRITY CHECK NOT RUN - SALESMAN MASTER "
                   "FILE NOT AVAILABLE - STATUS " ws-sman-status " ***"
               move ws-abort-rc-cnst to return-code
               goback
           end-if.

           move ws-event-start-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 020-write-runctl-rec.

           open output integ-rpt-file.

           move ws-run-date to ws-head-run-date.

           write integ-rpt-line from ws-rpt-heading1.
           write integ-rpt-line from ws-rpt-heading2.
           write integ-rpt-line from "" after advancing 1 line.
           write integ-rpt-line from ws-rpt-heading3
               after advancing 1 line.
           write integ-rpt-line from "" after advancing 1 line.

           perform 050-load-master.
           perform 060-load-plans.

      * the region master is checked first, since the suspense records
      * are then checked against the regions it holds.
      *
           perform 400-check-regions.

           perform 100-check-ytd.
           perform 150-check-history.
           perform 200-check-draw.
           perform 250-check-suspense.
           perform 300-check-recon-suspense.
           perform 350-check-master-refs.

           perform 800-print-totals.

           close integ-rpt-file.

           move ws-event-end-cnst to ws-rc-event.
           perform 020-write-runctl-rec.

           display "INTEGRITY CHECK COMPLETE - " ws-error-count
               " ERRORS, " ws-warn-count " WARNINGS - RETURN CODE "
               ws-rc-return-code.

           move ws-rc-return-code to return-code.

           goback.
      *
       020-write-runctl-rec.
      *
      * the check belongs to no batch, so it is logged against the
      * period it was run in.
      *
           accept ws-run-time from time.

           move ws-run-yyyymm to rc-cycle.
           move 0 to rc-batch-num.
           move ws-step-integ-cnst to rc-step.
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
       050-load-master.
      *
           move spaces to ws-sman-table.

           move ws-false-cnst to ws-eof-flag.

           perform 055-read-next-master.

           perform 057-hold-master-rec
             until ws-eof-flag = ws-true-cnst.

           close sman-master-file.
      *
       055-read-next-master.
      *
           read sman-master-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       057-hold-master-rec.
      *
           add ws-one-cnst to ws-master-count.

           add ws-one-cnst to sm-sman-num giving ws-sman-idx.

           move ws-true-cnst to mt-on-file (ws-sman-idx).
           move sm-status to mt-status (ws-sman-idx).
           move sm-name to mt-name (ws-sman-idx).
           move sm-plan-code to mt-plan-code (ws-sman-idx).
           move sm-mgr-num to mt-mgr-num (ws-sman-idx).

           perform 055-read-next-master.
      *
       060-load-plans.
      *
      * with no plan file every rep not on the default plan is paid
      * the default, which the master check then reports rep by rep.
      *
           open input plan-file.

           if ws-plan-status = "00"
             then
               perform 065-load-plan-rec
                 until ws-plan-status not = "00"
               close plan-file
           end-if.
      *
       065-load-plan-rec.
      *
           read plan-file
               at end
                   move "10" to ws-plan-status
               not at end
                   if ws-plan-count < ws-plan-max-cnst
                     then
                       add ws-one-cnst to ws-plan-count
                       move pl-plan-code
                           to ws-plan-code-entry (ws-plan-count)
                   end-if
           end-read.
      *
       070-find-sman.
      *
      * sets the on-master flag for the salesperson number in
      * ws-sman-idx (already plus one).
      *
           if mt-on-file (ws-sman-idx) = ws-true-cnst
             then
               move ws-true-cnst to ws-on-master-flag
           else
               move ws-false-cnst to ws-on-master-flag
           end-if.
      *
       080-file-not-checked.
      *
      * a file that is not there holds nothing to disagree with the
      * master, but the operator should know it was not looked at.
      *
           move spaces to ws-fnd-key.
           move spaces to ws-fnd-name.
           move ws-sev-note-cnst to ws-fnd-sev.
           move ws-status-text to ws-fnd-text.

           perform 700-write-finding.
      *
       100-check-ytd.
      *
           open input ytd-file.

           if ws-ytd-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 105-read-next-ytd
               perform 110-check-ytd-rec
                 until ws-eof-flag = ws-true-cnst
               close ytd-file
           else
               move "YTD" to ws-fnd-file
               move ws-ytd-status to ws-stt-status
               perform 080-file-not-checked
           end-if.
      *
       105-read-next-ytd.
      *
           read ytd-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       110-check-ytd-rec.
      *
      * the commission run posts year-to-date figures only for reps it
      * finds on the master, so an orphan's balance is never added to
      * again, nor archived under a name anyone can trace.
      *
           add ws-one-cnst to ws-ytd-count.

           add ws-one-cnst to yt-sman-num giving ws-sman-idx.

           perform 070-find-sman.

           move "YTD" to ws-fnd-file.
           move yt-sman-num to ws-fnd-key.
           move yt-name to ws-fnd-name.

           if ws-on-master-flag = ws-false-cnst
             then
               move ws-sev-error-cnst to ws-fnd-sev
               move "SALESPERSON NOT ON MASTER FILE" to ws-fnd-text
               perform 700-write-finding
           else
               if yt-name not = mt-name (ws-sman-idx)
                 then
                   move mt-name (ws-sman-idx) to ws-nt-name
                   move ws-sev-warn-cnst to ws-fnd-sev
                   move ws-name-text to ws-fnd-text
                   perform 700-write-finding
               end-if
           end-if.

           perform 105-read-next-ytd.
      *
       150-check-history.
      *
           open input hist-file.

           if ws-hist-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 155-read-next-hist
               perform 160-check-hist-rec
                 until ws-eof-flag = ws-true-cnst
               close hist-file
           else
               move "YTDHIST" to ws-fnd-file
               move ws-hist-status to ws-stt-status
               perform 080-file-not-checked
           end-if.
      *
       155-read-next-hist.
      *
           read hist-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       160-check-hist-rec.
      *
      * archived years outlive the rep - a delete only needs the live
      * year-to-date figures clear - so a history record for someone
      * off the master is noted, not counted against the check.
      *
           add ws-one-cnst to ws-hist-count.

           add ws-one-cnst to hs-sman-num giving ws-sman-idx.

           perform 070-find-sman.

           if ws-on-master-flag = ws-false-cnst
             then
               move "YTDHIST" to ws-fnd-file
               move hs-sman-num to ws-hkd-sman-num
               move hs-year to ws-hkd-year
               move ws-hist-key-disp to ws-fnd-key
               move hs-name to ws-fnd-name
               move ws-sev-note-cnst to ws-fnd-sev
               move "ARCHIVED YEAR FOR REP NO LONGER ON MASTER" to
                   ws-fnd-text
               perform 700-write-finding
           end-if.

           perform 155-read-next-hist.
      *
       200-check-draw.
      *
           open input draw-file.

           if ws-draw-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 205-read-next-draw
               perform 210-check-draw-rec
                 until ws-eof-flag = ws-true-cnst
               close draw-file
           else
               move "DRAW" to ws-fnd-file
               move ws-draw-status to ws-stt-status
               perform 080-file-not-checked
           end-if.
      *
       205-read-next-draw.
      *
           read draw-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       210-check-draw-rec.
      *
      * a draw is recovered from later commission; a rep off the master
      * earns none, and a terminated rep earns only what late
      * adjustments bring, so either balance needs chasing by hand.  a
      * zero record for a missing rep is only clutter.
      *
           add ws-one-cnst to ws-draw-count.

           add ws-one-cnst to dr-sman-num giving ws-sman-idx.

           perform 070-find-sman.

           move "DRAW" to ws-fnd-file.
           move dr-sman-num to ws-fnd-key.
           move spaces to ws-fnd-name.
           move dr-balance to ws-drt-balance.

           if ws-on-master-flag = ws-false-cnst
             then
               if dr-balance not = 0
                 then
                   move ws-sev-error-cnst to ws-fnd-sev
               else
                   move ws-sev-warn-cnst to ws-fnd-sev
               end-if
               move "NOT ON MASTER FILE - BALANCE" to ws-drt-text
               move ws-draw-text to ws-fnd-text
               perform 700-write-finding
           else
               move mt-name (ws-sman-idx) to ws-fnd-name
               if mt-status (ws-sman-idx) = ws-term-cnst
                 and dr-balance not = 0
                 then
                   move ws-sev-warn-cnst to ws-fnd-sev
                   move "REP IS TERMINATED - BALANCE" to ws-drt-text
                   move ws-draw-text to ws-fnd-text
                   perform 700-write-finding
               end-if
           end-if.

           perform 205-read-next-draw.
      *
       250-check-suspense.
      *
           open input susp-file.

           if ws-susp-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 255-read-next-susp
               perform 260-check-susp-rec
                 until ws-eof-flag = ws-true-cnst
               close susp-file
           else
               if ws-susp-status not = "35"
                 then
                   move "SUSP" to ws-fnd-file
                   move ws-susp-status to ws-stt-status
                   perform 080-file-not-checked
               end-if
           end-if.
      *
       255-read-next-susp.
      *
           read susp-file
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       260-check-susp-rec.
      *
      * a suspended record is reprocessed through the master match, so
      * one for a rep off the master can only be rejected again.
      *
           add ws-one-cnst to ws-susp-count.

           move ws-false-cnst to ws-on-master-flag.

           if sx-sman-num is numeric
             then
               move sx-sman-num to ws-sman-idx
               add ws-one-cnst to ws-sman-idx
               perform 070-find-sman
           end-if.

           if ws-on-master-flag = ws-false-cnst
             then
               move "SUSP" to ws-fnd-file
               move sx-sman-num to ws-fnd-key
               move sx-name to ws-fnd-name
               move ws-sev-error-cnst to ws-fnd-sev
               move "SALESPERSON NOT ON MASTER FILE" to ws-fnd-text
               perform 700-write-finding
           end-if.

           if ws-rgn-avail-flag = ws-true-cnst
             then
               perform 265-check-susp-region
           end-if.

           perform 255-read-next-susp.
      *
       265-check-susp-region.
      *
      * the commission run posts a region missing from the region
      * master to the GL under its bare region code, which is not a
      * cost center accounting books to.
      *
           move 0 to ws-rgn-found.

           perform 267-scan-region-entry
             varying ws-rgn-idx from 1 by 1
             until ws-rgn-idx > ws-rgn-count.

           if ws-rgn-found = 0
             then
               move "SUSP" to ws-fnd-file
               move sx-sman-num to ws-skd-sman-num
               move sx-region to ws-skd-region
               move ws-susp-key-disp to ws-fnd-key
               move sx-name to ws-fnd-name
               move ws-sev-warn-cnst to ws-fnd-sev
               move "REGION NOT ON REGION MASTER - POSTS TO BARE CODE"
                   to ws-fnd-text
               perform 700-write-finding
           end-if.
      *
       267-scan-region-entry.
      *
           if rt-region (ws-rgn-idx) = sx-region
             then
               move ws-rgn-idx to ws-rgn-found
           end-if.
      *
       300-check-recon-suspense.
      *
           open input recsusp-file.

           if ws-recsusp-status = "00"
             then
               move ws-false-cnst to ws-eof-flag
               perform 305-read-next-recsusp
               perform 310-check-recsusp-rec
                 until ws-eof-flag = ws-true-cnst
               close recsusp-file
           else
               if ws-recsusp-status not = "35"
                 then
                   move "RECSUSP" to ws-fnd-file
                   move ws-recsusp-status to ws-stt-status
                   perform 080-file-not-checked
               end-if
           end-if.
      *
       305-read-next-recsusp.
      *
           read recsusp-file
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       310-check-recsusp-rec.
      *
           add ws-one-cnst to ws-recsusp-count.

           add ws-one-cnst to su-sman-num giving ws-sman-idx.

           perform 070-find-sman.

           if ws-on-master-flag = ws-false-cnst
             then
               move "RECSUSP" to ws-fnd-file
               move su-sman-num to ws-fnd-key
               move su-name to ws-fnd-name
               move ws-sev-error-cnst to ws-fnd-sev
               move "OPEN PAY DISCREPANCY - REP NOT ON MASTER" to
                   ws-fnd-text
               perform 700-write-finding
           end-if.

           perform 305-read-next-recsusp.
      *
       350-check-master-refs.
      *
           perform 355-check-master-entry
             varying ws-sman-idx from 1 by 1
             until ws-sman-idx > ws-sman-max-cnst.
      *
       355-check-master-entry.
      *
           if mt-on-file (ws-sman-idx) = ws-true-cnst
             then
               move "MASTER" to ws-fnd-file
               subtract ws-one-cnst from ws-sman-idx
                   giving ws-hkd-sman-num
               move ws-hkd-sman-num to ws-fnd-key
               move mt-name (ws-sman-idx) to ws-fnd-name
               if mt-mgr-num (ws-sman-idx) not = 0
                 then
                   perform 360-check-manager
               end-if
               if mt-plan-code (ws-sman-idx) not = spaces
                 and mt-plan-code (ws-sman-idx) not = ws-dft-plan-cnst
                 then
                   perform 370-check-plan-code
               end-if
           end-if.
      *
       360-check-manager.
      *
      * the override run pays nothing to a manager missing from the
      * master, and still pays a terminated manager on the team.
      *
           add ws-one-cnst to mt-mgr-num (ws-sman-idx)
               giving ws-mgr-idx.

           move mt-mgr-num (ws-sman-idx) to ws-mgt-mgr-num.

           if mt-on-file (ws-mgr-idx) not = ws-true-cnst
             then
               move ws-sev-error-cnst to ws-fnd-sev
               move " NOT ON MASTER FILE" to ws-mgt-text
               move ws-mgr-text to ws-fnd-text
               perform 700-write-finding
           else
               if mt-status (ws-mgr-idx) = ws-term-cnst
                 then
                   move ws-sev-warn-cnst to ws-fnd-sev
                   move " IS TERMINATED" to ws-mgt-text
                   move ws-mgr-text to ws-fnd-text
                   perform 700-write-finding
               end-if
           end-if.
      *
       370-check-plan-code.
      *
      * a code with no plan record is paid on the default plan without
      * any warning in the commission run.
      *
           move 0 to ws-plan-found.

           perform 375-scan-plan-entry
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count.

           if ws-plan-found = 0
             then
               move mt-plan-code (ws-sman-idx) to ws-plt-plan-code
               move ws-sev-error-cnst to ws-fnd-sev
               move ws-plan-text to ws-fnd-text
               perform 700-write-finding
           end-if.
      *
       375-scan-plan-entry.
      *
           if ws-plan-code-entry (ws-plan-idx)
               = mt-plan-code (ws-sman-idx)
             then
               move ws-plan-idx to ws-plan-found
           end-if.
      *
       400-check-regions.
      *
           open input region-file.

           if ws-rgn-status = "00"
             then
               move ws-true-cnst to ws-rgn-avail-flag
               perform 405-check-region-rec
                 until ws-rgn-status not = "00"
               close region-file
           else
               move "REGION" to ws-fnd-file
               move ws-rgn-status to ws-stt-status
               perform 080-file-not-checked
           end-if.
      *
       405-check-region-rec.
      *
      * a region with a blank cost center posts its GL debit and
      * credit with no cost center for accounting to book them to.
      *
           read region-file
               at end
                   move "10" to ws-rgn-status
               not at end
                   add ws-one-cnst to ws-region-count
                   if ws-rgn-count < ws-rgn-max-cnst
                     then
                       add ws-one-cnst to ws-rgn-count
                       move rg-region to rt-region (ws-rgn-count)
                   else
                       display "REGION TABLE FULL - REGION " rg-region
                           " IGNORED"
                   end-if
                   if rg-cost-center = spaces
                     then
                       move "REGION" to ws-fnd-file
                       move rg-region to ws-fnd-key
                       move spaces to ws-fnd-name
                       move ws-sev-warn-cnst to ws-fnd-sev
                       move "REGION HAS NO GL COST CENTER" to
                           ws-fnd-text
                       perform 700-write-finding
                   end-if
           end-read.
      *
       700-write-finding.
      *
           if ws-fnd-sev = ws-sev-error-cnst
             then
               add ws-one-cnst to ws-error-count
               move ws-error-rc-cnst to ws-rc-return-code
           end-if.

           if ws-fnd-sev = ws-sev-warn-cnst
             then
               add ws-one-cnst to ws-warn-count
               if ws-rc-return-code < ws-warn-rc-cnst
                 then
                   move ws-warn-rc-cnst to ws-rc-return-code
               end-if
           end-if.

           if ws-fnd-sev = ws-sev-note-cnst
             then
               add ws-one-cnst to ws-note-count
           end-if.

           move ws-fnd-file to ws-det-file.
           move ws-fnd-key to ws-det-key.
           move ws-fnd-name to ws-det-name.
           move ws-fnd-sev to ws-det-sev.
           move ws-fnd-text to ws-det-text.

           write integ-rpt-line from ws-rpt-detail.
      *
       800-print-totals.
      *
           write integ-rpt-line from "" after advancing 1 line.

           move "MASTER RECORDS CHECKED" to ws-cnt-label.
           move ws-master-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "YTD RECORDS CHECKED" to ws-cnt-label.
           move ws-ytd-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "HISTORY RECORDS CHECKED" to ws-cnt-label.
           move ws-hist-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "DRAW RECORDS CHECKED" to ws-cnt-label.
           move ws-draw-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "SUSPENSE RECORDS CHECKED" to ws-cnt-label.
           move ws-susp-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "RECON SUSPENSE RECORDS CHECKED" to ws-cnt-label.
           move ws-recsusp-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "REGIONS CHECKED" to ws-cnt-label.
           move ws-region-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           write integ-rpt-line from "" after advancing 1 line.

           move "ERRORS" to ws-cnt-label.
           move ws-error-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "WARNINGS" to ws-cnt-label.
           move ws-warn-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move "NOTES" to ws-cnt-label.
           move ws-note-count to ws-cnt-value.
           write integ-rpt-line from ws-count-line.

           move ws-rc-return-code to ws-rcl-rc.

           write integ-rpt-line from "" after advancing 1 line.
           write integ-rpt-line from ws-rc-line.
      *
       end program A3-IntegChk.
