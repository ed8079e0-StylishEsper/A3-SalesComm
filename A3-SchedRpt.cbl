       identification division.
       program-id. A3-SchedRpt.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Lists every salesperson contract change and
      *commission plan change scheduled to take effect on or before the
      *end of a monthly period, so the changes can be checked before
      *the commission run that will apply them.  Each change prints the
      *terms on file now above the terms it will bring in; one whose
      *date has already been reached is flagged, since the next
      *commission run applies it whatever the period.  The request
      *file names the period as YYYYMM; with no request the month after
      *the current one is reported.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select sched-req-file
               assign to "../../../A3-SalesComm/A3-SCHREQ.DAT"
               organization is line sequential
               file status is ws-req-status.

           select smfut-file
               assign to "../../../A3-SalesComm/A3-SMFUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is fu-key
               file status is ws-smfut-status.

           select plfut-file
               assign to "../../../A3-SalesComm/A3-PLFUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is fp-key
               file status is ws-plfut-status.

           select sman-master-file
               assign to "../../../A3-SalesComm/A3-SMAN.MAS"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-sman-status.

           select plan-file
               assign to "../../../A3-SalesComm/A3-PLAN.DAT"
               organization is line sequential
               file status is ws-plan-status.

           select sched-rpt-file
               assign to "../../../A3-SalesComm/A3-SCHRPT.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd sched-req-file
           data record is sched-req-rec
           record contains 6 characters.
      *
       01 sched-req-rec.
         05 rq-period pic x(6).
      *
       fd smfut-file
           data record is smfut-rec.
      *
       01 smfut-rec.
         05 fu-key.
           10 fu-sman-num pic 999.
           10 fu-eff-date pic 9(8).
         05 fu-sub-date pic 9(8).
         05 fu-user pic x(8).
         05 fu-approver pic x(8).
         05 fu-tran pic x(57).
      *
       fd plfut-file
           data record is plfut-rec.
      *
       01 plfut-rec.
         05 fp-key.
           10 fp-plan-code pic x(3).
           10 fp-eff-date pic 9(8).
         05 fp-sub-date pic 9(8).
         05 fp-user pic x(8).
         05 fp-approver pic x(8).
         05 fp-tran pic x(75).
      *
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
       fd sched-rpt-file
           data record is sched-rpt-line
           record contains 92 characters.
      *
       01 sched-rpt-line pic x(92).
      *
       working-storage section.
      *
       01 ws-file-status.
         05 ws-req-status pic xx value "00".
         05 ws-smfut-status pic xx value "00".
         05 ws-plfut-status pic xx value "00".
         05 ws-sman-status pic xx value "00".
         05 ws-plan-status pic xx value "00".
      *
       01 ws-avail-flags.
         05 ws-sman-avail-flag pic x value "Y".
         05 ws-sman-found-flag pic x value "N".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-months-cnst pic 99 value 12.
       77 ws-last-day-cnst pic 99 value 31.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-period pic 9(6).
         05 filler pic 99.
      *
       01 ws-period pic 9(6) value 0.
       01 ws-period-parts redefines ws-period.
         05 ws-period-year pic 9(4).
         05 ws-period-month pic 99.
      *
       01 ws-next-period pic 9(6) value 0.
       01 ws-next-period-parts redefines ws-next-period.
         05 ws-next-year pic 9(4).
         05 ws-next-month pic 99.
      *
       01 ws-period-end.
         05 ws-pe-period pic 9(6).
         05 ws-pe-day pic 99.
       01 ws-period-end-date redefines ws-period-end pic 9(8).
      *
      * the commission run's plan table holds twenty plans and builds
      * the DFT plan itself, so the plan file can carry nineteen.
      *
       77 ws-plan-max-cnst pic 99 value 19.
       77 ws-tier-max-cnst pic 9 value 5.
      *
       01 ws-plan-table.
         05 ws-plan-entry occurs 19 times.
           10 pt-plan-code pic x(3).
           10 pt-tier occurs 5 times.
             15 pt-break pic 9(6).
             15 pt-rate pic 9v9(4).
      *
       01 ws-plan-ctl.
         05 ws-plan-count pic 99 value 0.
         05 ws-plan-idx pic 99 value 0.
         05 ws-plan-found pic 99 value 0.
         05 ws-tier-idx pic 9 value 0.
      *
      * a scheduled item is the maintenance transaction as keyed.
      *
       01 ws-sched-sman-tran.
         05 sc-action pic x.
         05 sc-sman-num pic 999.
         05 sc-name pic x(8).
         05 sc-min pic 9(6).
         05 sc-max pic 9(6).
         05 sc-rate pic 99v9(4).
         05 sc-plan-code pic x(3).
         05 sc-mgr-num pic 999.
         05 sc-ovr-rate pic 9v9(4).
         05 sc-user pic x(8).
         05 sc-eff-date pic 9(8).
      *
       01 ws-sched-plan-tran.
         05 pc-action pic x.
         05 pc-plan-code pic x(3).
         05 pc-tier-in occurs 5 times.
           10 pc-break pic 9(6).
           10 pc-rate pic 9v9(4).
         05 pc-user pic x(8).
         05 pc-eff-date pic 9(8).
      *
       01 ws-counters.
         05 ws-sman-count pic 9(5) value 0.
         05 ws-plan-chg-count pic 9(5) value 0.
         05 ws-due-count pic 9(5) value 0.
         05 ws-missing-count pic 9(5) value 0.
      *
       01 ws-date-edit pic 9999/99/99.
      *
       01 ws-rpt-heading1.
         05 filler pic x(26) value spaces.
         05 filler pic x(29) value "SCHEDULED CHANGES - PERIOD ".
         05 ws-head-period pic 9(6).
      *
       01 ws-rpt-heading2.
         05 filler pic x(26) value spaces.
         05 filler pic x(24) value "EFFECTIVE ON OR BEFORE ".
         05 ws-head-end-date pic 9999/99/99.
      *
       01 ws-sm-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "SALESPERSON CONTRACT CHANGES".
      *
       01 ws-sm-heading2.
         05 filler pic x(5) value "NO.".
         05 filler pic x(10) value "NAME".
         05 filler pic x(12) value "EFFECTIVE".
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "    MIN".
         05 filler pic x(9) value "    MAX".
         05 filler pic x(7) value " RATE".
         05 filler pic x(5) value "PLN".
         05 filler pic x(5) value "MGR".
         05 filler pic x(7) value "   OVR".
         05 filler pic x(10) value "KEYED BY".
         05 filler pic x(8) value "APPROVED".
      *
       01 ws-sm-detail.
         05 ws-smd-sman-num pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-smd-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-smd-eff-date pic x(10).
         05 filler pic x(2) value spaces.
         05 ws-smd-tag pic x(3).
         05 filler pic x(1) value spaces.
         05 ws-smd-min pic zzz,999.
         05 filler pic x(2) value spaces.
         05 ws-smd-max pic zzz,999.
         05 filler pic x(2) value spaces.
         05 ws-smd-rate pic z9.99.
         05 filler pic x(2) value spaces.
         05 ws-smd-plan pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-smd-mgr pic 999.
         05 filler pic x(2) value spaces.
         05 ws-smd-ovr pic 9.9999.
         05 filler pic x(1) value spaces.
         05 ws-smd-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-smd-approver pic x(8).
      *
       01 ws-pl-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "COMMISSION PLAN CHANGES".
      *
       01 ws-pl-heading2.
         05 filler pic x(5) value "PLN".
         05 filler pic x(12) value "EFFECTIVE".
         05 filler pic x(4) value spaces.
         05 filler pic x(14) value "BREAK1  RATE1 ".
         05 filler pic x(14) value "BREAK2  RATE2 ".
         05 filler pic x(14) value "BREAK3  RATE3 ".
         05 filler pic x(14) value "BREAK4  RATE4 ".
         05 filler pic x(14) value "BREAK5  RATE5".
      *
       01 ws-pl-detail.
         05 ws-pld-plan-code pic x(3).
         05 filler pic x(2).
         05 ws-pld-eff-date pic x(10).
         05 filler pic x(2).
         05 ws-pld-tag pic x(3).
         05 filler pic x(1).
         05 ws-pld-tier occurs 5 times.
           10 ws-pld-break pic zzzzz9.
           10 filler pic x(1).
           10 ws-pld-rate pic 9.9999.
           10 filler pic x(1).
      *
       01 ws-pl-by-line.
         05 filler pic x(21) value spaces.
         05 filler pic x(9) value "KEYED BY ".
         05 ws-plb-user pic x(8).
         05 filler pic x(14) value "  APPROVED BY ".
         05 ws-plb-approver pic x(8).
      *
       01 ws-note-line.
         05 filler pic x(21) value spaces.
         05 ws-note-text pic x(71).
      *
       77 ws-now-cnst pic x(3) value "NOW".
       77 ws-new-cnst pic x(3) value "NEW".
       77 ws-due-note-cnst pic x(71)
           value "** DATE REACHED - APPLIED BY THE NEXT COMMISSION RUN".
       77 ws-missing-note-cnst pic x(71)
           value "** NOT ON MASTER FILE - THE CHANGE WILL BE DROPPED".
       77 ws-new-plan-note-cnst pic x(71)
           value "NOT ON THE PLAN FILE NOW - ADDED BY THIS CHANGE".
      *
       01 ws-sm-none-line.
         05 filler pic x(30) value "NO SALESPERSON CHANGES".
      *
       01 ws-pl-none-line.
         05 filler pic x(30) value "NO PLAN CHANGES".
      *
       01 ws-tot-sman-line.
         05 filler pic x(38)
             value "SALESPERSON CHANGES SCHEDULED         ".
         05 ws-tot-sman pic zzzz9.
      *
       01 ws-tot-plan-line.
         05 filler pic x(38)
             value "PLAN CHANGES SCHEDULED                ".
         05 ws-tot-plan pic zzzz9.
      *
       01 ws-tot-due-line.
         05 filler pic x(38)
             value "ALREADY DUE AT THE NEXT RUN           ".
         05 ws-tot-due pic zzzz9.
      *
       01 ws-tot-missing-line.
         05 filler pic x(38)
             value "SALESPERSON NOT ON MASTER FILE        ".
         05 ws-tot-missing pic zzzz9.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

           perform 050-read-request.

           move ws-period to ws-pe-period.
           move ws-last-day-cnst to ws-pe-day.

      * with no master the current terms cannot be shown, but the
      * scheduled terms still print.
      *
           open input sman-master-file.
           if ws-sman-status not = "00"
             then
               move ws-false-cnst to ws-sman-avail-flag
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
           end-if.

           perform 060-load-plans.

           open output sched-rpt-file.

           move ws-period to ws-head-period.
           move ws-period-end-date to ws-head-end-date.

           write sched-rpt-line from ws-rpt-heading1.
           write sched-rpt-line from ws-rpt-heading2.

           perform 100-report-sman-changes.
           perform 200-report-plan-changes.
           perform 800-print-totals.

           close sched-rpt-file.

           if ws-sman-avail-flag = ws-true-cnst
             then
               close sman-master-file
           end-if.

           display ws-sman-count " SALESPERSON AND " ws-plan-chg-count
               " PLAN CHANGES SCHEDULED BY PERIOD " ws-period.

           goback.
      *
       050-read-request.
      *
      * the changes worth checking are the ones the coming month's
      * commission runs will apply, so the default is next month.
      *
           move ws-run-period to ws-next-period.

           add ws-one-cnst to ws-next-month.

           if ws-next-month > ws-months-cnst
             then
               subtract ws-months-cnst from ws-next-month
               add ws-one-cnst to ws-next-year
           end-if.

           move ws-next-period to ws-period.

           open input sched-req-file.

           if ws-req-status = "00"
             then
               read sched-req-file
                   at end
                       continue
                   not at end
                       if rq-period is numeric
                         then
                           move rq-period to ws-period
                       else
                           display "SCHEDULE REQUEST PERIOD " rq-period
                               " IS NOT NUMERIC - NEXT MONTH USED"
                       end-if
               end-read
               close sched-req-file
           end-if.

           if ws-period-month = 0
             or ws-period-month > ws-months-cnst
             then
               display "SCHEDULE REQUEST PERIOD " ws-period
                   " IS NOT A VALID MONTH - NEXT MONTH USED"
               move ws-next-period to ws-period
           end-if.
      *
       060-load-plans.
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
                       move plan-rec to ws-plan-entry (ws-plan-count)
                   end-if
           end-read.
      *
       100-report-sman-changes.
      *
           write sched-rpt-line from "" after advancing 1 line.
           write sched-rpt-line from ws-sm-heading1
               after advancing 1 line.
           write sched-rpt-line from "" after advancing 1 line.
           write sched-rpt-line from ws-sm-heading2
               after advancing 1 line.
           write sched-rpt-line from "" after advancing 1 line.

           open input smfut-file.

           if ws-smfut-status = "00"
             then
               perform 110-read-sman-change
                 until ws-smfut-status not = "00"
               close smfut-file
           end-if.

           if ws-sman-count = 0
             then
               write sched-rpt-line from ws-sm-none-line
           end-if.
      *
       110-read-sman-change.
      *
      * the file is in salesperson and date order, so each rep's
      * changes print together in the order they will be applied.
      *
           read smfut-file next record
               at end
                   move "10" to ws-smfut-status
               not at end
                   if fu-eff-date not > ws-period-end-date
                     then
                       perform 120-print-sman-change
                   end-if
           end-read.
      *
       120-print-sman-change.
      *
           add ws-one-cnst to ws-sman-count.

           move fu-tran to ws-sched-sman-tran.
           move ws-false-cnst to ws-sman-found-flag.

           if ws-sman-avail-flag = ws-true-cnst
             then
               move fu-sman-num to sm-sman-num
               read sman-master-file
                   invalid key
                       continue
                   not invalid key
                       move ws-true-cnst to ws-sman-found-flag
               end-read
           end-if.

           move fu-sman-num to ws-smd-sman-num.
           move fu-eff-date to ws-date-edit.
           move ws-date-edit to ws-smd-eff-date.
           move fu-user to ws-smd-user.
           move fu-approver to ws-smd-approver.

           if ws-sman-found-flag = ws-true-cnst
             then
               move sm-name to ws-smd-name
               move ws-now-cnst to ws-smd-tag
               move sm-min to ws-smd-min
               move sm-max to ws-smd-max
               move sm-rate to ws-smd-rate
               move sm-plan-code to ws-smd-plan
               move sm-mgr-num to ws-smd-mgr
               move sm-ovr-rate to ws-smd-ovr
               write sched-rpt-line from ws-sm-detail
               move spaces to ws-smd-sman-num
               move spaces to ws-smd-eff-date
               move spaces to ws-smd-user
               move spaces to ws-smd-approver
           end-if.

           move sc-name to ws-smd-name.
           move ws-new-cnst to ws-smd-tag.
           move sc-min to ws-smd-min.
           move sc-max to ws-smd-max.
           move sc-rate to ws-smd-rate.
           move sc-plan-code to ws-smd-plan.
           move sc-mgr-num to ws-smd-mgr.
           move sc-ovr-rate to ws-smd-ovr.

           write sched-rpt-line from ws-sm-detail.

           if ws-sman-avail-flag = ws-true-cnst
             and ws-sman-found-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-missing-count
               move ws-missing-note-cnst to ws-note-text
               write sched-rpt-line from ws-note-line
           end-if.

           if fu-eff-date not > ws-run-date
             then
               add ws-one-cnst to ws-due-count
               move ws-due-note-cnst to ws-note-text
               write sched-rpt-line from ws-note-line
           end-if.

           write sched-rpt-line from "" after advancing 1 line.
      *
       200-report-plan-changes.
      *
           write sched-rpt-line from "" after advancing 1 line.
           write sched-rpt-line from ws-pl-heading1
               after advancing 1 line.
           write sched-rpt-line from "" after advancing 1 line.
           write sched-rpt-line from ws-pl-heading2
               after advancing 1 line.
           write sched-rpt-line from "" after advancing 1 line.

           open input plfut-file.

           if ws-plfut-status = "00"
             then
               perform 210-read-plan-change
                 until ws-plfut-status not = "00"
               close plfut-file
           end-if.

           if ws-plan-chg-count = 0
             then
               write sched-rpt-line from ws-pl-none-line
           end-if.
      *
       210-read-plan-change.
      *
           read plfut-file next record
               at end
                   move "10" to ws-plfut-status
               not at end
                   if fp-eff-date not > ws-period-end-date
                     then
                       perform 220-print-plan-change
                   end-if
           end-read.
      *
       220-print-plan-change.
      *
           add ws-one-cnst to ws-plan-chg-count.

           move fp-tran to ws-sched-plan-tran.
           move 0 to ws-plan-found.

           perform 240-scan-plan-entry
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count.

           move spaces to ws-pl-detail.
           move fp-plan-code to ws-pld-plan-code.
           move fp-eff-date to ws-date-edit.
           move ws-date-edit to ws-pld-eff-date.

           if ws-plan-found not = 0
             then
               move ws-now-cnst to ws-pld-tag
               perform 230-move-current-tier
                 varying ws-tier-idx from 1 by 1
                 until ws-tier-idx > ws-tier-max-cnst
               write sched-rpt-line from ws-pl-detail
               move spaces to ws-pld-plan-code
               move spaces to ws-pld-eff-date
           end-if.

           move ws-new-cnst to ws-pld-tag.

           perform 235-move-sched-tier
             varying ws-tier-idx from 1 by 1
             until ws-tier-idx > ws-tier-max-cnst.

           write sched-rpt-line from ws-pl-detail.

           move fp-user to ws-plb-user.
           move fp-approver to ws-plb-approver.

           write sched-rpt-line from ws-pl-by-line.

           if ws-plan-found = 0
             then
               move ws-new-plan-note-cnst to ws-note-text
               write sched-rpt-line from ws-note-line
           end-if.

           if fp-eff-date not > ws-run-date
             then
               add ws-one-cnst to ws-due-count
               move ws-due-note-cnst to ws-note-text
               write sched-rpt-line from ws-note-line
           end-if.

           write sched-rpt-line from "" after advancing 1 line.
      *
       230-move-current-tier.
      *
           move pt-break (ws-plan-found, ws-tier-idx)
               to ws-pld-break (ws-tier-idx).
           move pt-rate (ws-plan-found, ws-tier-idx)
               to ws-pld-rate (ws-tier-idx).
      *
       235-move-sched-tier.
      *
           move pc-break (ws-tier-idx) to ws-pld-break (ws-tier-idx).
           move pc-rate (ws-tier-idx) to ws-pld-rate (ws-tier-idx).
      *
       240-scan-plan-entry.
      *
           if pt-plan-code (ws-plan-idx) = fp-plan-code
             then
               move ws-plan-idx to ws-plan-found
           end-if.
      *
       800-print-totals.
      *
           move ws-sman-count to ws-tot-sman.
           move ws-plan-chg-count to ws-tot-plan.
           move ws-due-count to ws-tot-due.
           move ws-missing-count to ws-tot-missing.

           write sched-rpt-line from "" after advancing 1 line.
           write sched-rpt-line from ws-tot-sman-line.
           write sched-rpt-line from ws-tot-plan-line.
           write sched-rpt-line from ws-tot-due-line.
           write sched-rpt-line from ws-tot-missing-line.
      *
       end program A3-SchedRpt.
