       identification division.
       program-id. A3-PlanSim.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Simulates a proposed commission plan table
      *before it goes live.  The proposed plans, in the A3-PLAN.DAT
      *layout, are read from A3-SIMPLAN.DAT; any plan not in the
      *proposal keeps its live tiers.  Every run posted in the year
      *named on the request is re-rated from the run detail the
      *commission run keeps, with the run's own sales and contract
      *terms, through the same rate, tier and minimum/maximum rules as
      *the commission run.  The report gives current against proposed
      *commission per salesperson, per region and in total, and counts
      *the salespeople the proposal moves into or out of bonus.  With
      *source H the current figures are the archived year-end history
      *for the year instead of the run detail, and salespeople in the
      *history with no run detail are listed as not simulated.  The
      *program only reads; no live plan, YTD, draw or GL file is
      *opened for update.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select sim-req-file
               assign to "../../../A3-SalesComm/A3-SIMREQ.DAT"
               organization is line sequential
               file status is ws-req-status.

           select sim-plan-file
               assign to "../../../A3-SalesComm/A3-SIMPLAN.DAT"
               organization is line sequential
               file status is ws-sim-plan-status.

           select parm-file
               assign to "../../../A3-SalesComm/A3-PARM.DAT"
               organization is line sequential
               file status is ws-parm-status.

           select plan-file
               assign to "../../../A3-SalesComm/A3-PLAN.DAT"
               organization is line sequential
               file status is ws-plan-status.

           select rundtl-file
               assign to "../../../A3-SalesComm/A3-RUNDTL.DAT"
               organization is line sequential
               file status is ws-rundtl-status.

           select hist-file
               assign to "../../../A3-SalesComm/A3-YTDHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is hs-key
               file status is ws-hist-status.

           select sim-rpt-file
               assign to "../../../A3-SalesComm/A3-SIMRPT.OUT"
               organization is line sequential.

           select run-sort-file
               assign to "../../../A3-SalesComm/A3-SIMSORT.WRK".
      *
       data division.
       file section.
       fd sim-req-file
           data record is sim-req-rec
           record contains 5 characters.
      *
       01 sim-req-rec.
         05 sq-source pic x.
         05 sq-year pic 9(4).
      *
       fd sim-plan-file
           data record is sim-plan-rec
           record contains 58 characters.
      *
       01 sim-plan-rec.
         05 sp-plan-code pic x(3).
         05 sp-tier-in occurs 5 times.
           10 sp-break pic 9(6).
           10 sp-rate pic 9v9(4).
      *
       fd parm-file
           data record is parm-rec
           record contains 13 characters.
      *
       01 parm-rec.
         05 pm-threshold pic 9(6).
         05 pm-bonus-rate pic 9v9(4).
         05 pm-stmt-switch pic x.
         05 pm-run-mode pic x.
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
       fd rundtl-file
           data record is rundtl-rec
           record contains 102 characters.
      *
       01 rundtl-rec.
         05 rd-rec-type pic x.
         05 rd-run-date pic 9(8).
         05 rd-run-date-parts redefines rd-run-date.
           10 rd-run-year pic 9(4).
           10 rd-run-mmdd pic 9(4).
         05 rd-run-time pic 9(8).
         05 rd-batch-num pic 9(6).
         05 rd-sman-num pic 999.
         05 rd-name pic x(8).
         05 rd-region pic x(3).
         05 rd-plan-code pic x(3).
         05 rd-mgr-num pic 999.
         05 rd-adj-flag pic x.
         05 rd-sales pic 9(7).
         05 rd-rate pic 99v9(4).
         05 rd-min pic 9(6).
         05 rd-max pic 9(6).
         05 rd-bonus-flag pic x.
         05 rd-earned pic s9(7) sign leading separate.
         05 rd-paid pic s9(7) sign leading separate.
         05 rd-posted-date pic 9(8).
         05 rd-posted-time pic 9(8).
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
       fd sim-rpt-file
           data record is sim-rpt-line
           record contains 92 characters.
      *
       01 sim-rpt-line pic x(92).
      *
      * each salesperson's runs come together in run order, with any
      * restatement of a run after the line it restates, so the last
      * line of a run is what that run currently stands at.
      *
       sd run-sort-file
           data record is run-sort-rec.
      *
       01 run-sort-rec.
         05 so-rec-type pic x.
         05 so-run-date pic 9(8).
         05 so-run-time pic 9(8).
         05 so-batch-num pic 9(6).
         05 so-sman-num pic 999.
         05 so-name pic x(8).
         05 so-region pic x(3).
         05 so-plan-code pic x(3).
         05 so-mgr-num pic 999.
         05 so-adj-flag pic x.
         05 so-sales pic 9(7).
         05 so-rate pic 99v9(4).
         05 so-min pic 9(6).
         05 so-max pic 9(6).
         05 so-bonus-flag pic x.
         05 so-earned pic s9(7) sign leading separate.
         05 so-paid pic s9(7) sign leading separate.
         05 so-posted-date pic 9(8).
         05 so-posted-time pic 9(8).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value "N".
         05 ws-sort-eof-flag pic x value "N".
         05 ws-held-flag pic x value "N".
         05 ws-history-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-req-status pic xx value "00".
         05 ws-sim-plan-status pic xx value "00".
         05 ws-parm-status pic xx value "00".
         05 ws-plan-status pic xx value "00".
         05 ws-rundtl-status pic xx value "00".
         05 ws-hist-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-hundred-cnst pic 999 value 100.
       77 ws-abort-rc-cnst pic 99 value 16.
      *
       77 ws-default-threshold-cnst pic 9(6) value 300000.
       77 ws-default-bonusrate-cnst pic 9v9(4) value 0.1525.
       77 ws-plan-max-cnst pic 99 value 20.
       77 ws-tier-max-cnst pic 9 value 5.
       77 ws-dft-plan-cnst pic x(3) value "DFT".
      *
       77 ws-history-src-cnst pic x value "H".
       77 ws-run-detail-cnst pic x value "R".
       77 ws-restated-cnst pic x value "T".
       77 ws-rgn-max-cnst pic 99 value 50.
      *
       01 ws-abort-reason pic x(40) value spaces.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-year pic 9(4).
         05 ws-run-mmdd pic 9(4).
      *
       01 ws-sim-year pic 9(4) value 0.
      *
       01 ws-plan-parms.
         05 ws-threshold pic 9(6).
         05 ws-bonus-rate pic 9v9(4).
      *
      * the live plans as the commission run builds them, with the
      * company default in entry 1, and the proposed plans beside them.
      *
       01 ws-plan-table.
         05 ws-plan-entry occurs 20 times.
           10 pt-plan-code pic x(3).
           10 pt-tiers.
             15 pt-tier occurs 5 times.
               20 pt-break pic 9(6).
               20 pt-rate pic 9v9(4).
      *
       01 ws-sim-plan-table.
         05 ws-sim-plan-entry occurs 20 times.
           10 qt-plan-code pic x(3).
           10 qt-tiers.
             15 qt-tier occurs 5 times.
               20 qt-break pic 9(6).
               20 qt-rate pic 9v9(4).
      *
       01 ws-plan-ctl.
         05 ws-plan-count pic 99 value 0.
         05 ws-sim-plan-count pic 99 value 0.
         05 ws-plan-idx pic 99 value 0.
         05 ws-plan-use pic 99 value 0.
         05 ws-sim-plan-use pic 99 value 0.
         05 ws-tier-idx pic 9 value 0.
      *
      * the tiers a run is re-rated against: the proposed plan where
      * the proposal has one, otherwise the live plan.
      *
       01 ws-use-plan.
         05 ws-use-tier occurs 5 times.
           10 ws-use-break pic 9(6).
           10 ws-use-rate pic 9v9(4).
      *
       01 ws-plan-calc.
         05 ws-cur-sales pic 9(7).
         05 ws-rate-frac pic 9v9(6).
         05 ws-tier-upper pic 9(7).
         05 ws-tier-bonus pic 9(7).
         05 ws-hold-earned pic 9(7) value 0.
         05 ws-hold-bonus pic 9(7) value 0.
         05 ws-final-earned pic 9(7) value 0.
         05 ws-hold-paid pic 9(7) value 0.
         05 ws-bonus-flag pic x value "N".
      *
       01 ws-held-run.
         05 hd-rec-type pic x.
         05 hd-run-date pic 9(8).
         05 hd-run-time pic 9(8).
         05 hd-batch-num pic 9(6).
         05 hd-sman-num pic 999.
         05 hd-name pic x(8).
         05 hd-region pic x(3).
         05 hd-plan-code pic x(3).
         05 hd-mgr-num pic 999.
         05 hd-adj-flag pic x.
         05 hd-sales pic 9(7).
         05 hd-rate pic 99v9(4).
         05 hd-min pic 9(6).
         05 hd-max pic 9(6).
         05 hd-bonus-flag pic x.
         05 hd-earned pic s9(7) sign leading separate.
         05 hd-paid pic s9(7) sign leading separate.
         05 hd-posted-date pic 9(8).
         05 hd-posted-time pic 9(8).
      *
       01 ws-rep-ctl.
         05 ws-rep-sman-num pic 999 value 0.
         05 ws-rep-name pic x(8) value spaces.
         05 ws-rep-region pic x(3) value spaces.
         05 ws-rep-runs pic 9(4) value 0.
         05 ws-rep-cur-earned pic s9(9) value 0.
         05 ws-rep-cur-paid pic s9(9) value 0.
         05 ws-rep-new-earned pic s9(9) value 0.
         05 ws-rep-new-paid pic s9(9) value 0.
         05 ws-rep-cur-bonus pic x value "N".
         05 ws-rep-new-bonus pic x value "N".
         05 ws-rep-change pic s9(9) value 0.
      *
       01 ws-simulated-table.
         05 ws-simulated-flag pic x occurs 999 times.
      *
       01 ws-region-table.
         05 ws-rgn-entry occurs 50 times.
           10 rg-region pic x(3).
           10 rg-rep-count pic 9(5).
           10 rg-cur-earned pic s9(9).
           10 rg-cur-paid pic s9(9).
           10 rg-new-earned pic s9(9).
           10 rg-new-paid pic s9(9).
      *
       01 ws-rgn-ctl.
         05 ws-rgn-count pic 99 value 0.
         05 ws-rgn-idx pic 99 value 0.
         05 ws-rgn-found pic 99 value 0.
      *
       01 ws-totals.
         05 ws-rep-count pic 9(5) value 0.
         05 ws-run-count pic 9(6) value 0.
         05 ws-into-bonus-count pic 9(5) value 0.
         05 ws-outof-bonus-count pic 9(5) value 0.
         05 ws-not-sim-count pic 9(5) value 0.
         05 ws-total-cur-earned pic s9(9) value 0.
         05 ws-total-cur-paid pic s9(9) value 0.
         05 ws-total-new-earned pic s9(9) value 0.
         05 ws-total-new-paid pic s9(9) value 0.
         05 ws-total-change pic s9(9) value 0.
      *
       01 ws-pct-calc.
         05 ws-change-work pic s9(11) value 0.
         05 ws-change-pct pic s9(5)v9 value 0.
      *
       01 ws-rpt-heading1.
         05 filler pic x(32) value spaces.
         05 filler pic x(26) value "COMMISSION PLAN SIMULATION".
      *
       01 ws-rpt-heading2.
         05 filler pic x(5) value "YEAR ".
         05 ws-head-year pic 9(4).
         05 filler pic x(3) value spaces.
         05 filler pic x(16) value "CURRENT FIGURES ".
         05 ws-head-source pic x(18).
         05 filler pic x(3) value spaces.
         05 filler pic x(15) value "PROPOSED PLANS ".
         05 ws-head-plans pic z9.
      *
       77 ws-src-detail-cnst pic x(18) value "FROM RUN DETAIL".
       77 ws-src-history-cnst pic x(18) value "FROM YEAR-END HIST".
      *
       01 ws-rpt-heading3.
         05 filler pic x(30) value "REP  NAME      RGN  RUNS  CURR".
         05 filler pic x(30) value "ENT EARN  PROPSD EARN  CURRENT".
         05 filler pic x(32) value " PAID  PROPSD PAID      CHANGE".
      *
       01 ws-rpt-detail.
         05 ws-rpt-sman-num pic 999.
         05 filler pic x(2) value spaces.
         05 ws-rpt-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rpt-region pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-rpt-runs pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-rpt-cur-earned pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rpt-new-earned pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rpt-cur-paid pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rpt-new-paid pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rpt-change pic z,zzz,zz9-.
         05 filler pic x(1) value spaces.
         05 ws-rpt-mover pic x(3).
      *
       77 ws-into-cnst pic x(3) value "IN".
       77 ws-outof-cnst pic x(3) value "OUT".
      *
       01 ws-nosim-heading.
         05 filler pic x(30) value "IN HISTORY WITH NO RUN DETAIL ".
         05 filler pic x(15) value "- NOT SIMULATED".
      *
       01 ws-nosim-detail.
         05 ws-ns-sman-num pic 999.
         05 filler pic x(2) value spaces.
         05 ws-ns-name pic x(8).
         05 filler pic x(9) value spaces.
         05 ws-ns-earned pic z,zzz,zz9-.
         05 filler pic x(14) value spaces.
         05 ws-ns-paid pic z,zzz,zz9-.
      *
       01 ws-rgn-heading1.
         05 filler pic x(36) value spaces.
         05 filler pic x(20) value "SIMULATION BY REGION".
      *
       01 ws-rgn-heading2.
         05 filler pic x(30) value "REGION   REPS     CURRENT EARN".
         05 filler pic x(30) value "  PROPSD EARN  CURRENT PAID   ".
         05 filler pic x(32) value "PROPSD PAID      CHANGE".
      *
       01 ws-rgn-detail.
         05 ws-rg-region pic x(3).
         05 filler pic x(4) value spaces.
         05 ws-rg-reps pic zzzz9.
         05 filler pic x(3) value spaces.
         05 ws-rg-cur-earned pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rg-new-earned pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rg-cur-paid pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rg-new-paid pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rg-change pic zzz,zzz,zz9-.
      *
       01 ws-tot-rep-line.
         05 filler pic x(38) value "SALESPEOPLE SIMULATED".
         05 ws-tot-reps pic zzzz9.
      *
       01 ws-tot-run-line.
         05 filler pic x(38) value "RUNS RE-RATED".
         05 ws-tot-runs pic zzzz9.
      *
       01 ws-tot-into-line.
         05 filler pic x(38) value "SALESPEOPLE MOVING INTO BONUS".
         05 ws-tot-into pic zzzz9.
      *
       01 ws-tot-outof-line.
         05 filler pic x(38) value "SALESPEOPLE MOVING OUT OF BONUS".
         05 ws-tot-outof pic zzzz9.
      *
       01 ws-tot-nosim-line.
         05 filler pic x(38) value "IN HISTORY BUT NOT SIMULATED".
         05 ws-tot-nosim pic zzzz9.
      *
       01 ws-tot-cur-earned-line.
         05 filler pic x(38) value "CURRENT EARNED".
         05 ws-tot-cur-earned pic zzz,zzz,zz9-.
      *
       01 ws-tot-new-earned-line.
         05 filler pic x(38) value "PROPOSED EARNED".
         05 ws-tot-new-earned pic zzz,zzz,zz9-.
      *
       01 ws-tot-cur-paid-line.
         05 filler pic x(38) value "CURRENT PAID".
         05 ws-tot-cur-paid pic zzz,zzz,zz9-.
      *
       01 ws-tot-new-paid-line.
         05 filler pic x(38) value "PROPOSED PAID".
         05 ws-tot-new-paid pic zzz,zzz,zz9-.
      *
       01 ws-tot-change-line.
         05 filler pic x(38) value "CHANGE IN COMMISSION PAID".
         05 ws-tot-change pic zzz,zzz,zz9-.
      *
       01 ws-tot-pct-line.
         05 filler pic x(38) value "PERCENT CHANGE IN PAID".
         05 ws-tot-pct pic zzz9.9-.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

           perform 050-read-request.
           perform 055-read-parms.
           perform 060-load-plans.
           perform 070-load-proposed-plans.

           if ws-history-flag = ws-true-cnst
             then
               open input hist-file
               if ws-hist-status not = "00"
                 then
                   display "HISTORY FILE NOT AVAILABLE - STATUS "
                       ws-hist-status
                   move "COMMISSION HISTORY NOT AVAILABLE"
                       to ws-abort-reason
                   perform 999-abort-run
               end-if
           end-if.

           move spaces to ws-simulated-table.
           move zeros to ws-region-table.

           open output sim-rpt-file.

           move ws-sim-year to ws-head-year.
           move ws-sim-plan-count to ws-head-plans.

           if ws-history-flag = ws-true-cnst
             then
               move ws-src-history-cnst to ws-head-source
           else
               move ws-src-detail-cnst to ws-head-source
           end-if.

           write sim-rpt-line from ws-rpt-heading1.
           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-rpt-heading2
               after advancing 1 line.
           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-rpt-heading3
               after advancing 1 line.
           write sim-rpt-line from "" after advancing 1 line.

           sort run-sort-file
               on ascending key so-sman-num
                                so-run-date
                                so-run-time
                                so-posted-date
                                so-posted-time
               input procedure is 200-select-runs
               output procedure is 300-simulate-runs.

           if ws-history-flag = ws-true-cnst
             then
               perform 500-print-not-simulated
               close hist-file
           end-if.

           perform 600-print-region-section.
           perform 800-print-totals.

           close sim-rpt-file.

           display ws-rep-count " SALESPEOPLE SIMULATED FOR "
               ws-sim-year.

           goback.
      *
       050-read-request.
      *
      * with no request the prior year is simulated from run detail.
      *
           move ws-false-cnst to ws-history-flag.
           subtract ws-one-cnst from ws-run-year giving ws-sim-year.

           open input sim-req-file.

           if ws-req-status = "00"
             then
               read sim-req-file
                   at end
                       continue
                   not at end
                       if sq-source = ws-history-src-cnst
                         then
                           move ws-true-cnst to ws-history-flag
                       end-if
                       if sq-year is numeric
                         and sq-year > 0
                         then
                           move sq-year to ws-sim-year
                       end-if
               end-read
               close sim-req-file
           end-if.
      *
       055-read-parms.
      *
           move ws-default-threshold-cnst to ws-threshold.
           move ws-default-bonusrate-cnst to ws-bonus-rate.

           open input parm-file.

           if ws-parm-status = "00"
             then
               read parm-file
                   at end
                       continue
                   not at end
                       move pm-threshold to ws-threshold
                       move pm-bonus-rate to ws-bonus-rate
               end-read
               close parm-file
           end-if.
      *
       060-load-plans.
      *
           move zeros to ws-plan-table.

           move ws-one-cnst to ws-plan-count.
           move ws-dft-plan-cnst to pt-plan-code (1).
           move ws-threshold to pt-break (1, 1).
           move ws-bonus-rate to pt-rate (1, 1).

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
                       move pl-plan-code to pt-plan-code (ws-plan-count)
                       perform 067-load-plan-tier
                         varying ws-tier-idx from 1 by 1
                         until ws-tier-idx > ws-tier-max-cnst
                   else
                       display "COMMISSION PLAN TABLE FULL - PLAN "
                           pl-plan-code " IGNORED"
                   end-if
           end-read.
      *
       067-load-plan-tier.
      *
           move pl-break (ws-tier-idx)
               to pt-break (ws-plan-count, ws-tier-idx).
           move pl-rate (ws-tier-idx)
               to pt-rate (ws-plan-count, ws-tier-idx).
      *
       070-load-proposed-plans.
      *
      * the proposal must exist; simulating against nothing would just
      * report the live plans back.  a DFT entry in the proposal stands
      * in for the parameter-file default.
      *
           move zeros to ws-sim-plan-table.
           move 0 to ws-sim-plan-count.

           open input sim-plan-file.

           if ws-sim-plan-status not = "00"
             then
               move "PROPOSED PLAN FILE NOT AVAILABLE"
                   to ws-abort-reason
               perform 999-abort-run
           end-if.

           perform 075-load-proposed-rec
             until ws-sim-plan-status not = "00".

           close sim-plan-file.

           if ws-sim-plan-count = 0
             then
               move "PROPOSED PLAN FILE IS EMPTY" to ws-abort-reason
               perform 999-abort-run
           end-if.
      *
       075-load-proposed-rec.
      *
           read sim-plan-file
               at end
                   move "10" to ws-sim-plan-status
               not at end
                   if ws-sim-plan-count < ws-plan-max-cnst
                     then
                       add ws-one-cnst to ws-sim-plan-count
                       move sp-plan-code
                           to qt-plan-code (ws-sim-plan-count)
                       perform 077-load-proposed-tier
                         varying ws-tier-idx from 1 by 1
                         until ws-tier-idx > ws-tier-max-cnst
                   else
                       display "PROPOSED PLAN TABLE FULL - PLAN "
                           sp-plan-code " IGNORED"
                   end-if
           end-read.
      *
       077-load-proposed-tier.
      *
           move sp-break (ws-tier-idx)
               to qt-break (ws-sim-plan-count, ws-tier-idx).
           move sp-rate (ws-tier-idx)
               to qt-rate (ws-sim-plan-count, ws-tier-idx).
      *
       200-select-runs.
      *
           open input rundtl-file.

           if ws-rundtl-status not = "00"
             then
               display "RUN DETAIL FILE NOT AVAILABLE - STATUS "
                   ws-rundtl-status
           else
               move ws-false-cnst to ws-eof-flag
               perform 210-select-run-rec
                 until ws-eof-flag = ws-true-cnst
               close rundtl-file
           end-if.
      *
       210-select-run-rec.
      *
           read rundtl-file
               at end
                   move ws-true-cnst to ws-eof-flag
               not at end
                   if (rd-rec-type = ws-run-detail-cnst
                     or rd-rec-type = ws-restated-cnst)
                     and rd-run-year = ws-sim-year
                     then
                       release run-sort-rec from rundtl-rec
                   end-if
           end-read.
      *
       300-simulate-runs.
      *
           move ws-false-cnst to ws-sort-eof-flag.
           move ws-false-cnst to ws-held-flag.

           perform 310-return-run.

           perform 320-process-run-line
             until ws-sort-eof-flag = ws-true-cnst.

           if ws-held-flag = ws-true-cnst
             then
               perform 330-simulate-run
               perform 350-close-rep
           end-if.
      *
       310-return-run.
      *
           return run-sort-file
               at end
                   move ws-true-cnst to ws-sort-eof-flag
           end-return.
      *
       320-process-run-line.
      *
           if ws-held-flag = ws-true-cnst
             and (so-sman-num not = hd-sman-num
             or so-run-date not = hd-run-date
             or so-run-time not = hd-run-time)
             then
               perform 330-simulate-run
               if so-sman-num not = hd-sman-num
                 then
                   perform 350-close-rep
               end-if
           end-if.

           move run-sort-rec to ws-held-run.
           move ws-true-cnst to ws-held-flag.

           perform 310-return-run.
      *
       330-simulate-run.
      *
      * the run as it stands is the current figure; the same sales and
      * contract terms through the proposed tiers, with the commission
      * run's minimum and maximum rules, is the proposed figure.
      *
           perform 335-select-tiers.

           move hd-sales to ws-cur-sales.

           perform 340-calc-commission.

           if ws-bonus-flag = ws-true-cnst
             then
               if ws-final-earned > hd-max
                 then
                   move hd-max to ws-hold-paid
               else
                   move ws-final-earned to ws-hold-paid
               end-if
           else
               if ws-final-earned < hd-min
                 then
                   move hd-min to ws-hold-paid
               else
                   move ws-final-earned to ws-hold-paid
               end-if
           end-if.

           if hd-adj-flag = ws-true-cnst
             then
               subtract ws-final-earned from ws-rep-new-earned
               subtract ws-hold-paid from ws-rep-new-paid
           else
               add ws-final-earned to ws-rep-new-earned
               add ws-hold-paid to ws-rep-new-paid
               if ws-bonus-flag = ws-true-cnst
                 then
                   move ws-true-cnst to ws-rep-new-bonus
               end-if
               if hd-bonus-flag = ws-true-cnst
                 then
                   move ws-true-cnst to ws-rep-cur-bonus
               end-if
           end-if.

           add hd-earned to ws-rep-cur-earned.
           add hd-paid to ws-rep-cur-paid.

           add ws-one-cnst to ws-rep-runs.
           add ws-one-cnst to ws-run-count.

           move hd-sman-num to ws-rep-sman-num.
           move hd-name to ws-rep-name.
           move hd-region to ws-rep-region.
      *
       335-select-tiers.
      *
           move 0 to ws-sim-plan-use.

           perform 337-scan-proposed-entry
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-sim-plan-count.

           if ws-sim-plan-use > 0
             then
               move qt-tiers (ws-sim-plan-use) to ws-use-plan
           else
               move ws-one-cnst to ws-plan-use
               perform 336-scan-plan-entry
                 varying ws-plan-idx from 1 by 1
                 until ws-plan-idx > ws-plan-count
               move pt-tiers (ws-plan-use) to ws-use-plan
           end-if.
      *
       336-scan-plan-entry.
      *
           if pt-plan-code (ws-plan-idx) = hd-plan-code
             then
               move ws-plan-idx to ws-plan-use
           end-if.
      *
       337-scan-proposed-entry.
      *
           if qt-plan-code (ws-plan-idx) = hd-plan-code
             then
               move ws-plan-idx to ws-sim-plan-use
           end-if.
      *
       340-calc-commission.
      *
      * base commission is the contract rate on the whole sales amount;
      * each tier then pays its own rate on the slice of sales between
      * its break and the next, as in the commission run.
      *
           divide hd-rate by ws-hundred-cnst giving ws-rate-frac.
           multiply ws-cur-sales by ws-rate-frac
               giving ws-hold-earned rounded.

           move 0 to ws-hold-bonus.
           move ws-false-cnst to ws-bonus-flag.

           perform 345-walk-tier
             varying ws-tier-idx from 1 by 1
             until ws-tier-idx > ws-tier-max-cnst.

           add ws-hold-earned to ws-hold-bonus giving ws-final-earned.
      *
       345-walk-tier.
      *
           if ws-use-break (ws-tier-idx) > 0
             and ws-cur-sales > ws-use-break (ws-tier-idx)
             then
               move ws-true-cnst to ws-bonus-flag
               move ws-cur-sales to ws-tier-upper
               if ws-tier-idx < ws-tier-max-cnst
                 then
                   if ws-use-break (ws-tier-idx + 1) > 0
                     and ws-use-break (ws-tier-idx + 1) <
                         ws-cur-sales
                     then
                       move ws-use-break (ws-tier-idx + 1)
                           to ws-tier-upper
                   end-if
               end-if
               subtract ws-use-break (ws-tier-idx)
                   from ws-tier-upper
               multiply ws-tier-upper
                   by ws-use-rate (ws-tier-idx)
                   giving ws-tier-bonus rounded
               add ws-tier-bonus to ws-hold-bonus
           end-if.
      *
       350-close-rep.
      *
      * under history the archived year-end figures are what was
      * actually paid for the year, so they replace the run totals as
      * the current side.
      *
           if ws-history-flag = ws-true-cnst
             then
               move ws-rep-sman-num to hs-sman-num
               move ws-sim-year to hs-year
               read hist-file
                   invalid key
                       continue
                   not invalid key
                       move hs-earned to ws-rep-cur-earned
                       move hs-paid to ws-rep-cur-paid
                       if hs-bonus-count > 0
                         then
                           move ws-true-cnst to ws-rep-cur-bonus
                       else
                           move ws-false-cnst to ws-rep-cur-bonus
                       end-if
               end-read
           end-if.

           move ws-true-cnst to ws-simulated-flag (ws-rep-sman-num).

           subtract ws-rep-cur-paid from ws-rep-new-paid
               giving ws-rep-change.

           move spaces to ws-rpt-mover.

           if ws-rep-new-bonus = ws-true-cnst
             and ws-rep-cur-bonus = ws-false-cnst
             then
               move ws-into-cnst to ws-rpt-mover
               add ws-one-cnst to ws-into-bonus-count
           end-if.

           if ws-rep-new-bonus = ws-false-cnst
             and ws-rep-cur-bonus = ws-true-cnst
             then
               move ws-outof-cnst to ws-rpt-mover
               add ws-one-cnst to ws-outof-bonus-count
           end-if.

           move ws-rep-sman-num to ws-rpt-sman-num.
           move ws-rep-name to ws-rpt-name.
           move ws-rep-region to ws-rpt-region.
           move ws-rep-runs to ws-rpt-runs.
           move ws-rep-cur-earned to ws-rpt-cur-earned.
           move ws-rep-new-earned to ws-rpt-new-earned.
           move ws-rep-cur-paid to ws-rpt-cur-paid.
           move ws-rep-new-paid to ws-rpt-new-paid.
           move ws-rep-change to ws-rpt-change.

           write sim-rpt-line from ws-rpt-detail.

           add ws-one-cnst to ws-rep-count.
           add ws-rep-cur-earned to ws-total-cur-earned.
           add ws-rep-cur-paid to ws-total-cur-paid.
           add ws-rep-new-earned to ws-total-new-earned.
           add ws-rep-new-paid to ws-total-new-paid.

           perform 360-accumulate-region.

           move 0 to ws-rep-runs.
           move 0 to ws-rep-cur-earned.
           move 0 to ws-rep-cur-paid.
           move 0 to ws-rep-new-earned.
           move 0 to ws-rep-new-paid.
           move ws-false-cnst to ws-rep-cur-bonus.
           move ws-false-cnst to ws-rep-new-bonus.
      *
       360-accumulate-region.
      *
      * a salesperson counts in the region of their latest run.
      *
           move 0 to ws-rgn-found.

           perform 365-scan-region-entry
             varying ws-rgn-idx from 1 by 1
             until ws-rgn-idx > ws-rgn-count.

           if ws-rgn-found = 0
             then
               if ws-rgn-count < ws-rgn-max-cnst
                 then
                   add ws-one-cnst to ws-rgn-count
                   move ws-rgn-count to ws-rgn-found
                   move ws-rep-region to rg-region (ws-rgn-found)
               else
                   display "REGION TABLE FULL - REGION " ws-rep-region
                       " NOT SUBTOTALLED"
               end-if
           end-if.

           if ws-rgn-found > 0
             then
               add ws-one-cnst to rg-rep-count (ws-rgn-found)
               add ws-rep-cur-earned to rg-cur-earned (ws-rgn-found)
               add ws-rep-cur-paid to rg-cur-paid (ws-rgn-found)
               add ws-rep-new-earned to rg-new-earned (ws-rgn-found)
               add ws-rep-new-paid to rg-new-paid (ws-rgn-found)
           end-if.
      *
       365-scan-region-entry.
      *
           if rg-region (ws-rgn-idx) = ws-rep-region
             then
               move ws-rgn-idx to ws-rgn-found
           end-if.
      *
       500-print-not-simulated.
      *
      * a salesperson archived for the year with no run detail cannot
      * be re-rated; they are listed so the gap is visible, and kept
      * out of the totals.
      *
           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-nosim-heading
               after advancing 1 line.
           write sim-rpt-line from "" after advancing 1 line.

           move low-values to hs-key.

           start hist-file key is not less than hs-key
               invalid key
                   move "10" to ws-hist-status
           end-start.

           perform 510-check-history-rec
             until ws-hist-status not = "00".
      *
       510-check-history-rec.
      *
           read hist-file next record
               at end
                   move "10" to ws-hist-status
               not at end
                   if hs-year = ws-sim-year
                     and hs-sman-num > 0
                     and ws-simulated-flag (hs-sman-num)
                         not = ws-true-cnst
                     then
                       move hs-sman-num to ws-ns-sman-num
                       move hs-name to ws-ns-name
                       move hs-earned to ws-ns-earned
                       move hs-paid to ws-ns-paid
                       write sim-rpt-line from ws-nosim-detail
                       add ws-one-cnst to ws-not-sim-count
                   end-if
           end-read.
      *
       600-print-region-section.
      *
           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-rgn-heading1
               after advancing 1 line.
           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-rgn-heading2
               after advancing 1 line.
           write sim-rpt-line from "" after advancing 1 line.

           perform 610-print-region-line
             varying ws-rgn-idx from 1 by 1
             until ws-rgn-idx > ws-rgn-count.
      *
       610-print-region-line.
      *
           move rg-region (ws-rgn-idx) to ws-rg-region.
           move rg-rep-count (ws-rgn-idx) to ws-rg-reps.
           move rg-cur-earned (ws-rgn-idx) to ws-rg-cur-earned.
           move rg-new-earned (ws-rgn-idx) to ws-rg-new-earned.
           move rg-cur-paid (ws-rgn-idx) to ws-rg-cur-paid.
           move rg-new-paid (ws-rgn-idx) to ws-rg-new-paid.

           subtract rg-cur-paid (ws-rgn-idx)
               from rg-new-paid (ws-rgn-idx) giving ws-rep-change.
           move ws-rep-change to ws-rg-change.

           write sim-rpt-line from ws-rgn-detail.
      *
       800-print-totals.
      *
           subtract ws-total-cur-paid from ws-total-new-paid
               giving ws-total-change.

           move 0 to ws-change-pct.

           if ws-total-cur-paid not = 0
             then
               multiply ws-total-change by ws-hundred-cnst
                   giving ws-change-work
               divide ws-change-work by ws-total-cur-paid
                   giving ws-change-pct rounded
                   on size error
                       move 0 to ws-change-pct
               end-divide
           end-if.

           move ws-rep-count to ws-tot-reps.
           move ws-run-count to ws-tot-runs.
           move ws-into-bonus-count to ws-tot-into.
           move ws-outof-bonus-count to ws-tot-outof.
           move ws-not-sim-count to ws-tot-nosim.
           move ws-total-cur-earned to ws-tot-cur-earned.
           move ws-total-new-earned to ws-tot-new-earned.
           move ws-total-cur-paid to ws-tot-cur-paid.
           move ws-total-new-paid to ws-tot-new-paid.
           move ws-total-change to ws-tot-change.
           move ws-change-pct to ws-tot-pct.

           write sim-rpt-line from "" after advancing 1 line.
           write sim-rpt-line from ws-tot-rep-line.
           write sim-rpt-line from ws-tot-run-line.
           write sim-rpt-line from ws-tot-into-line.
           write sim-rpt-line from ws-tot-outof-line.

           if ws-history-flag = ws-true-cnst
             then
               write sim-rpt-line from ws-tot-nosim-line
           end-if.

           write sim-rpt-line from ws-tot-cur-earned-line.
           write sim-rpt-line from ws-tot-new-earned-line.
           write sim-rpt-line from ws-tot-cur-paid-line.
           write sim-rpt-line from ws-tot-new-paid-line.
           write sim-rpt-line from ws-tot-change-line.
           write sim-rpt-line from ws-tot-pct-line.
      *
       999-abort-run.
      *
           display "*** SIMULATION ABORTED - " ws-abort-reason " ***".

           move ws-abort-rc-cnst to return-code.

           goback.
      *
       end program A3-PlanSim.
