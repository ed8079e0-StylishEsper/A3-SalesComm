       identification division.
       program-id. A3-TrueUp.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Re-rates posted commission runs after a
      *retroactive change to a commission plan.  The parameter file
      *names the plan code, the date the change takes effect and the
      *mode.  Every run on the run detail file for that plan on or
      *after the effective date is re-rated through the same rate and
      *tier calculation the commission run uses, against the plan as
      *it now stands on A3-PLAN.DAT, with each run's own sales and
      *contract terms.  A register shows each run as paid and as it
      *should have been, with the difference per salesperson.  In
      *update mode the differences are written as plan true-up (C)
      *records, wrapped per region with the usual transmission header
      *and trailer, onto the transmission file for the next intake,
      *and the re-rated runs are restated on the run detail file so
      *the same change is never paid twice.  The restated lines are
      *posted under this run's date and time, both printed on the
      *register heading.  Should the true-up records not be paid by
      *the commission run, the operator backs out of the run detail
      *file every restated (T) line carrying that posted date and time
      *before the change is run again.  Proof mode prints the register
      *only.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select tu-parm-file
               assign to "../../../A3-SalesComm/A3-TUPARM.DAT"
               organization is line sequential
               file status is ws-tu-parm-status.

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

           select tu-work-file
               assign to "../../../A3-SalesComm/A3-TUWORK.DAT"
               organization is line sequential
               file status is ws-tu-work-status.

           select xmit-file
               assign to "../../../A3-SalesComm/A3-XMIT.DAT"
               organization is line sequential
               file status is ws-xmit-status.

           select register-file
               assign to "../../../A3-SalesComm/A3-TUREG.OUT"
               organization is line sequential.

           select run-sort-file
               assign to "../../../A3-SalesComm/A3-TUSORT.WRK".

           select xmit-sort-file
               assign to "../../../A3-SalesComm/A3-TUXSRT.WRK".
      *
       data division.
       file section.
       fd tu-parm-file
           data record is tu-parm-rec
           record contains 12 characters.
      *
       01 tu-parm-rec.
         05 tp-plan-code pic x(3).
         05 tp-eff-date pic 9(8).
         05 tp-run-mode pic x.
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
       fd tu-work-file
           data record is tu-work-rec
           record contains 39 characters.
      *
       01 tu-work-rec pic x(39).
      *
       fd xmit-file
           data record is xmit-rec
           record contains 39 characters.
      *
       01 xmit-rec pic x(39).
      *
       01 xmit-region-hdr.
         05 xh-rec-type pic x.
         05 xh-region pic x(3).
         05 xh-xmit-date pic 9(8).
         05 filler pic x(27).
      *
       01 xmit-region-trl.
         05 xe-rec-type pic x.
         05 xe-rec-count pic 9(6).
         05 xe-sales-hash pic 9(9).
         05 filler pic x(23).
      *
       fd register-file
           data record is register-line
           record contains 92 characters.
      *
       01 register-line pic x(92).
      *
      * the run sort brings each salesperson's runs together in run
      * order, with the original line and any restatements of it in
      * the order they were posted, so the last line of a run is what
      * that run currently stands at.
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
       sd xmit-sort-file
           data record is xmit-sort-rec.
      *
       01 xmit-sort-rec.
         05 xs-rec-type pic x.
         05 xs-sman-num pic 999.
         05 xs-eff-date pic 9(8).
         05 xs-earned-amt pic 9(6).
         05 xs-earned-sign pic x.
         05 xs-paid-amt pic 9(6).
         05 xs-paid-sign pic x.
         05 xs-plan-code pic x(3).
         05 filler pic x(7).
         05 xs-region pic x(3).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value "N".
         05 ws-sort-eof-flag pic x value "N".
         05 ws-held-flag pic x value "N".
         05 ws-in-region-flag pic x value "N".
         05 ws-update-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-tu-parm-status pic xx value "00".
         05 ws-parm-status pic xx value "00".
         05 ws-plan-status pic xx value "00".
         05 ws-rundtl-status pic xx value "00".
         05 ws-tu-work-status pic xx value "00".
         05 ws-xmit-status pic xx value "00".
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
       77 ws-update-mode-cnst pic x value "U".
       77 ws-run-detail-cnst pic x value "R".
       77 ws-restated-cnst pic x value "T".
       77 ws-trueup-cnst pic x value "C".
       77 ws-rgn-hdr-cnst pic x value "R".
       77 ws-rgn-trl-cnst pic x value "E".
       77 ws-plus-cnst pic x value "+".
       77 ws-minus-cnst pic x value "-".
       77 ws-amount-max-cnst pic 9(6) value 999999.
      *
       01 ws-abort-reason pic x(40) value spaces.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
      *
       01 ws-tu-request.
         05 ws-tu-plan pic x(3) value spaces.
         05 ws-tu-eff-date pic 9(8) value 0.
      *
       01 ws-plan-parms.
         05 ws-threshold pic 9(6).
         05 ws-bonus-rate pic 9v9(4).
      *
       01 ws-plan-table.
         05 ws-plan-entry occurs 20 times.
           10 pt-plan-code pic x(3).
           10 pt-tier occurs 5 times.
             15 pt-break pic 9(6).
             15 pt-rate pic 9v9(4).
      *
       01 ws-plan-ctl.
         05 ws-plan-count pic 99 value 0.
         05 ws-plan-idx pic 99 value 0.
         05 ws-plan-use pic 99 value 0.
         05 ws-tier-idx pic 9 value 0.
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
      * the run being re-rated: the latest line on file for one
      * salesperson's run, held until the next line shows it is the
      * latest.
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
       01 ws-rerate-calc.
         05 ws-new-earned pic s9(7) value 0.
         05 ws-new-paid pic s9(7) value 0.
         05 ws-diff-earned pic s9(7) value 0.
         05 ws-diff-paid pic s9(7) value 0.
      *
       01 ws-rep-ctl.
         05 ws-rep-sman-num pic 999 value 0.
         05 ws-rep-name pic x(8) value spaces.
         05 ws-rep-region pic x(3) value spaces.
         05 ws-rep-earned pic s9(7) value 0.
         05 ws-rep-paid pic s9(7) value 0.
         05 ws-rem-earned pic s9(7) value 0.
         05 ws-rem-paid pic s9(7) value 0.
         05 ws-chunk-amt pic 9(7) value 0.
      *
      * the correction record as it goes to the intake; same layout
      * as the plan true-up record on A3.dat.
      *
       01 ws-trueup-rec.
         05 tu-rec-type pic x.
         05 tu-sman-num pic 999.
         05 tu-eff-date pic 9(8).
         05 tu-earned-amt pic 9(6).
         05 tu-earned-sign pic x.
         05 tu-paid-amt pic 9(6).
         05 tu-paid-sign pic x.
         05 tu-plan-code pic x(3).
         05 filler pic x(7) value spaces.
         05 tu-region pic x(3).
      *
       01 ws-xmit-ctl.
         05 ws-cur-region pic x(3) value spaces.
         05 ws-region-count pic 9(6) value 0.
         05 ws-region-hash pic 9(9) value 0.
      *
       01 ws-totals.
         05 ws-run-count pic 9(6) value 0.
         05 ws-changed-count pic 9(6) value 0.
         05 ws-rep-count pic 9(5) value 0.
         05 ws-trueup-count pic 9(5) value 0.
         05 ws-region-total pic 999 value 0.
         05 ws-total-earned pic s9(9) value 0.
         05 ws-total-paid pic s9(9) value 0.
      *
       01 ws-reg-heading1.
         05 filler pic x(35) value spaces.
         05 filler pic x(21) value "PLAN TRUE-UP REGISTER".
      *
       01 ws-reg-heading2.
         05 filler pic x(5) value "PLAN ".
         05 ws-head-plan pic x(3).
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "EFFECTIVE ".
         05 ws-head-eff-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "RUN DATE ".
         05 ws-head-run-date pic 9(8).
         05 filler pic x(6) value " TIME ".
         05 ws-head-run-time pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-head-mode pic x(11).
      *
       77 ws-update-txt-cnst pic x(11) value "UPDATE".
       77 ws-proof-txt-cnst pic x(11) value "PROOF ONLY".
      *
       01 ws-reg-heading3.
         05 filler pic x(33) value "REP  NAME      RUN DATE  BATCH".
         05 filler pic x(30) value "  SALES  WAS EARNED  NOW EARNE".
         05 filler pic x(28) value "D    WAS PAID    NOW PAID".
      *
       01 ws-reg-detail.
         05 ws-rd-sman-num pic 999.
         05 filler pic x(2) value spaces.
         05 ws-rd-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rd-run-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-rd-batch-num pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-rd-sales pic z,zzz,zz9.
         05 ws-rd-adj pic x(1).
         05 filler pic x(1) value spaces.
         05 ws-rd-was-earned pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rd-now-earned pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rd-was-paid pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rd-now-paid pic z,zzz,zz9-.
      *
       01 ws-reg-rep-line.
         05 filler pic x(13) value spaces.
         05 filler pic x(14) value "TRUE-UP EARNED".
         05 ws-rr-earned pic z,zzz,zz9-.
         05 filler pic x(3) value spaces.
         05 filler pic x(4) value "PAID".
         05 ws-rr-paid pic z,zzz,zz9-.
         05 filler pic x(3) value spaces.
         05 ws-rr-disp pic x(35).
      *
       77 ws-no-change-cnst pic x(35) value "NO CHANGE".
       77 ws-written-cnst pic x(35) value "WRITTEN TO TRANSMISSION".
       77 ws-not-written-cnst pic x(35)
           value "PROOF ONLY - NOT WRITTEN".
      *
       01 ws-tot-rep-line.
         05 filler pic x(38) value "SALESPEOPLE RE-RATED".
         05 ws-tot-reps pic zzzz9.
      *
       01 ws-tot-run-line.
         05 filler pic x(38) value "RUNS RE-RATED".
         05 ws-tot-runs pic zzzz9.
      *
       01 ws-tot-changed-line.
         05 filler pic x(38) value "RUNS CHANGED BY THE PLAN REVISION".
         05 ws-tot-changed pic zzzz9.
      *
       01 ws-tot-trueup-line.
         05 filler pic x(38) value "TRUE-UP RECORDS".
         05 ws-tot-trueups pic zzzz9.
      *
       01 ws-tot-region-line.
         05 filler pic x(38) value "REGION TRANSMISSIONS WRITTEN".
         05 ws-tot-regions pic zzzz9.
      *
       01 ws-tot-earned-line.
         05 filler pic x(38) value "NET EARNED TRUE-UP".
         05 ws-tot-earned pic zzz,zzz,zz9-.
      *
       01 ws-tot-paid-line.
         05 filler pic x(38) value "NET PAID TRUE-UP".
         05 ws-tot-paid pic zzz,zzz,zz9-.
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.

           perform 050-read-request.
           perform 055-read-parms.
           perform 060-load-plans.
           perform 070-find-plan.

           if ws-plan-use = 0
             then
               display "PLAN " ws-tu-plan " IS NOT ON THE PLAN FILE"
               move "TRUE-UP PLAN NOT FOUND" to ws-abort-reason
               perform 999-abort-run
           end-if.

           open output register-file.

           move ws-tu-plan to ws-head-plan.
           move ws-tu-eff-date to ws-head-eff-date.
           move ws-run-date to ws-head-run-date.
           move ws-run-time to ws-head-run-time.

           if ws-update-flag = ws-true-cnst
             then
               move ws-update-txt-cnst to ws-head-mode
           else
               move ws-proof-txt-cnst to ws-head-mode
           end-if.

           write register-line from ws-reg-heading1.
           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-heading3
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           sort run-sort-file
               on ascending key so-sman-num
                                so-run-date
                                so-run-time
                                so-posted-date
                                so-posted-time
               input procedure is 200-select-runs
               output procedure is 300-rerate-runs.

      * the corrections are grouped by region so each region's block
      * proves out against its own header and trailer at intake.
      *
           if ws-update-flag = ws-true-cnst
             and ws-trueup-count > 0
             then
               sort xmit-sort-file
                   on ascending key xs-region
                                    xs-sman-num
                   using tu-work-file
                   output procedure is 400-write-transmission
           end-if.

           perform 800-print-totals.

           close register-file.

           display ws-run-count " RUNS RE-RATED FOR PLAN " ws-tu-plan
               " - " ws-trueup-count " TRUE-UP RECORDS".

           goback.
      *
       050-read-request.
      *
           open input tu-parm-file.

           if ws-tu-parm-status not = "00"
             then
               move "TRUE-UP PARAMETER FILE NOT AVAILABLE"
                   to ws-abort-reason
               perform 999-abort-run
           end-if.

           read tu-parm-file
               at end
                   move "TRUE-UP PARAMETER FILE IS EMPTY"
                       to ws-abort-reason
                   perform 999-abort-run
           end-read.

           close tu-parm-file.

           if tp-plan-code = spaces
             then
               move "TRUE-UP PLAN CODE IS MISSING" to ws-abort-reason
               perform 999-abort-run
           end-if.

           if tp-eff-date is not numeric
             or tp-eff-date = 0
             then
               move "TRUE-UP EFFECTIVE DATE IS NOT VALID"
                   to ws-abort-reason
               perform 999-abort-run
           end-if.

           move tp-plan-code to ws-tu-plan.
           move tp-eff-date to ws-tu-eff-date.

           if tp-run-mode = ws-update-mode-cnst
             then
               move ws-true-cnst to ws-update-flag
           else
               move ws-false-cnst to ws-update-flag
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
      * the plan table is built exactly as the commission run builds
      * it, so a re-rate of the default plan sees the same tiers.
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
       070-find-plan.
      *
           move 0 to ws-plan-use.

           perform 075-scan-plan-entry
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count.
      *
       075-scan-plan-entry.
      *
           if pt-plan-code (ws-plan-idx) = ws-tu-plan
             then
               move ws-plan-idx to ws-plan-use
           end-if.
      *
       200-select-runs.
      *
      * only runs paid on the plan being revised, from the date the
      * revision takes effect, are re-rated.
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
                     and rd-plan-code = ws-tu-plan
                     and rd-run-date >= ws-tu-eff-date
                     then
                       release run-sort-rec from rundtl-rec
                   end-if
           end-read.
      *
       300-rerate-runs.
      *
           if ws-update-flag = ws-true-cnst
             then
               open extend rundtl-file
               if ws-rundtl-status = "35"
                 then
                   open output rundtl-file
               end-if
               open output tu-work-file
           end-if.

           move ws-false-cnst to ws-sort-eof-flag.
           move ws-false-cnst to ws-held-flag.

           perform 310-return-run.

           perform 320-process-run-line
             until ws-sort-eof-flag = ws-true-cnst.

           if ws-held-flag = ws-true-cnst
             then
               perform 330-rerate-run
               perform 350-close-rep
           end-if.

           if ws-update-flag = ws-true-cnst
             then
               close rundtl-file, tu-work-file
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
      * a new run, or a new salesperson, means the held line was the
      * latest for its run and can be re-rated.
      *
           if ws-held-flag = ws-true-cnst
             and (so-sman-num not = hd-sman-num
             or so-run-date not = hd-run-date
             or so-run-time not = hd-run-time)
             then
               perform 330-rerate-run
               if so-sman-num not = hd-sman-num
                 then
                   perform 350-close-rep
               end-if
           end-if.

           move run-sort-rec to ws-held-run.
           move ws-true-cnst to ws-held-flag.

           perform 310-return-run.
      *
       330-rerate-run.
      *
      * the run is rated again with its own sales and contract terms
      * against the revised plan, with the same minimum and maximum
      * rules the commission run applies; an adjustment reverses what
      * the sale earns and pays.
      *
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
               subtract ws-final-earned from zero giving ws-new-earned
               subtract ws-hold-paid from zero giving ws-new-paid
           else
               move ws-final-earned to ws-new-earned
               move ws-hold-paid to ws-new-paid
           end-if.

           subtract hd-earned from ws-new-earned giving ws-diff-earned.
           subtract hd-paid from ws-new-paid giving ws-diff-paid.

           add ws-one-cnst to ws-run-count.
           add ws-diff-earned to ws-rep-earned.
           add ws-diff-paid to ws-rep-paid.

           move hd-sman-num to ws-rep-sman-num.
           move hd-name to ws-rep-name.
           move hd-region to ws-rep-region.

           move hd-sman-num to ws-rd-sman-num.
           move hd-name to ws-rd-name.
           move hd-run-date to ws-rd-run-date.
           move hd-batch-num to ws-rd-batch-num.
           move hd-sales to ws-rd-sales.
           move hd-earned to ws-rd-was-earned.
           move ws-new-earned to ws-rd-now-earned.
           move hd-paid to ws-rd-was-paid.
           move ws-new-paid to ws-rd-now-paid.

           if hd-adj-flag = ws-true-cnst
             then
               move "A" to ws-rd-adj
           else
               move space to ws-rd-adj
           end-if.

           write register-line from ws-reg-detail.

           if ws-diff-earned not = 0
             or ws-diff-paid not = 0
             then
               add ws-one-cnst to ws-changed-count
               if ws-update-flag = ws-true-cnst
                 then
                   perform 335-write-restated-run
               end-if
           end-if.
      *
       335-write-restated-run.
      *
      * the restated line carries the run's identity with the amounts
      * the revised plan produces; the next re-rate of this run starts
      * from here.
      *
           move ws-held-run to rundtl-rec.
           move ws-restated-cnst to rd-rec-type.
           move ws-tu-plan to rd-plan-code.
           move ws-bonus-flag to rd-bonus-flag.
           move ws-new-earned to rd-earned.
           move ws-new-paid to rd-paid.
           move ws-run-date to rd-posted-date.
           move ws-run-time to rd-posted-time.

           write rundtl-rec.
      *
       340-calc-commission.
      *
      * base commission is the contract rate on the whole sales amount;
      * each plan tier then pays its own rate on the slice of sales
      * between its break and the next, as in the commission run.
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
           if pt-break (ws-plan-use, ws-tier-idx) > 0
             and ws-cur-sales > pt-break (ws-plan-use, ws-tier-idx)
             then
               move ws-true-cnst to ws-bonus-flag
               move ws-cur-sales to ws-tier-upper
               if ws-tier-idx < ws-tier-max-cnst
                 then
                   if pt-break (ws-plan-use, ws-tier-idx + 1) > 0
                     and pt-break (ws-plan-use, ws-tier-idx + 1) <
                         ws-cur-sales
                     then
                       move pt-break (ws-plan-use, ws-tier-idx + 1)
                           to ws-tier-upper
                   end-if
               end-if
               subtract pt-break (ws-plan-use, ws-tier-idx)
                   from ws-tier-upper
               multiply ws-tier-upper
                   by pt-rate (ws-plan-use, ws-tier-idx)
                   giving ws-tier-bonus rounded
               add ws-tier-bonus to ws-hold-bonus
           end-if.
      *
       350-close-rep.
      *
      * one correction per salesperson nets all of their re-rated runs;
      * it goes to the region they were last paid in.
      *
           add ws-one-cnst to ws-rep-count.

           move ws-rep-earned to ws-rr-earned.
           move ws-rep-paid to ws-rr-paid.

           if ws-rep-earned = 0
             and ws-rep-paid = 0
             then
               move ws-no-change-cnst to ws-rr-disp
           else
               add ws-rep-earned to ws-total-earned
               add ws-rep-paid to ws-total-paid
               if ws-update-flag = ws-true-cnst
                 then
                   move ws-rep-earned to ws-rem-earned
                   move ws-rep-paid to ws-rem-paid
                   perform 360-write-trueup-rec
                     until ws-rem-earned = 0
                       and ws-rem-paid = 0
                   move ws-written-cnst to ws-rr-disp
               else
                   add ws-one-cnst to ws-trueup-count
                   move ws-not-written-cnst to ws-rr-disp
               end-if
           end-if.

           write register-line from ws-reg-rep-line.
           write register-line from "".

           move 0 to ws-rep-earned.
           move 0 to ws-rep-paid.
      *
       360-write-trueup-rec.
      *
      * a correction too big for one record's amount fields goes out
      * as several; the commission run adds them back together.
      *
           move ws-trueup-cnst to tu-rec-type.
           move ws-rep-sman-num to tu-sman-num.
           move ws-tu-eff-date to tu-eff-date.
           move ws-tu-plan to tu-plan-code.
           move ws-rep-region to tu-region.

           if ws-rem-earned < 0
             then
               move ws-minus-cnst to tu-earned-sign
               subtract ws-rem-earned from zero giving ws-chunk-amt
           else
               move ws-plus-cnst to tu-earned-sign
               move ws-rem-earned to ws-chunk-amt
           end-if.

           if ws-chunk-amt > ws-amount-max-cnst
             then
               move ws-amount-max-cnst to ws-chunk-amt
           end-if.

           move ws-chunk-amt to tu-earned-amt.

           if ws-rem-earned < 0
             then
               add ws-chunk-amt to ws-rem-earned
           else
               subtract ws-chunk-amt from ws-rem-earned
           end-if.

           if ws-rem-paid < 0
             then
               move ws-minus-cnst to tu-paid-sign
               subtract ws-rem-paid from zero giving ws-chunk-amt
           else
               move ws-plus-cnst to tu-paid-sign
               move ws-rem-paid to ws-chunk-amt
           end-if.

           if ws-chunk-amt > ws-amount-max-cnst
             then
               move ws-amount-max-cnst to ws-chunk-amt
           end-if.

           move ws-chunk-amt to tu-paid-amt.

           if ws-rem-paid < 0
             then
               add ws-chunk-amt to ws-rem-paid
           else
               subtract ws-chunk-amt from ws-rem-paid
           end-if.

           write tu-work-rec from ws-trueup-rec.

           add ws-one-cnst to ws-trueup-count.
      *
       400-write-transmission.
      *
      * each region's corrections go out as a transmission of their
      * own, added after whatever the regions have already sent.
      *
           open extend xmit-file.

           if ws-xmit-status = "35"
             then
               open output xmit-file
           end-if.

           if ws-xmit-status not = "00"
             then
               display "TRANSMISSION FILE NOT AVAILABLE - STATUS "
                   ws-xmit-status
               move "TRUE-UP TRANSMISSION NOT WRITTEN"
                   to ws-abort-reason
               perform 999-abort-run
           end-if.

           move ws-false-cnst to ws-sort-eof-flag.
           move ws-false-cnst to ws-in-region-flag.

           perform 410-return-trueup.

           perform 420-write-trueup-xmit
             until ws-sort-eof-flag = ws-true-cnst.

           if ws-in-region-flag = ws-true-cnst
             then
               perform 430-write-region-trailer
           end-if.

           close xmit-file.
      *
       410-return-trueup.
      *
           return xmit-sort-file
               at end
                   move ws-true-cnst to ws-sort-eof-flag
           end-return.
      *
       420-write-trueup-xmit.
      *
           if ws-in-region-flag = ws-true-cnst
             and xs-region not = ws-cur-region
             then
               perform 430-write-region-trailer
           end-if.

           if ws-in-region-flag = ws-false-cnst
             then
               move spaces to xmit-region-hdr
               move ws-rgn-hdr-cnst to xh-rec-type
               move xs-region to xh-region
               move ws-run-date to xh-xmit-date
               write xmit-region-hdr
               move xs-region to ws-cur-region
               move 0 to ws-region-count
               move 0 to ws-region-hash
               move ws-true-cnst to ws-in-region-flag
               add ws-one-cnst to ws-region-total
           end-if.

           write xmit-rec from xmit-sort-rec.

           add ws-one-cnst to ws-region-count.
           add xs-earned-amt to ws-region-hash.

           perform 410-return-trueup.
      *
       430-write-region-trailer.
      *
           move spaces to xmit-region-trl.
           move ws-rgn-trl-cnst to xe-rec-type.
           move ws-region-count to xe-rec-count.
           move ws-region-hash to xe-sales-hash.
           write xmit-region-trl.

           move ws-false-cnst to ws-in-region-flag.
      *
       800-print-totals.
      *
           move ws-rep-count to ws-tot-reps.
           move ws-run-count to ws-tot-runs.
           move ws-changed-count to ws-tot-changed.
           move ws-trueup-count to ws-tot-trueups.
           move ws-region-total to ws-tot-regions.
           move ws-total-earned to ws-tot-earned.
           move ws-total-paid to ws-tot-paid.

           write register-line from "" after advancing 1 line.
           write register-line from ws-tot-rep-line.
           write register-line from ws-tot-run-line.
           write register-line from ws-tot-changed-line.
           write register-line from ws-tot-trueup-line.
           write register-line from ws-tot-region-line.
           write register-line from ws-tot-earned-line.
           write register-line from ws-tot-paid-line.
      *
       999-abort-run.
      *
           display "*** TRUE-UP ABORTED - " ws-abort-reason " ***".
           display "*** NO TRUE-UP RECORDS WERE WRITTEN ***".

           move ws-abort-rc-cnst to return-code.

           goback.
      *
       end program A3-TrueUp.
