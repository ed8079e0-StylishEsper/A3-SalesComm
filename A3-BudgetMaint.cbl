       identification division.
       program-id. A3-BudgetMaint.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Applies add/change/delete transactions to
      *the commission expense budget file, which holds finance's budget
      *for each GL cost center per monthly period.  A budget can only
      *be set for a cost center that a region on the region master
      *posts to.  Every transaction is listed on a register with its
      *disposition; A3-BudgetRpt measures each budget against the
      *commission actually posted to the GL by the commission runs.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select budget-tran-file
               assign to "../../../A3-SalesComm/A3-BGTRAN.DAT"
               organization is line sequential
               file status is ws-tran-status.

           select budget-file
               assign to "../../../A3-SalesComm/A3-BUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is bg-key
               file status is ws-budget-status.

           select region-file
               assign to "../../../A3-SalesComm/A3-RGN.DAT"
               organization is line sequential
               file status is ws-rgn-status.

           select register-file
               assign to "../../../A3-SalesComm/A3-BGREG.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd budget-tran-file
           data record is budget-tran-rec
           record contains 29 characters.
      *
       01 budget-tran-rec.
         05 tx-action pic x.
         05 tx-cost-center pic x(6).
         05 tx-period pic 9(6).
         05 tx-period-parts redefines tx-period.
           10 tx-period-year pic 9(4).
           10 tx-period-month pic 99.
         05 tx-budget pic 9(8).
         05 tx-user pic x(8).
      *
       fd budget-file
           data record is budget-rec.
      *
       01 budget-rec.
         05 bg-key.
           10 bg-cost-center pic x(6).
           10 bg-period pic 9(6).
         05 bg-budget pic 9(8).
         05 bg-user pic x(8).
         05 bg-date pic 9(8).
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
       fd register-file
           data record is register-line
           record contains 92 characters.
      *
       01 register-line pic x(92).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-reject-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-tran-status pic xx value "00".
         05 ws-budget-status pic xx value "00".
         05 ws-rgn-status pic xx value "00".
      *
       01 ws-rgn-avail-flag pic x value "Y".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
      *
       77 ws-add-cnst pic x value "A".
       77 ws-change-cnst pic x value "C".
       77 ws-delete-cnst pic x value "D".
       77 ws-months-cnst pic 99 value 12.
      *
       77 ws-rgn-max-cnst pic 99 value 50.
      *
       01 ws-region-table.
         05 ws-rgn-entry occurs 50 times.
           10 rt-cost-center pic x(6).
      *
       01 ws-rgn-ctl.
         05 ws-rgn-count pic 99 value 0.
         05 ws-rgn-idx pic 99 value 0.
         05 ws-rgn-found pic 99 value 0.
      *
       01 ws-counters.
         05 ws-tran-count pic 9(5) value 0.
         05 ws-applied-count pic 9(5) value 0.
         05 ws-rejected-count pic 9(5) value 0.
      *
       01 ws-run-date pic 9(8).
      *
       01 ws-reg-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "EXPENSE BUDGET MAINTENANCE".
      *
       01 ws-reg-heading2.
         05 filler pic x(32) value "ACT  CTR     PERIOD       BUDGET".
         05 filler pic x(13) value "   USER      ".
         05 filler pic x(47) value "DISPOSITION".
      *
       01 ws-reg-detail.
         05 ws-reg-action pic x.
         05 filler pic x(4) value spaces.
         05 ws-reg-cost-center pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-reg-period pic x(6).
         05 filler pic x(3) value spaces.
         05 ws-reg-budget pic zz,zzz,zz9.
         05 filler pic x(3) value spaces.
         05 ws-reg-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-reg-disp pic x(40).
      *
       01 ws-reg-tran-total.
         05 filler pic x(38)
             value "TRANSACTIONS READ                     ".
         05 ws-reg-num-tran pic zzzz9.
      *
       01 ws-reg-applied-total.
         05 filler pic x(38)
             value "TRANSACTIONS APPLIED                  ".
         05 ws-reg-num-applied pic zzzz9.
      *
       01 ws-reg-rejected-total.
         05 filler pic x(38)
             value "TRANSACTIONS REJECTED                 ".
         05 ws-reg-num-rejected pic zzzz9.
      *
       procedure division.
       000-main.
      *
           move ws-false-cnst to ws-eof-flag.

           open input budget-tran-file.

           if ws-tran-status not = "00"
             then
               display "BUDGET TRANSACTION FILE NOT AVAILABLE - "
                   "STATUS " ws-tran-status
               goback
           end-if.

           open i-o budget-file.

           if ws-budget-status = "35"
             then
               open output budget-file
               close budget-file
               open i-o budget-file
           end-if.

           if ws-budget-status not = "00"
             then
               display "BUDGET FILE NOT AVAILABLE - STATUS "
                   ws-budget-status
               close budget-tran-file
               goback
           end-if.

           perform 050-load-regions.

           open output register-file.

           accept ws-run-date from date yyyymmdd.

           write register-line from ws-reg-heading1.
           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           read budget-tran-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-process-tran
             until ws-eof-flag = ws-true-cnst.

           perform 800-print-totals.

           close budget-tran-file, budget-file, register-file.

           goback.
      *
       050-load-regions.
      *
      * the commission run posts each region under the region master's
      * cost center, so only those cost centers ever carry actuals; with
      * no region master on file the cost center is taken as keyed.
      *
           open input region-file.

           if ws-rgn-status = "00"
             then
               perform 055-load-region-rec
                 until ws-rgn-status not = "00"
               close region-file
           else
               move ws-false-cnst to ws-rgn-avail-flag
               display "REGION MASTER NOT AVAILABLE - STATUS "
                   ws-rgn-status " - REGIONS NOT VALIDATED"
           end-if.
      *
       055-load-region-rec.
      *
           read region-file
               at end
                   move "10" to ws-rgn-status
               not at end
                   if ws-rgn-count < ws-rgn-max-cnst
                     then
                       add ws-one-cnst to ws-rgn-count
                       move rg-cost-center
                           to rt-cost-center (ws-rgn-count)
                   else
                       display "REGION TABLE FULL - REGION " rg-region
                           " IGNORED"
                   end-if
           end-read.
      *
       100-process-tran.
      *
           add ws-one-cnst to ws-tran-count.

           move ws-false-cnst to ws-reject-flag.

           perform 200-edit-tran.

           if ws-reject-flag = ws-false-cnst
             then
               perform 300-apply-tran
           end-if.

           perform 700-print-register-line.

           read budget-tran-file
               at end
                   move ws-true-cnst to ws-eof-flag.
      *
       200-edit-tran.
      *
           if tx-action not = ws-add-cnst
             and tx-action not = ws-change-cnst
             and tx-action not = ws-delete-cnst
             then
               move ws-true-cnst to ws-reject-flag
               move "ACTION CODE IS NOT A, C OR D" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and tx-cost-center = spaces
             then
               move ws-true-cnst to ws-reject-flag
               move "COST CENTER IS MISSING" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and (tx-period is not numeric
             or tx-period-month = 0
             or tx-period-month > ws-months-cnst)
             then
               move ws-true-cnst to ws-reject-flag
               move "PERIOD IS NOT A VALID YYYYMM" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and tx-action not = ws-delete-cnst
             then
               perform 210-edit-budget
           end-if.
      *
       210-edit-budget.
      *
           if tx-budget is not numeric
             or tx-budget = 0
             then
               move ws-true-cnst to ws-reject-flag
               move "BUDGET AMOUNT IS NOT VALID" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and ws-rgn-avail-flag = ws-true-cnst
             then
               move 0 to ws-rgn-found
               perform 220-scan-region-entry
                 varying ws-rgn-idx from 1 by 1
                 until ws-rgn-idx > ws-rgn-count
               if ws-rgn-found = 0
                 then
                   move ws-true-cnst to ws-reject-flag
                   move "NO REGION POSTS TO THIS COST CENTER" to
                       ws-reg-disp
               end-if
           end-if.
      *
       220-scan-region-entry.
      *
           if rt-cost-center (ws-rgn-idx) = tx-cost-center
             then
               move ws-rgn-idx to ws-rgn-found
           end-if.
      *
       300-apply-tran.
      *
           move tx-cost-center to bg-cost-center.
           move tx-period to bg-period.

           if tx-action = ws-add-cnst
             then
               perform 310-apply-add
           end-if.

           if tx-action = ws-change-cnst
             then
               perform 320-apply-change
           end-if.

           if tx-action = ws-delete-cnst
             then
               perform 330-apply-delete
           end-if.
      *
       310-apply-add.
      *
           read budget-file
               invalid key
                   continue
               not invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "BUDGET ALREADY SET FOR THIS PERIOD" to
                       ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               move tx-cost-center to bg-cost-center
               move tx-period to bg-period
               move tx-budget to bg-budget
               move tx-user to bg-user
               move ws-run-date to bg-date
               write budget-rec
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "BUDGET FILE WRITE FAILED" to ws-reg-disp
               end-write
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-applied-count
               move "ADDED" to ws-reg-disp
           end-if.
      *
       320-apply-change.
      *
           read budget-file
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "NO BUDGET SET FOR THIS PERIOD" to ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               move tx-budget to bg-budget
               move tx-user to bg-user
               move ws-run-date to bg-date
               rewrite budget-rec
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "BUDGET FILE REWRITE FAILED" to ws-reg-disp
               end-rewrite
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-applied-count
               move "CHANGED" to ws-reg-disp
           end-if.
      *
       330-apply-delete.
      *
      * a budget can be withdrawn even after its cost center has gone
      * from the region master, so a delete only needs the budget.
      *
           read budget-file
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "NO BUDGET SET FOR THIS PERIOD" to ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               delete budget-file
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "BUDGET FILE DELETE FAILED" to ws-reg-disp
               end-delete
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-applied-count
               move "DELETED" to ws-reg-disp
           end-if.
      *
       700-print-register-line.
      *
           if ws-reject-flag = ws-true-cnst
             then
               add ws-one-cnst to ws-rejected-count
           end-if.

           move tx-action to ws-reg-action.
           move tx-cost-center to ws-reg-cost-center.
           move tx-period to ws-reg-period.
           move tx-user to ws-reg-user.

           if tx-budget is numeric
             then
               move tx-budget to ws-reg-budget
           else
               move 0 to ws-reg-budget
           end-if.

           display ws-reg-detail.

           write register-line from ws-reg-detail.
      *
       800-print-totals.
      *
           move ws-tran-count to ws-reg-num-tran.
           move ws-applied-count to ws-reg-num-applied.
           move ws-rejected-count to ws-reg-num-rejected.

           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-tran-total.
           write register-line from ws-reg-applied-total.
           write register-line from ws-reg-rejected-total.
      *
       end program A3-BudgetMaint.
