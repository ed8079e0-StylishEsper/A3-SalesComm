       identification division.
       program-id. A3-QuotaMaint.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Applies add/change/delete transactions to
      *the sales quota master, which holds one quota per salesperson
      *per monthly period together with the region the quota is
      *measured in.  A quota can only be set for a salesperson on the
      *master file who has not been terminated, and only against a
      *region on the region master.  Every transaction is listed on a
      *register with its disposition; A3-QuotaRpt measures each quota
      *against the sales actually paid by the commission runs.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select quota-tran-file
               assign to "../../../A3-SalesComm/A3-QTTRAN.DAT"
               organization is line sequential
               file status is ws-tran-status.

           select quota-file
               assign to "../../../A3-SalesComm/A3-QUOTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is qt-key
               file status is ws-quota-status.

           select sman-master-file
               assign to "../../../A3-SalesComm/A3-SMAN.MAS"
               organization is indexed
               access mode is dynamic
               record key is sm-sman-num
               file status is ws-sman-status.

           select region-file
               assign to "../../../A3-SalesComm/A3-RGN.DAT"
               organization is line sequential
               file status is ws-rgn-status.

           select register-file
               assign to "../../../A3-SalesComm/A3-QTREG.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd quota-tran-file
           data record is quota-tran-rec
           record contains 29 characters.
      *
       01 quota-tran-rec.
         05 tx-action pic x.
         05 tx-sman-num pic 999.
         05 tx-period pic 9(6).
         05 tx-period-parts redefines tx-period.
           10 tx-period-year pic 9(4).
           10 tx-period-month pic 99.
         05 tx-quota pic 9(8).
         05 tx-region pic x(3).
         05 tx-user pic x(8).
      *
       fd quota-file
           data record is quota-rec.
      *
       01 quota-rec.
         05 qt-key.
           10 qt-sman-num pic 999.
           10 qt-period pic 9(6).
         05 qt-quota pic 9(8).
         05 qt-region pic x(3).
         05 qt-user pic x(8).
         05 qt-date pic 9(8).
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
         05 ws-quota-status pic xx value "00".
         05 ws-sman-status pic xx value "00".
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
       77 ws-terminated-cnst pic x value "T".
       77 ws-months-cnst pic 99 value 12.
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
       01 ws-counters.
         05 ws-tran-count pic 9(5) value 0.
         05 ws-applied-count pic 9(5) value 0.
         05 ws-rejected-count pic 9(5) value 0.
      *
       01 ws-run-date pic 9(8).
      *
       01 ws-reg-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "SALES QUOTA MAINTENANCE".
      *
       01 ws-reg-heading2.
         05 filler pic x(34) value "ACT  NO.   PERIOD           QUOTA".
         05 filler pic x(26) value "   RGN  USER      ".
         05 filler pic x(32) value "DISPOSITION".
      *
       01 ws-reg-detail.
         05 ws-reg-action pic x.
         05 filler pic x(4) value spaces.
         05 ws-reg-sman-num pic 999.
         05 filler pic x(3) value spaces.
         05 ws-reg-period pic x(6).
         05 filler pic x(3) value spaces.
         05 ws-reg-quota pic zz,zzz,zz9.
         05 filler pic x(4) value spaces.
         05 ws-reg-region pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-reg-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-reg-disp pic x(35).
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

           open input quota-tran-file.

           if ws-tran-status not = "00"
             then
               display "QUOTA TRANSACTION FILE NOT AVAILABLE - "
                   "STATUS " ws-tran-status
               goback
           end-if.

           open input sman-master-file.

           if ws-sman-status not = "00"
             then
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
               close quota-tran-file
               goback
           end-if.

           open i-o quota-file.

           if ws-quota-status = "35"
             then
               open output quota-file
               close quota-file
               open i-o quota-file
           end-if.

           if ws-quota-status not = "00"
             then
               display "QUOTA MASTER FILE NOT AVAILABLE - STATUS "
                   ws-quota-status
               close quota-tran-file, sman-master-file
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

           read quota-tran-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-process-tran
             until ws-eof-flag = ws-true-cnst.

           perform 800-print-totals.

           close quota-tran-file, quota-file, sman-master-file,
               register-file.

           goback.
      *
       050-load-regions.
      *
      * a quota is rolled up by the region it names, so the region has
      * to be one the commission run knows; with no region master on
      * file the region is taken as keyed, as the run itself does.
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
                       move rg-region to rt-region (ws-rgn-count)
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

           read quota-tran-file
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
             and tx-sman-num is not numeric
             then
               move ws-true-cnst to ws-reject-flag
               move "SALESPERSON NUMBER IS NOT NUMERIC" to ws-reg-disp
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
               perform 210-edit-quota
           end-if.
      *
       210-edit-quota.
      *
           if tx-quota is not numeric
             or tx-quota = 0
             then
               move ws-true-cnst to ws-reject-flag
               move "QUOTA AMOUNT IS NOT VALID" to ws-reg-disp
           end-if.

      * a quota belongs to a salesperson the commission run can pay; a
      * terminated rep takes no new business, so no new quota either.
      *
           if ws-reject-flag = ws-false-cnst
             then
               move tx-sman-num to sm-sman-num
               read sman-master-file
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "SALESPERSON NOT ON MASTER FILE" to
                           ws-reg-disp
                   not invalid key
                       if sm-status = ws-terminated-cnst
                         then
                           move ws-true-cnst to ws-reject-flag
                           move "SALESPERSON IS TERMINATED" to
                               ws-reg-disp
                       end-if
               end-read
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
                   move "REGION NOT ON REGION MASTER" to ws-reg-disp
               end-if
           end-if.
      *
       220-scan-region-entry.
      *
           if rt-region (ws-rgn-idx) = tx-region
             then
               move ws-rgn-idx to ws-rgn-found
           end-if.
      *
       300-apply-tran.
      *
           move tx-sman-num to qt-sman-num.
           move tx-period to qt-period.

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
           read quota-file
               invalid key
                   continue
               not invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "QUOTA ALREADY SET FOR THIS PERIOD" to
                       ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               move tx-sman-num to qt-sman-num
               move tx-period to qt-period
               move tx-quota to qt-quota
               move tx-region to qt-region
               move tx-user to qt-user
               move ws-run-date to qt-date
               write quota-rec
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "QUOTA FILE WRITE FAILED" to ws-reg-disp
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
           read quota-file
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "NO QUOTA SET FOR THIS PERIOD" to ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               move tx-quota to qt-quota
               move tx-region to qt-region
               move tx-user to qt-user
               move ws-run-date to qt-date
               rewrite quota-rec
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "QUOTA FILE REWRITE FAILED" to ws-reg-disp
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
      * a quota can be withdrawn even after the salesperson has left
      * the master file, so a delete only needs the quota itself.
      *
           read quota-file
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "NO QUOTA SET FOR THIS PERIOD" to ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
             then
               delete quota-file
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "QUOTA FILE DELETE FAILED" to ws-reg-disp
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
           move tx-sman-num to ws-reg-sman-num.
           move tx-period to ws-reg-period.
           move tx-region to ws-reg-region.
           move tx-user to ws-reg-user.

           if tx-quota is numeric
             then
               move tx-quota to ws-reg-quota
           else
               move 0 to ws-reg-quota
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
       end program A3-QuotaMaint.
