       identification division.
       program-id. A3-QuotaRpt.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Prints quota attainment for one monthly
      *period.  Every quota on the quota master for the period is
      *measured against the net sales the live commission runs posted
      *to the period actuals file, giving the percent attained per
      *salesperson, then rolled up by the region the quota names (with
      *the region master's name) and by the salesperson's manager on
      *the master file.  Salespeople who sold in the period with no
      *quota set are listed so the gap can be closed.  The request
      *file names the period as YYYYMM; with no request the current
      *month is reported.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select quota-req-file
               assign to "../../../A3-SalesComm/A3-QTREQ.DAT"
               organization is line sequential
               file status is ws-req-status.

           select quota-file
               assign to "../../../A3-SalesComm/A3-QUOTA.DAT"
               organization is indexed
               access mode is dynamic
               record key is qt-key
               file status is ws-quota-status.

           select peract-file
               assign to "../../../A3-SalesComm/A3-PERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is pa-key
               file status is ws-peract-status.

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

           select quota-rpt-file
               assign to "../../../A3-SalesComm/A3-QTRPT.OUT"
               organization is line sequential.
      *
       data division.
       file section.
       fd quota-req-file
           data record is quota-req-rec
           record contains 6 characters.
      *
       01 quota-req-rec.
         05 rq-period pic x(6).
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
       fd peract-file
           data record is peract-rec.
      *
       01 peract-rec.
         05 pa-key.
           10 pa-sman-num pic 999.
           10 pa-period pic 9(6).
         05 pa-name pic x(8).
         05 pa-sales pic s9(8).
         05 pa-earned pic s9(8).
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
       fd quota-rpt-file
           data record is quota-rpt-line
           record contains 92 characters.
      *
       01 quota-rpt-line pic x(92).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
      *
       01 ws-file-status.
         05 ws-req-status pic xx value "00".
         05 ws-quota-status pic xx value "00".
         05 ws-peract-status pic xx value "00".
         05 ws-sman-status pic xx value "00".
         05 ws-rgn-status pic xx value "00".
      *
       01 ws-avail-flags.
         05 ws-peract-avail-flag pic x value "Y".
         05 ws-sman-avail-flag pic x value "Y".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-hundred-cnst pic 999 value 100.
       77 ws-months-cnst pic 99 value 12.
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
       77 ws-rgn-max-cnst pic 99 value 50.
      *
       01 ws-region-table.
         05 ws-rgn-entry occurs 50 times.
           10 rt-region pic x(3).
           10 rt-name pic x(20).
           10 rt-rep-count pic 9(5).
           10 rt-quota pic s9(10).
           10 rt-actual pic s9(10).
      *
       01 ws-rgn-ctl.
         05 ws-rgn-count pic 99 value 0.
         05 ws-rgn-idx pic 99 value 0.
         05 ws-rgn-found pic 99 value 0.
      *
      * salesperson numbers are three digits, so a manager's team
      * totals sit at the manager's own number and the table can never
      * fill; quotas for reps with no manager are held separately.
      *
       01 ws-mgr-table.
         05 ws-mgr-entry occurs 999 times.
           10 mq-rep-count pic 9(5).
           10 mq-quota pic s9(10).
           10 mq-actual pic s9(10).
      *
       77 ws-mgr-max-cnst pic 999 value 999.
      *
       01 ws-mgr-idx pic 9(4) value 0.
       01 ws-mgr-num-work pic 999 value 0.
      *
       01 ws-nomgr-totals.
         05 ws-nomgr-rep-count pic 9(5) value 0.
         05 ws-nomgr-quota pic s9(10) value 0.
         05 ws-nomgr-actual pic s9(10) value 0.
      *
       01 ws-cur-mgr-num pic 999 value 0.
       01 ws-cur-actual pic s9(8) value 0.
      *
       01 ws-grand-totals.
         05 ws-quota-count pic 9(5) value 0.
         05 ws-met-count pic 9(5) value 0.
         05 ws-noquota-count pic 9(5) value 0.
         05 ws-total-quota pic s9(10) value 0.
         05 ws-total-actual pic s9(10) value 0.
      *
       01 ws-pct-calc.
         05 ws-calc-quota pic s9(10) value 0.
         05 ws-calc-actual pic s9(10) value 0.
         05 ws-calc-work pic s9(13) value 0.
         05 ws-calc-pct pic s9(5)v9 value 0.
      *
       01 ws-rpt-heading1.
         05 filler pic x(24) value spaces.
         05 filler pic x(32) value "SALES QUOTA ATTAINMENT - PERIOD ".
         05 ws-head-period pic 9(6).
      *
       01 ws-rpt-heading2.
         05 filler pic x(34) value "NO.   NAME      RGN        QUOTA  ".
         05 filler pic x(34) value "      ACTUAL     VARIANCE  ATTAIN".
         05 filler pic x(24) value "ED".
      *
       01 ws-rpt-detail.
         05 ws-det-sman-num pic 999.
         05 filler pic x(3) value spaces.
         05 ws-det-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-det-region pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-det-quota pic zzz,zzz,zz9.
         05 filler pic x(2) value spaces.
         05 ws-det-actual pic zzz,zzz,zz9-.
         05 filler pic x(1) value spaces.
         05 ws-det-variance pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-det-pct pic zzzz9.9-.
         05 filler pic x(1) value "%".
         05 filler pic x(2) value spaces.
         05 ws-det-status pic x(5).
      *
       77 ws-met-cnst pic x(5) value "MET".
       77 ws-below-cnst pic x(5) value "BELOW".
      *
       01 ws-rgn-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "ATTAINMENT BY REGION".
      *
       01 ws-rgn-heading2.
         05 filler pic x(34) value "RGN  NAME                  REPS  ".
         05 filler pic x(34) value "       QUOTA       ACTUAL  ATTAIN".
         05 filler pic x(24) value "ED".
      *
       01 ws-rgn-detail.
         05 ws-rgd-region pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-rgd-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-rgd-reps pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-rgd-quota pic zzz,zzz,zz9.
         05 filler pic x(1) value spaces.
         05 ws-rgd-actual pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-rgd-pct pic zzzz9.9-.
         05 filler pic x(1) value "%".
      *
       01 ws-mgr-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "ATTAINMENT BY MANAGER".
      *
       01 ws-mgr-heading2.
         05 filler pic x(34) value "MGR  NAME                  REPS  ".
         05 filler pic x(34) value "       QUOTA       ACTUAL  ATTAIN".
         05 filler pic x(24) value "ED".
      *
       01 ws-mgr-detail.
         05 ws-mgd-mgr-num pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-mgd-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-mgd-reps pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-mgd-quota pic zzz,zzz,zz9.
         05 filler pic x(1) value spaces.
         05 ws-mgd-actual pic zzz,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-mgd-pct pic zzzz9.9-.
         05 filler pic x(1) value "%".
      *
       77 ws-nomgr-cnst pic x(20) value "NO MANAGER".
       77 ws-mgr-missing-cnst pic x(20) value "NOT ON MASTER FILE".
      *
       01 ws-noq-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "SALES WITH NO QUOTA SET".
      *
       01 ws-noq-heading2.
         05 filler pic x(34) value "NO.   NAME             ACTUAL".
      *
       01 ws-noq-detail.
         05 ws-noq-sman-num pic 999.
         05 filler pic x(3) value spaces.
         05 ws-noq-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-noq-actual pic zzz,zzz,zz9-.
      *
       01 ws-tot-count-line.
         05 filler pic x(38)
             value "QUOTAS MEASURED                       ".
         05 ws-tot-count pic zzzz9.
      *
       01 ws-tot-met-line.
         05 filler pic x(38)
             value "QUOTAS MET                            ".
         05 ws-tot-met pic zzzz9.
      *
       01 ws-tot-noquota-line.
         05 filler pic x(38)
             value "SALESPEOPLE WITH SALES BUT NO QUOTA   ".
         05 ws-tot-noquota pic zzzz9.
      *
       01 ws-tot-quota-line.
         05 filler pic x(38)
             value "TOTAL QUOTA                           ".
         05 ws-tot-quota pic zzz,zzz,zz9.
      *
       01 ws-tot-actual-line.
         05 filler pic x(38)
             value "TOTAL ACTUAL AGAINST QUOTA            ".
         05 ws-tot-actual pic zzz,zzz,zz9-.
      *
       01 ws-tot-pct-line.
         05 filler pic x(38)
             value "PERCENT OF QUOTA ATTAINED             ".
         05 ws-tot-pct pic zzzz9.9-.
         05 filler pic x value "%".
      *
       procedure division.
       000-main.
      *
           accept ws-run-date from date yyyymmdd.

           perform 050-read-request.

           open input quota-file.

           if ws-quota-status not = "00"
             then
               display "QUOTA MASTER FILE NOT AVAILABLE - STATUS "
                   ws-quota-status
               goback
           end-if.

      * with no actuals on file every quota is simply unattained, and
      * with no master the reps print without names or managers.
      *
           open input peract-file.
           if ws-peract-status not = "00"
             then
               move ws-false-cnst to ws-peract-avail-flag
               display "PERIOD ACTUALS FILE NOT AVAILABLE - STATUS "
                   ws-peract-status
           end-if.

           open input sman-master-file.
           if ws-sman-status not = "00"
             then
               move ws-false-cnst to ws-sman-avail-flag
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
           end-if.

           move zeros to ws-mgr-table.

           perform 060-load-regions.

           open output quota-rpt-file.

           move ws-period to ws-head-period.

           write quota-rpt-line from ws-rpt-heading1.
           write quota-rpt-line from "" after advancing 1 line.
           write quota-rpt-line from ws-rpt-heading2
               after advancing 1 line.
           write quota-rpt-line from "" after advancing 1 line.

           move ws-false-cnst to ws-eof-flag.

           perform 100-read-next-quota.

           perform 200-report-quota
             until ws-eof-flag = ws-true-cnst.

           if ws-peract-avail-flag = ws-true-cnst
             then
               perform 300-print-no-quota-section
           end-if.

           perform 400-print-region-section.
           perform 500-print-manager-section.
           perform 800-print-totals.

           close quota-file, quota-rpt-file.

           if ws-peract-avail-flag = ws-true-cnst
             then
               close peract-file
           end-if.

           if ws-sman-avail-flag = ws-true-cnst
             then
               close sman-master-file
           end-if.

           display ws-quota-count " QUOTAS REPORTED FOR PERIOD "
               ws-period.

           goback.
      *
       050-read-request.
      *
           move ws-run-period to ws-period.

           open input quota-req-file.

           if ws-req-status = "00"
             then
               read quota-req-file
                   at end
                       continue
                   not at end
                       if rq-period is numeric
                         then
                           move rq-period to ws-period
                       else
                           display "QUOTA REQUEST PERIOD " rq-period
                               " IS NOT NUMERIC - CURRENT MONTH USED"
                       end-if
               end-read
               close quota-req-file
           end-if.

           if ws-period-month = 0
             or ws-period-month > ws-months-cnst
             then
               display "QUOTA REQUEST PERIOD " ws-period
                   " IS NOT A VALID MONTH - CURRENT MONTH USED"
               move ws-run-period to ws-period
           end-if.
      *
       060-load-regions.
      *
           move zeros to ws-region-table.

           open input region-file.

           if ws-rgn-status = "00"
             then
               perform 065-load-region-rec
                 until ws-rgn-status not = "00"
               close region-file
           else
               display "REGION MASTER NOT AVAILABLE - STATUS "
                   ws-rgn-status " - REGIONS PRINT WITHOUT NAMES"
           end-if.
      *
       065-load-region-rec.
      *
           read region-file
               at end
                   move "10" to ws-rgn-status
               not at end
                   if ws-rgn-count < ws-rgn-max-cnst
                     then
                       add ws-one-cnst to ws-rgn-count
                       move rg-region to rt-region (ws-rgn-count)
                       move rg-name to rt-name (ws-rgn-count)
                   else
                       display "REGION TABLE FULL - REGION " rg-region
                           " IGNORED"
                   end-if
           end-read.
      *
       100-read-next-quota.
      *
           read quota-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       200-report-quota.
      *
           if qt-period = ws-period
             then
               perform 210-measure-quota
           end-if.

           perform 100-read-next-quota.
      *
       210-measure-quota.
      *
           add ws-one-cnst to ws-quota-count.

           move spaces to ws-det-name.
           move 0 to ws-cur-mgr-num.

           if ws-sman-avail-flag = ws-true-cnst
             then
               move qt-sman-num to sm-sman-num
               read sman-master-file
                   invalid key
                       continue
                   not invalid key
                       move sm-name to ws-det-name
                       move sm-mgr-num to ws-cur-mgr-num
               end-read
           end-if.

           move 0 to ws-cur-actual.

           if ws-peract-avail-flag = ws-true-cnst
             then
               move qt-sman-num to pa-sman-num
               move ws-period to pa-period
               read peract-file
                   invalid key
                       continue
                   not invalid key
                       move pa-sales to ws-cur-actual
               end-read
           end-if.

           move qt-quota to ws-calc-quota.
           move ws-cur-actual to ws-calc-actual.
           perform 250-calc-attainment.

           move qt-sman-num to ws-det-sman-num.
           move qt-region to ws-det-region.
           move qt-quota to ws-det-quota.
           move ws-cur-actual to ws-det-actual.
           subtract qt-quota from ws-cur-actual
               giving ws-det-variance.
           move ws-calc-pct to ws-det-pct.

           if ws-cur-actual >= qt-quota
             then
               move ws-met-cnst to ws-det-status
               add ws-one-cnst to ws-met-count
           else
               move ws-below-cnst to ws-det-status
           end-if.

           display ws-rpt-detail.
           write quota-rpt-line from ws-rpt-detail.

           add qt-quota to ws-total-quota.
           add ws-cur-actual to ws-total-actual.

           perform 220-accumulate-region.
           perform 230-accumulate-manager.
      *
       220-accumulate-region.
      *
      * a region dropped from the region master after its quotas were
      * set still rolls up, under its code alone.
      *
           move 0 to ws-rgn-found.

           perform 225-scan-region-entry
             varying ws-rgn-idx from 1 by 1
             until ws-rgn-idx > ws-rgn-count.

           if ws-rgn-found = 0
             then
               if ws-rgn-count < ws-rgn-max-cnst
                 then
                   add ws-one-cnst to ws-rgn-count
                   move qt-region to rt-region (ws-rgn-count)
                   move spaces to rt-name (ws-rgn-count)
                   move ws-rgn-count to ws-rgn-found
               else
                   display "REGION TABLE FULL - QUOTA FOR "
                       qt-sman-num " NOT IN REGION TOTALS"
               end-if
           end-if.

           if ws-rgn-found not = 0
             then
               add ws-one-cnst to rt-rep-count (ws-rgn-found)
               add qt-quota to rt-quota (ws-rgn-found)
               add ws-cur-actual to rt-actual (ws-rgn-found)
           end-if.
      *
       225-scan-region-entry.
      *
           if rt-region (ws-rgn-idx) = qt-region
             then
               move ws-rgn-idx to ws-rgn-found
           end-if.
      *
       230-accumulate-manager.
      *
           if ws-cur-mgr-num = 0
             then
               add ws-one-cnst to ws-nomgr-rep-count
               add qt-quota to ws-nomgr-quota
               add ws-cur-actual to ws-nomgr-actual
           else
               add ws-one-cnst to mq-rep-count (ws-cur-mgr-num)
               add qt-quota to mq-quota (ws-cur-mgr-num)
               add ws-cur-actual to mq-actual (ws-cur-mgr-num)
           end-if.
      *
       250-calc-attainment.
      *
           if ws-calc-quota = 0
             then
               move 0 to ws-calc-pct
           else
               multiply ws-calc-actual by ws-hundred-cnst
                   giving ws-calc-work
               divide ws-calc-work by ws-calc-quota
                   giving ws-calc-pct rounded
                   on size error
                       move 99999.9 to ws-calc-pct
               end-divide
           end-if.
      *
       300-print-no-quota-section.
      *
      * a second pass over the period actuals finds anyone who sold in
      * the period with no quota to measure against.
      *
           write quota-rpt-line from "" after advancing 1 line.
           write quota-rpt-line from ws-noq-heading1
               after advancing 1 line.
           write quota-rpt-line from ws-noq-heading2
               after advancing 1 line.

           close peract-file.
           open input peract-file.

           move ws-false-cnst to ws-eof-flag.

           perform 310-read-next-actual.

           perform 320-check-actual-quota
             until ws-eof-flag = ws-true-cnst.
      *
       310-read-next-actual.
      *
           read peract-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.
      *
       320-check-actual-quota.
      *
           if pa-period = ws-period
             and pa-sales not = 0
             then
               move pa-sman-num to qt-sman-num
               move pa-period to qt-period
               read quota-file
                   invalid key
                       add ws-one-cnst to ws-noquota-count
                       move pa-sman-num to ws-noq-sman-num
                       move pa-name to ws-noq-name
                       move pa-sales to ws-noq-actual
                       write quota-rpt-line from ws-noq-detail
               end-read
           end-if.

           perform 310-read-next-actual.
      *
       400-print-region-section.
      *
           write quota-rpt-line from "" after advancing 1 line.
           write quota-rpt-line from ws-rgn-heading1
               after advancing 1 line.
           write quota-rpt-line from ws-rgn-heading2
               after advancing 1 line.

           perform 410-print-region-line
             varying ws-rgn-idx from 1 by 1
             until ws-rgn-idx > ws-rgn-count.
      *
       410-print-region-line.
      *
           if rt-rep-count (ws-rgn-idx) not = 0
             then
               move rt-region (ws-rgn-idx) to ws-rgd-region
               move rt-name (ws-rgn-idx) to ws-rgd-name
               move rt-rep-count (ws-rgn-idx) to ws-rgd-reps
               move rt-quota (ws-rgn-idx) to ws-rgd-quota
               move rt-actual (ws-rgn-idx) to ws-rgd-actual
               move rt-quota (ws-rgn-idx) to ws-calc-quota
               move rt-actual (ws-rgn-idx) to ws-calc-actual
               perform 250-calc-attainment
               move ws-calc-pct to ws-rgd-pct
               write quota-rpt-line from ws-rgn-detail
           end-if.
      *
       500-print-manager-section.
      *
           write quota-rpt-line from "" after advancing 1 line.
           write quota-rpt-line from ws-mgr-heading1
               after advancing 1 line.
           write quota-rpt-line from ws-mgr-heading2
               after advancing 1 line.

           perform 510-print-manager-line
             varying ws-mgr-idx from 1 by 1
             until ws-mgr-idx > ws-mgr-max-cnst.

           if ws-nomgr-rep-count not = 0
             then
               move spaces to ws-mgd-mgr-num
               move ws-nomgr-cnst to ws-mgd-name
               move ws-nomgr-rep-count to ws-mgd-reps
               move ws-nomgr-quota to ws-mgd-quota
               move ws-nomgr-actual to ws-mgd-actual
               move ws-nomgr-quota to ws-calc-quota
               move ws-nomgr-actual to ws-calc-actual
               perform 250-calc-attainment
               move ws-calc-pct to ws-mgd-pct
               write quota-rpt-line from ws-mgr-detail
           end-if.
      *
       510-print-manager-line.
      *
           if mq-rep-count (ws-mgr-idx) not = 0
             then
               move ws-mgr-idx to ws-mgr-num-work
               move ws-mgr-num-work to ws-mgd-mgr-num
               move ws-mgr-missing-cnst to ws-mgd-name
               if ws-sman-avail-flag = ws-true-cnst
                 then
                   move ws-mgr-idx to sm-sman-num
                   read sman-master-file
                       invalid key
                           continue
                       not invalid key
                           move sm-name to ws-mgd-name
                   end-read
               end-if
               move mq-rep-count (ws-mgr-idx) to ws-mgd-reps
               move mq-quota (ws-mgr-idx) to ws-mgd-quota
               move mq-actual (ws-mgr-idx) to ws-mgd-actual
               move mq-quota (ws-mgr-idx) to ws-calc-quota
               move mq-actual (ws-mgr-idx) to ws-calc-actual
               perform 250-calc-attainment
               move ws-calc-pct to ws-mgd-pct
               write quota-rpt-line from ws-mgr-detail
           end-if.
      *
       800-print-totals.
      *
           move ws-quota-count to ws-tot-count.
           move ws-met-count to ws-tot-met.
           move ws-noquota-count to ws-tot-noquota.
           move ws-total-quota to ws-tot-quota.
           move ws-total-actual to ws-tot-actual.

           move ws-total-quota to ws-calc-quota.
           move ws-total-actual to ws-calc-actual.
           perform 250-calc-attainment.
           move ws-calc-pct to ws-tot-pct.

           write quota-rpt-line from "" after advancing 1 line.
           write quota-rpt-line from ws-tot-count-line.
           write quota-rpt-line from ws-tot-met-line.
           write quota-rpt-line from ws-tot-noquota-line.
           write quota-rpt-line from ws-tot-quota-line.
           write quota-rpt-line from ws-tot-actual-line.
           write quota-rpt-line from ws-tot-pct-line.
      *
       end program A3-QuotaRpt.
