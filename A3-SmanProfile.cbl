      *contract from the master file, the current year-to-date figures,
      *every archived year from the history file with the year-over-
      *year change in earnings, the outstanding draw balance, and the
      *most recent payment handed to payroll, and any contract changes
      *scheduled to take effect at a later commission run.  The request
      *file names one salesperson number per record, or ALL for the
      *whole master file.
      *
       environment division.
      *
               organization is line sequential
               file status is ws-paid-status.

           select fut-file
               assign to "../../../A3-SalesComm/A3-SMFUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is fu-key
               file status is ws-fut-status.

           select profile-file
               assign to "../../../A3-SalesComm/A3-PROFILE.OUT"
               organization is line sequential.
         05 pd-name pic x(8).
         05 pd-paid pic s9(7).
         05 pd-run-date pic 9(8).
      *
       fd fut-file
           data record is fut-rec.
      *
       01 fut-rec.
         05 fu-key.
           10 fu-sman-num pic 999.
           10 fu-eff-date pic 9(8).
         05 fu-sub-date pic 9(8).
         05 fu-user pic x(8).
         05 fu-approver pic x(8).
         05 fu-tran pic x(57).
      *
       fd profile-file
           data record is profile-line
         05 ws-hist-status pic xx value "00".
         05 ws-draw-status pic xx value "00".
         05 ws-paid-status pic xx value "00".
         05 ws-fut-status pic xx value "00".
      *
       01 ws-avail-flags.
         05 ws-ytd-avail-flag pic x value "Y".
         05 ws-hist-avail-flag pic x value "Y".
         05 ws-draw-avail-flag pic x value "Y".
         05 ws-paid-avail-flag pic x value "Y".
         05 ws-fut-avail-flag pic x value "Y".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
           10 lp-sman-num pic 999.
           10 lp-paid pic s9(7).
           10 lp-run-date pic 9(8).
      *
       01 ws-sched-line-count pic 999 value 0.
      *
      * a scheduled change is the maintenance transaction as keyed.
      *
       01 ws-sched-tran.
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
       01 ws-draw-balance pic s9(7) value 0.
       01 ws-draw-runs pic 999 value 0.
         05 ws-prof-yt-bonus pic zz9.
      *
       01 ws-prof-hist-heading.
         05 filler pic x(34) value "HISTORY   YEAR      EARNED        ".
         05 filler pic x(58) value "PAID   BONUSES      CHANGE".
      *
       01 ws-prof-hist-line.
         05 filler pic x(10) value spaces.
      *
       01 ws-prof-paid-none.
         05 filler pic x(30) value "LAST PAYMENT  NONE ON FILE".
      *
       01 ws-prof-sched-heading.
         05 filler pic x(11) value "SCHEDULED".
         05 filler pic x(12) value "EFFECTIVE".
         05 filler pic x(10) value "NAME".
         05 filler pic x(9) value "    MIN".
         05 filler pic x(9) value "    MAX".
         05 filler pic x(7) value " RATE".
         05 filler pic x(6) value "PLAN".
         05 filler pic x(5) value "MGR".
         05 filler pic x(10) value "KEYED BY".
         05 filler pic x(8) value "APPROVED".
      *
       01 ws-prof-sched-line.
         05 filler pic x(11) value spaces.
         05 ws-prof-sc-eff-date pic 9999/99/99.
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-name pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-min pic zzz,999.
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-max pic zzz,999.
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-rate pic z9.99.
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-plan pic x(3).
         05 filler pic x(3) value spaces.
         05 ws-prof-sc-mgr pic 999.
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-prof-sc-approver pic x(8).
      *
       01 ws-prof-sched-none.
         05 filler pic x(11) value spaces.
         05 filler pic x(30) value "NO CHANGES SCHEDULED".
      *
       01 ws-prof-notfound-line.
         05 filler pic x(16) value "SALESPERSON NO. ".

           if ws-req-status not = "00"
             then
               display "INQUIRY REQUEST FILE NOT AVAILABLE - STATUS "
                   ws-req-status
               goback
           end-if.


           if ws-sman-status not = "00"
             then
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
               close inq-req-file
               goback
           end-if.

           perform 050-load-last-payments.

           open input fut-file.
           if ws-fut-status not = "00"
             then
               move ws-false-cnst to ws-fut-avail-flag
           end-if.

           open output profile-file.

           read inq-req-file
               close draw-file
           end-if.

           if ws-fut-avail-flag = ws-true-cnst
             then
               close fut-file
           end-if.

           display ws-profile-count " PROFILE PAGES PRINTED".

           goback.
               move hs-paid to hl-paid (ws-hist-count)
               move hs-bonus-count to hl-bonus-count (ws-hist-count)
           else
               display "HISTORY TABLE FULL - YEAR " hs-year " FOR "
                   hs-sman-num " NOT SHOWN"
           end-if.

           perform 042-read-hist-rec.
             then
               write profile-line from ws-prof-heading1
           else
               write profile-line from ws-prof-heading1
                   after advancing page
           end-if.

           move sm-sman-num to ws-prof-sman-num.
           end-if.

           write profile-line from "" after advancing 1 line.
           write profile-line from ws-prof-ident-line
               after advancing 1 line.
           write profile-line from "" after advancing 1 line.
           write profile-line from ws-prof-contract-line
               after advancing 1 line.

           perform 300-print-ytd-section.
           perform 400-print-history-section.
           perform 500-print-draw-section.
           perform 600-print-last-payment.
           perform 700-print-scheduled-section.
      *
       300-print-ytd-section.
      *
               end-read
           end-if.

           write profile-line from ws-prof-ytd-line
               after advancing 1 line.
      *
       400-print-history-section.
      *
      * year's change is measured against the year before it.
      *
           write profile-line from "" after advancing 1 line.
           write profile-line from ws-prof-hist-heading
               after advancing 1 line.

           move 0 to ws-hist-line-count.
           move 0 to ws-hist-prior-earned.

           if ws-hist-line-count = 0
             then
               write profile-line from ws-prof-hist-none
                   after advancing 1 line
           end-if.
      *
       420-print-history-year.

               add ws-one-cnst to ws-hist-line-count

               write profile-line from ws-prof-hist-line
                   after advancing 1 line
           end-if.
      *
       500-print-draw-section.

           if ws-draw-balance = 0
             then
               write profile-line from ws-prof-draw-none
                   after advancing 1 line
           else
               move ws-draw-balance to ws-prof-dr-balance
               move ws-draw-runs to ws-prof-dr-runs
               write profile-line from ws-prof-draw-line
                   after advancing 1 line
           end-if.
      *
       600-print-last-payment.
             then
               move lp-paid (ws-last-found) to ws-prof-pd-paid
               move lp-run-date (ws-last-found) to ws-prof-pd-date
               write profile-line from ws-prof-paid-line
                   after advancing 1 line
           else
               write profile-line from ws-prof-paid-none
                   after advancing 1 line
           end-if.
      *
       610-scan-last-payment.
             then
               move ws-last-idx to ws-last-found
           end-if.
      *
       700-print-scheduled-section.
      *
      * changes keyed ahead of their effective date wait on the
      * scheduled-changes file in date order until the commission run
      * that reaches them puts them on the master.
      *
           write profile-line from "" after advancing 1 line.
           write profile-line from ws-prof-sched-heading
               after advancing 1 line.

           move 0 to ws-sched-line-count.

           if ws-fut-avail-flag = ws-true-cnst
             then
               move sm-sman-num to fu-sman-num
               move 0 to fu-eff-date
               start fut-file key is not less than fu-key
                   invalid key
                       continue
                   not invalid key
                       perform 710-print-scheduled-change
                         until ws-fut-status not = "00"
               end-start
           end-if.

           if ws-sched-line-count = 0
             then
               write profile-line from ws-prof-sched-none
                   after advancing 1 line
           end-if.
      *
       710-print-scheduled-change.
      *
           read fut-file next record
               at end
                   move "10" to ws-fut-status
               not at end
                   if fu-sman-num = sm-sman-num
                     then
                       move fu-tran to ws-sched-tran
                       move fu-eff-date to ws-prof-sc-eff-date
                       move sc-name to ws-prof-sc-name
                       move sc-min to ws-prof-sc-min
                       move sc-max to ws-prof-sc-max
                       move sc-rate to ws-prof-sc-rate
                       if sc-plan-code = spaces
                         then
                           move "DFT" to ws-prof-sc-plan
                       else
                           move sc-plan-code to ws-prof-sc-plan
                       end-if
                       move sc-mgr-num to ws-prof-sc-mgr
                       move fu-user to ws-prof-sc-user
                       move fu-approver to ws-prof-sc-approver
                       add ws-one-cnst to ws-sched-line-count
                       write profile-line from ws-prof-sched-line
                           after advancing 1 line
                   else
                       move "10" to ws-fut-status
                   end-if
           end-read.
      *
       end program A3-SmanProfile.
