      *balances, an outstanding draw, or corrected records waiting in
      *suspense; a terminate instead flags the record inactive, which
      *the commission run honours by rejecting new sales while still
      *accepting adjustments and recovering the draw.  A change to a
      *salesperson's rates, caps or plan is not applied straight away:
      *it is queued on the pending-approval file under the submitting
      *operator and applied only when a different operator approves it
      *in a later run (action V with the queue number); either operator
      *may refuse it (action R), and an item left a month unapproved
      *expires.  A change may also carry a later effective date: once
      *any approval it needs is given it waits on the scheduled-changes
      *file, and the commission run whose date reaches it applies it to
      *the master before the batch is edited, so the batch keyed with
      *the new terms and the master switch over in the same run.
      *
       environment division.
      *
           select chglog-file
               assign to "../../../A3-SalesComm/A3-SMCHG.LOG"
               organization is line sequential.

           select pend-file
               assign to "../../../A3-SalesComm/A3-SMPEND.DAT"
               organization is indexed
               access mode is dynamic
               record key is pd-queue-num
               file status is ws-pend-status.

           select fut-file
               assign to "../../../A3-SalesComm/A3-SMFUT.DAT"
               organization is indexed
               access mode is dynamic
               record key is fu-key
               file status is ws-fut-status.
      *
       data division.
       file section.
       fd sman-tran-file
           data record is sman-tran-rec
           record contains 57 characters.
      *
       01 sman-tran-rec.
         05 tx-action pic x.
         05 tx-mgr-num pic 999.
         05 tx-ovr-rate pic 9v9(4).
         05 tx-user pic x(8).
         05 tx-eff-date pic 9(8).
         05 tx-eff-parts redefines tx-eff-date.
           10 tx-eff-year pic 9(4).
           10 tx-eff-month pic 99.
           10 tx-eff-day pic 99.
      *
      * an approval or refusal names the queued item by its number in
      * the bytes that follow the salesperson number.
      *
       01 sman-decision-rec.
         05 filler pic x(4).
         05 ap-queue-num pic 9(6).
         05 filler pic x(47).
      *
       fd sman-master-file
           data record is sman-master-rec.
      *
       fd chglog-file
           data record is chglog-line
           record contains 163 characters.
      *
       01 chglog-line pic x(163).
      *
       fd pend-file
           data record is pend-rec.
      *
       01 pend-rec.
         05 pd-queue-num pic 9(6).
         05 pd-status pic x.
         05 pd-sub-date pic 9(8).
         05 pd-sub-time pic 9(8).
         05 pd-expiry-date pic 9(8).
         05 pd-dec-date pic 9(8).
         05 pd-dec-time pic 9(8).
         05 pd-dec-user pic x(8).
         05 pd-tran.
           10 pd-action pic x.
           10 pd-sman-num pic 999.
           10 filler pic x(37).
           10 pd-user pic x(8).
           10 filler pic x(8).
      *
      * a change with a later effective date waits here, keyed by
      * salesperson and date, until the commission run reaches it.
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
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-reject-flag pic x value "N".
         05 ws-hold-flag pic x value "N".
         05 ws-approving-flag pic x value "N".
         05 ws-future-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-tran-status pic xx value "00".
         05 ws-ytd-status pic xx value "00".
         05 ws-draw-status pic xx value "00".
         05 ws-susp-status pic xx value "00".
         05 ws-pend-status pic xx value "00".
         05 ws-fut-status pic xx value "00".
      *
       01 ws-avail-flags.
         05 ws-ytd-avail-flag pic x value "Y".
       77 ws-change-cnst pic x value "C".
       77 ws-delete-cnst pic x value "D".
       77 ws-term-cnst pic x value "T".
       77 ws-approve-cnst pic x value "V".
       77 ws-refuse-cnst pic x value "R".
      *
       77 ws-pend-pending-cnst pic x value "P".
       77 ws-pend-approved-cnst pic x value "A".
       77 ws-pend-refused-cnst pic x value "R".
       77 ws-pend-failed-cnst pic x value "F".
       77 ws-pend-expired-cnst pic x value "E".
       77 ws-expiry-months-cnst pic 99 value 1.
       77 ws-months-cnst pic 99 value 12.
      *
       01 ws-counters.
         05 ws-tran-count pic 9(5) value 0.
         05 ws-applied-count pic 9(5) value 0.
         05 ws-rejected-count pic 9(5) value 0.
         05 ws-held-count pic 9(5) value 0.
         05 ws-approved-count pic 9(5) value 0.
         05 ws-refused-count pic 9(5) value 0.
         05 ws-expired-count pic 9(5) value 0.
         05 ws-scheduled-count pic 9(5) value 0.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
      *
       01 ws-queue-ctl.
         05 ws-last-queue-num pic 9(6) value 0.
         05 ws-approver pic x(8) value spaces.
         05 ws-decider pic x(8) value spaces.
      *
       01 ws-expiry-date pic 9(8) value 0.
       01 ws-expiry-parts redefines ws-expiry-date.
         05 ws-exp-year pic 9(4).
         05 ws-exp-month pic 99.
         05 ws-exp-day pic 99.
      *
       01 ws-held-disp.
         05 filler pic x(26) value "HELD FOR APPROVAL - QUEUE ".
         05 ws-held-queue-num pic 9(6).
      *
       01 ws-decided-disp.
         05 ws-dec-verb pic x(12).
         05 ws-dec-user pic x(8).
         05 filler pic x(9) value " - QUEUE ".
         05 ws-dec-queue-num pic 9(6).
      *
       01 ws-sched-disp.
         05 filler pic x(14) value "SCHEDULED FOR ".
         05 ws-sched-eff-date pic 9999/99/99.
      *
       77 ws-approved-by-cnst pic x(12) value "APPROVED BY".
       77 ws-refused-by-cnst pic x(12) value "REFUSED BY".
      *
       01 ws-before-image.
         05 ws-bef-name pic x(8).
         05 filler pic x(33) value "SALESPERSON MASTER MAINTENANCE".
      *
       01 ws-reg-heading2.
         05 filler pic x(34) value "ACT  NO.     NAME         MIN     ".
         05 filler pic x(26) value " MAX     RATE   USER      ".
         05 filler pic x(32) value "DISPOSITION".
      *
       01 ws-reg-detail.
         05 ws-reg-action pic x.
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
       01 ws-reg-held-total.
         05 filler pic x(38)
             value "TRANSACTIONS HELD FOR APPROVAL        ".
         05 ws-reg-num-held pic zzzz9.
      *
       01 ws-reg-approved-total.
         05 filler pic x(38)
             value "QUEUED CHANGES APPROVED               ".
         05 ws-reg-num-approved pic zzzz9.
      *
       01 ws-reg-refused-total.
         05 filler pic x(38)
             value "QUEUED CHANGES REFUSED                ".
         05 ws-reg-num-refused pic zzzz9.
      *
       01 ws-reg-expired-total.
         05 filler pic x(38)
             value "QUEUED CHANGES EXPIRED                ".
         05 ws-reg-num-expired pic zzzz9.
      *
       01 ws-reg-scheduled-total.
         05 filler pic x(38)
             value "CHANGES SCHEDULED FOR A LATER DATE    ".
         05 ws-reg-num-scheduled pic zzzz9.
      *
       01 ws-queue-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "APPROVAL QUEUE".
      *
       01 ws-queue-heading2.
         05 filler pic x(34) value "QUEUE   SUBMITTED   BY        ACT ".
         05 filler pic x(34) value " NO.  STATUS".
      *
       01 ws-queue-detail.
         05 ws-q-queue-num pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-q-sub-date pic 9999/99/99.
         05 filler pic x(2) value spaces.
         05 ws-q-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-q-action pic x.
         05 filler pic x(4) value spaces.
         05 ws-q-key pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-q-status-text pic x(23).
         05 ws-q-status-info pic x(10).
      *
       01 ws-q-date-edit pic 9999/99/99.
      *
       01 ws-chglog-rec.
         05 filler pic x(5) value "DATE-".
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "AFTER-".
         05 ws-log-after pic x(38).
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "APPR-".
         05 ws-log-approver pic x(8).
      *
       77 ws-no-image-cnst pic x(38) value "**NONE**".
      *

           if ws-tran-status not = "00"
             then
               display "MAINTENANCE TRANSACTION FILE NOT AVAILABLE - "
                   "STATUS " ws-tran-status
               goback
           end-if.


           if ws-sman-status not = "00"
             then
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
               close sman-tran-file
               goback
           end-if.

           write register-line from ws-reg-heading1.
           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           perform 060-open-pending.

           perform 070-open-scheduled.

           read sman-tran-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 800-print-totals.

           perform 480-print-approval-queue.

           close sman-tran-file, sman-master-file, register-file,
               chglog-file, pend-file, fut-file.

           if ws-ytd-avail-flag = ws-true-cnst
             then
           end-if.

           goback.
      *
       060-open-pending.
      *
      * the queue keeps every item with its outcome for audit, so the
      * next queue number is one past the highest on file.  items left
      * pending past their expiry date lapse before any approval in
      * this run is looked at.
      *
           open i-o pend-file.

           if ws-pend-status = "35"
             then
               open output pend-file
               close pend-file
               open i-o pend-file
           end-if.

           if ws-pend-status not = "00"
             then
               display "PENDING APPROVAL FILE NOT AVAILABLE - STATUS "
                   ws-pend-status
               close sman-tran-file, sman-master-file, register-file,
                   chglog-file
               if ws-ytd-avail-flag = ws-true-cnst
                 then
                   close ytd-file
               end-if
               if ws-draw-avail-flag = ws-true-cnst
                 then
                   close draw-file
               end-if
               goback
           end-if.

           perform 065-scan-pend-rec
             until ws-pend-status not = "00".
      *
       065-scan-pend-rec.
      *
           read pend-file next record
               at end
                   move "10" to ws-pend-status
               not at end
                   move pd-queue-num to ws-last-queue-num
                   if pd-status = ws-pend-pending-cnst
                     and pd-expiry-date < ws-run-date
                     then
                       move ws-pend-expired-cnst to pd-status
                       move spaces to pd-dec-user
                       perform 470-rewrite-pend-rec
                       add ws-one-cnst to ws-expired-count
                   end-if
           end-read.
      *
       070-open-scheduled.
      *
           open i-o fut-file.

           if ws-fut-status = "35"
             then
               open output fut-file
               close fut-file
               open i-o fut-file
           end-if.

           if ws-fut-status not = "00"
             then
               display "SCHEDULED CHANGES FILE NOT AVAILABLE - STATUS "
                   ws-fut-status
               close sman-tran-file, sman-master-file, register-file,
                   chglog-file, pend-file
               if ws-ytd-avail-flag = ws-true-cnst
                 then
                   close ytd-file
               end-if
               if ws-draw-avail-flag = ws-true-cnst
                 then
                   close draw-file
               end-if
               goback
           end-if.
      *
       100-process-tran.
      *
           add ws-one-cnst to ws-tran-count.

           move ws-false-cnst to ws-reject-flag.
           move ws-false-cnst to ws-hold-flag.
           move ws-false-cnst to ws-future-flag.
           move spaces to ws-approver.

           if tx-action = ws-approve-cnst
             or tx-action = ws-refuse-cnst
             then
               perform 450-process-decision
           else
               perform 200-edit-tran
               if ws-reject-flag = ws-false-cnst
                 then
                   perform 300-apply-tran
               end-if
           end-if.

           perform 700-print-register-line.
             and tx-action not = ws-term-cnst
             then
               move ws-true-cnst to ws-reject-flag
               move "ACTION CODE NOT A, C, D, T, V OR R" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               perform 210-edit-amounts
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               perform 230-edit-eff-date
           end-if.
      *
       210-edit-amounts.
      *
               if tx-mgr-num = tx-sman-num
                 then
                   move ws-true-cnst to ws-reject-flag
                   move "SALESPERSON CANNOT BE OWN MANAGER" to
                       ws-reg-disp
               else
                   move tx-mgr-num to sm-sman-num
                   read sman-master-file
                       invalid key
                           move ws-true-cnst to ws-reject-flag
                           move "MANAGER NOT ON MASTER FILE" to
                               ws-reg-disp
                   end-read
               end-if
           end-if.
      *
       230-edit-eff-date.
      *
      * a blank or zero effective date, or one already reached, means
      * apply now.  only a change can wait for a later date - an add,
      * delete or terminate takes effect when it is keyed.
      *
           move ws-false-cnst to ws-future-flag.

           if tx-eff-parts = spaces
             then
               move 0 to tx-eff-date
           end-if.

           if tx-eff-date is not numeric
             then
               move ws-true-cnst to ws-reject-flag
               move "EFFECTIVE DATE IS NOT NUMERIC" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and tx-eff-date not = 0
             and (tx-eff-month < 1
             or tx-eff-month > ws-months-cnst
             or tx-eff-day < 1
             or tx-eff-day > 31)
             then
               move ws-true-cnst to ws-reject-flag
               move "EFFECTIVE DATE IS NOT A VALID DATE" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and tx-eff-date > ws-run-date
             then
               if tx-action = ws-change-cnst
                 then
                   move ws-true-cnst to ws-future-flag
               else
                   move ws-true-cnst to ws-reject-flag
                   move "ONLY A CHANGE CAN BE FUTURE-DATED" to
                       ws-reg-disp
               end-if
           end-if.
      *
       300-apply-tran.
      *
                   continue
               not invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "SALESPERSON ALREADY ON MASTER FILE" to
                       ws-reg-disp
           end-read.

           if ws-reject-flag = ws-false-cnst
                   move "SALESPERSON NOT ON MASTER FILE" to ws-reg-disp
           end-read.

      * a scheduled change carries the whole record as it was keyed,
      * so it would undo anything put on the master in the meantime;
      * nothing else goes on until it has applied, save a re-key of
      * that same dated change, which replaces it.
      *
           if ws-reject-flag = ws-false-cnst
             then
               perform 338-check-scheduled
           end-if.

      * a new rate, override rate, cap or plan changes what the rep is
      * paid, so it waits for a second operator; a name or manager
      * change alone goes straight on.
      *
           if ws-reject-flag = ws-false-cnst
             and ws-approving-flag = ws-false-cnst
             and (tx-min not = sm-min
             or tx-max not = sm-max
             or tx-rate not = sm-rate
             or tx-ovr-rate not = sm-ovr-rate
             or tx-plan-code not = sm-plan-code)
             then
               perform 460-hold-tran
           end-if.

      * a change dated ahead - once approved, if it needed approval -
      * is kept until the commission run reaches its date.
      *
           if ws-reject-flag = ws-false-cnst
             and ws-hold-flag = ws-false-cnst
             and ws-future-flag = ws-true-cnst
             then
               perform 380-schedule-change
           end-if.

           if ws-reject-flag = ws-false-cnst
             and ws-hold-flag = ws-false-cnst
             and ws-future-flag = ws-false-cnst
             then
               perform 340-save-before-image
               move tx-name to sm-name
           end-if.

           if ws-reject-flag = ws-false-cnst
             and ws-hold-flag = ws-false-cnst
             and ws-future-flag = ws-false-cnst
             then
               move ws-before-image to ws-log-before
               perform 350-format-after-image
               perform 332-check-open-balances
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               perform 338-check-scheduled
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               perform 340-save-before-image
                       if dr-balance not = 0
                         then
                           move ws-true-cnst to ws-reject-flag
                           move "DRAW BALANCE OUTSTANDING" to
                               ws-reg-disp
                       end-if
               end-read
           end-if.
                       move ws-true-cnst to ws-susp-found-flag
                   end-if
           end-read.
      *
       338-check-scheduled.
      *
      * a change scheduled for a deleted salesperson would have no
      * master record to land on when its date came round.
      *
           move tx-sman-num to fu-sman-num.
           move 0 to fu-eff-date.

           start fut-file key is not less than fu-key
               invalid key
                   continue
           end-start.

           perform 339-scan-sched-rec
             until ws-fut-status not = "00"
               or ws-reject-flag = ws-true-cnst.
      *
       339-scan-sched-rec.
      *
           read fut-file next record
               at end
                   move "10" to ws-fut-status
               not at end
                   if fu-sman-num not = tx-sman-num
                     then
                       move "10" to ws-fut-status
                   else
                       if tx-action not = ws-change-cnst
                         or ws-future-flag = ws-false-cnst
                         or fu-eff-date not = tx-eff-date
                         then
                           move ws-true-cnst to ws-reject-flag
                           move "SCHEDULED CHANGES PENDING" to
                               ws-reg-disp
                       end-if
                   end-if
           end-read.
      *
       335-apply-terminate.
      *
           move sm-ovr-rate to ws-bef-ovr-rate.
           move sm-status to ws-bef-status.
           move ws-before-image to ws-log-after.
      *
       380-schedule-change.
      *
      * a second change for the same salesperson and date replaces the
      * first; changes for different dates are applied in date order.
      *
           move tx-sman-num to fu-sman-num.
           move tx-eff-date to fu-eff-date.
           move ws-run-date to fu-sub-date.
           move tx-user to fu-user.
           move ws-approver to fu-approver.
           move sman-tran-rec to fu-tran.

           write fut-rec
               invalid key
                   rewrite fut-rec
                       invalid key
                           move ws-true-cnst to ws-reject-flag
                           move "SCHEDULED FILE WRITE FAILED" to
                               ws-reg-disp
                   end-rewrite
           end-write.

           if ws-reject-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-scheduled-count
               move tx-eff-date to ws-sched-eff-date
               move ws-sched-disp to ws-reg-disp
           end-if.
      *
       400-write-change-log.
      *
           move tx-user to ws-log-user.
           move tx-action to ws-log-action.
           move tx-sman-num to ws-log-sman-num.
           move ws-approver to ws-log-approver.

           write chglog-line from ws-chglog-rec.
      *
       450-process-decision.
      *
      * an approval or refusal must name a queued item still pending
      * for the same salesperson, and carry the deciding operator.
      *
           if tx-sman-num is not numeric
             or ap-queue-num is not numeric
             then
               move ws-true-cnst to ws-reject-flag
               move "SALESPERSON OR QUEUE NO. NOT NUMERIC" to
                   ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and tx-user = spaces
             then
               move ws-true-cnst to ws-reject-flag
               move "OPERATOR ID IS BLANK" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               move ap-queue-num to pd-queue-num
               read pend-file
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "QUEUE NUMBER NOT ON PENDING FILE" to
                           ws-reg-disp
               end-read
           end-if.

           if ws-reject-flag = ws-false-cnst
             and pd-sman-num not = tx-sman-num
             then
               move ws-true-cnst to ws-reject-flag
               move "QUEUE ITEM NOT FOR THIS SALESPERSON" to
                   ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and pd-status not = ws-pend-pending-cnst
             then
               move ws-true-cnst to ws-reject-flag
               move "QUEUE ITEM IS NO LONGER PENDING" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               move tx-user to ws-decider
               if tx-action = ws-approve-cnst
                 then
                   perform 455-approve-item
               else
                   perform 458-refuse-item
               end-if
           end-if.
      *
       455-approve-item.
      *
      * the second operator must be someone else, and must see the item
      * on a register before approving it - never in the run that
      * queued it.  the queued change is edited again against the
      * master as it stands now.
      *
           if pd-sub-date = ws-run-date
             and pd-sub-time = ws-run-time
             then
               move ws-true-cnst to ws-reject-flag
               move "QUEUED IN THIS RUN - APPROVE LATER" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             and pd-user = ws-decider
             then
               move ws-true-cnst to ws-reject-flag
               move "APPROVER MUST DIFFER FROM SUBMITTER" to
                   ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
             then
               move ws-decider to ws-approver
               move pd-tran to sman-tran-rec
               move ws-true-cnst to ws-approving-flag
               perform 200-edit-tran
               if ws-reject-flag = ws-false-cnst
                 then
                   perform 300-apply-tran
               end-if
               move ws-false-cnst to ws-approving-flag
               if ws-reject-flag = ws-false-cnst
                 then
                   move ws-pend-approved-cnst to pd-status
                   add ws-one-cnst to ws-approved-count
                   move ws-approved-by-cnst to ws-dec-verb
                   move ws-decider to ws-dec-user
                   move pd-queue-num to ws-dec-queue-num
                   if ws-future-flag = ws-false-cnst
                     then
                       move ws-decided-disp to ws-reg-disp
                   end-if
               else
                   move ws-pend-failed-cnst to pd-status
               end-if
               move ws-decider to pd-dec-user
               perform 470-rewrite-pend-rec
           end-if.
      *
       458-refuse-item.
      *
           move ws-pend-refused-cnst to pd-status.
           move ws-decider to pd-dec-user.

           perform 470-rewrite-pend-rec.

           if ws-reject-flag = ws-false-cnst
             then
               add ws-one-cnst to ws-refused-count
               move ws-refused-by-cnst to ws-dec-verb
               move ws-decider to ws-dec-user
               move pd-queue-num to ws-dec-queue-num
               move ws-decided-disp to ws-reg-disp
           end-if.
      *
       460-hold-tran.
      *
           add ws-one-cnst to ws-last-queue-num.

           move ws-last-queue-num to pd-queue-num.
           move ws-pend-pending-cnst to pd-status.
           move ws-run-date to pd-sub-date.
           move ws-run-time to pd-sub-time.

           perform 465-calc-expiry-date.

           move ws-expiry-date to pd-expiry-date.
           move 0 to pd-dec-date.
           move 0 to pd-dec-time.
           move spaces to pd-dec-user.
           move sman-tran-rec to pd-tran.

           write pend-rec
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "PENDING FILE WRITE FAILED" to ws-reg-disp
           end-write.

           if ws-reject-flag = ws-false-cnst
             then
               move ws-true-cnst to ws-hold-flag
               add ws-one-cnst to ws-held-count
               move pd-queue-num to ws-held-queue-num
               move ws-held-disp to ws-reg-disp
           end-if.
      *
       465-calc-expiry-date.
      *
           move ws-run-date to ws-expiry-date.

           add ws-expiry-months-cnst to ws-exp-month.

           if ws-exp-month > ws-months-cnst
             then
               subtract ws-months-cnst from ws-exp-month
               add ws-one-cnst to ws-exp-year
           end-if.
      *
       470-rewrite-pend-rec.
      *
           move ws-run-date to pd-dec-date.
           move ws-run-time to pd-dec-time.

           rewrite pend-rec
               invalid key
                   move ws-true-cnst to ws-reject-flag
                   move "PENDING FILE REWRITE FAILED" to ws-reg-disp
           end-rewrite.
      *
       480-print-approval-queue.
      *
      * the queue section lists what is still waiting for a second
      * operator, and what was refused or lapsed in this run.
      *
           write register-line from "" after advancing 1 line.
           write register-line from ws-queue-heading1
               after advancing 1 line.
           write register-line from "" after advancing 1 line.
           write register-line from ws-queue-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           close pend-file.
           open input pend-file.

           if ws-pend-status = "00"
             then
               perform 485-print-queue-rec
                 until ws-pend-status not = "00"
           end-if.
      *
       485-print-queue-rec.
      *
           read pend-file next record
               at end
                   move "10" to ws-pend-status
               not at end
                   move spaces to ws-q-status-text
                   move spaces to ws-q-status-info
                   if pd-status = ws-pend-pending-cnst
                     then
                       move "PENDING - EXPIRES" to ws-q-status-text
                       move pd-expiry-date to ws-q-date-edit
                       move ws-q-date-edit to ws-q-status-info
                   end-if
                   if pd-dec-date = ws-run-date
                     and pd-dec-time = ws-run-time
                     then
                       perform 490-format-decided-status
                   end-if
                   if ws-q-status-text not = spaces
                     then
                       move pd-queue-num to ws-q-queue-num
                       move pd-sub-date to ws-q-sub-date
                       move pd-user to ws-q-user
                       move pd-action to ws-q-action
                       move pd-sman-num to ws-q-key
                       write register-line from ws-queue-detail
                   end-if
           end-read.
      *
       490-format-decided-status.
      *
           if pd-status = ws-pend-expired-cnst
             then
               move "EXPIRED - NOT APPROVED" to ws-q-status-text
           end-if.

           if pd-status = ws-pend-refused-cnst
             then
               move "REFUSED BY" to ws-q-status-text
               move pd-dec-user to ws-q-status-info
           end-if.

           if pd-status = ws-pend-failed-cnst
             then
               move "FAILED ON APPROVAL BY" to ws-q-status-text
               move pd-dec-user to ws-q-status-info
           end-if.
      *
       700-print-register-line.
      *
           write register-line from ws-reg-tran-total.
           write register-line from ws-reg-applied-total.
           write register-line from ws-reg-rejected-total.

           move ws-held-count to ws-reg-num-held.
           move ws-approved-count to ws-reg-num-approved.
           move ws-refused-count to ws-reg-num-refused.
           move ws-expired-count to ws-reg-num-expired.

           write register-line from ws-reg-held-total.
           write register-line from ws-reg-approved-total.
           write register-line from ws-reg-refused-total.
           write register-line from ws-reg-expired-total.

           move ws-scheduled-count to ws-reg-num-scheduled.

           write register-line from ws-reg-scheduled-total.
      *
       end program A3-SmanMaint.
