      *transactions the register lists every outstanding draw balance
      *aged by how many commission runs it has been carried without
      *being fully recovered, so finance can chase long-standing
      *deficits.  An advance above the approval limit is not paid out
      *by the operator who keys it: it is queued on the pending-approval
      *file and applied only when a different operator approves it in a
      *later run (action V with the queue number); either operator may
      *refuse it (action R), and an item left a month unapproved
      *expires.
      *
       environment division.
      *
           select chglog-file
               assign to "../../../A3-SalesComm/A3-DRCHG.LOG"
               organization is line sequential.

           select pend-file
               assign to "../../../A3-SalesComm/A3-DRPEND.DAT"
               organization is indexed
               access mode is dynamic
               record key is pd-queue-num
               file status is ws-pend-status.
      *
       data division.
       file section.
         05 tx-sman-num pic 999.
         05 tx-amount pic s9(7) sign leading separate.
         05 tx-user pic x(8).
      *
      * an approval or refusal names the queued item by its number in
      * the bytes that follow the salesperson number.
      *
       01 draw-decision-rec.
         05 filler pic x(4).
         05 ap-queue-num pic 9(6).
         05 filler pic x(10).
      *
       fd draw-file
           data record is draw-rec.
      *
       fd chglog-file
           data record is chglog-line
           record contains 147 characters.
      *
       01 chglog-line pic x(147).
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
           10 filler pic x(8).
           10 pd-user pic x(8).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-reject-flag pic x value "N".
         05 ws-hold-flag pic x value "N".
         05 ws-approving-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-tran-status pic xx value "00".
         05 ws-draw-status pic xx value "00".
         05 ws-sman-status pic xx value "00".
         05 ws-pend-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-adjust-cnst pic x value "M".
       77 ws-term-cnst pic x value "T".
       77 ws-followup-runs-cnst pic 999 value 3.
       77 ws-approve-cnst pic x value "V".
       77 ws-refuse-cnst pic x value "R".
      *
      * an advance larger than this needs a second operator.
      *
       77 ws-approval-limit-cnst pic 9(7) value 5000.
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
         05 ws-outstanding-count pic 9(5) value 0.
         05 ws-held-count pic 9(5) value 0.
         05 ws-approved-count pic 9(5) value 0.
         05 ws-refused-count pic 9(5) value 0.
         05 ws-expired-count pic 9(5) value 0.
      *
       01 ws-outstanding-total pic s9(9) value 0.
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
       77 ws-approved-by-cnst pic x(12) value "APPROVED BY".
       77 ws-refused-by-cnst pic x(12) value "REFUSED BY".
      *
       01 ws-new-rec-flag pic x value "N".
       01 ws-new-balance pic s9(7) value 0.
         05 filler pic x(25) value "DRAW ADVANCE MAINTENANCE".
      *
       01 ws-reg-heading2.
         05 filler pic x(34) value "ACT  NO.     NAME         AMOUNT  ".
         05 filler pic x(58) value " USER      DISPOSITION".
      *
       01 ws-reg-detail.
         05 ws-reg-action pic x.
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
       01 ws-reg-held-total.
         05 filler pic x(38)
             value "TRANSACTIONS HELD FOR APPROVAL        ".
         05 ws-reg-num-held pic zzzz9.
      *
       01 ws-reg-approved-total.
         05 filler pic x(38)
             value "QUEUED ADVANCES APPROVED              ".
         05 ws-reg-num-approved pic zzzz9.
      *
       01 ws-reg-refused-total.
         05 filler pic x(38)
             value "QUEUED ADVANCES REFUSED               ".
         05 ws-reg-num-refused pic zzzz9.
      *
       01 ws-reg-expired-total.
         05 filler pic x(38)
             value "QUEUED ADVANCES EXPIRED               ".
         05 ws-reg-num-expired pic zzzz9.
      *
       01 ws-queue-heading1.
         05 filler pic x(30) value spaces.
         05 filler pic x(30) value "APPROVAL QUEUE".
      *
       01 ws-queue-heading2.
         05 filler pic x(34) value "QUEUE   SUBMITTED   BY        ACT ".
         05 filler pic x(34) value " NO.      AMOUNT  STATUS".
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
         05 ws-q-amount pic z,zzz,zz9-.
         05 filler pic x(2) value spaces.
         05 ws-q-status-text pic x(23).
         05 ws-q-status-info pic x(10).
      *
       01 ws-q-date-edit pic 9999/99/99.
      *
      * the queued advance is read back through the transaction layout
      * to show its amount.
      *
       01 ws-q-tran.
         05 filler pic x(4).
         05 ws-q-tran-amount pic s9(7) sign leading separate.
         05 filler pic x(8).
      *
       01 ws-aging-heading1.
         05 filler pic x(28) value spaces.
         05 filler pic x(33) value "OUTSTANDING DRAW AGING REGISTER".
      *
       01 ws-aging-heading2.
         05 filler pic x(32) value "NO.     NAME          BALANCE   ".
         05 filler pic x(60) value "RUNS CARRIED   FOLLOW UP".
      *
       01 ws-aging-detail.
         05 ws-age-sman-num pic 999.
         05 ws-age-flag pic x(16).
      *
       01 ws-aging-count-line.
         05 filler pic x(38)
             value "OUTSTANDING DRAW BALANCES             ".
         05 ws-age-num-open pic zzzz9.
      *
       01 ws-aging-total-line.
         05 filler pic x(38)
             value "TOTAL OUTSTANDING                    $".
         05 ws-age-total pic zzz,zzz,zz9-.
      *
       01 ws-chglog-rec.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "AFTER-".
         05 ws-log-after pic x(12).
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "APPR-".
         05 ws-log-approver pic x(8).
      *
       procedure division.
       000-main.

           if ws-tran-status not = "00"
             then
               display "DRAW TRANSACTION FILE NOT AVAILABLE - STATUS "
                   ws-tran-status
               goback
           end-if.


           if ws-draw-status not = "00"
             then
               display "DRAW FILE NOT AVAILABLE - STATUS "
                   ws-draw-status
               close draw-tran-file
               goback
           end-if.

           if ws-sman-status not = "00"
             then
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
               close draw-tran-file, draw-file
               goback
           end-if.

           write register-line from ws-reg-heading1.
           write register-line from "" after advancing 1 line.
           write register-line from ws-reg-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           perform 060-open-pending.

           read draw-tran-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 800-print-totals.

           perform 480-print-approval-queue.

           perform 500-print-aging-register.

           close draw-tran-file, draw-file, sman-master-file,
               register-file, chglog-file, pend-file.

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
               close draw-tran-file, draw-file, sman-master-file,
                   register-file, chglog-file
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
       100-process-tran.
      *
           add ws-one-cnst to ws-tran-count.

           move ws-false-cnst to ws-reject-flag.
           move ws-false-cnst to ws-hold-flag.
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
             and tx-action not = ws-adjust-cnst
             then
               move ws-true-cnst to ws-reject-flag
               move "ACTION CODE IS NOT A, M, V OR R" to ws-reg-disp
           end-if.

           if ws-reject-flag = ws-false-cnst
               read sman-master-file
                   invalid key
                       move ws-true-cnst to ws-reject-flag
                       move "SALESPERSON NOT ON MASTER FILE" to
                           ws-reg-disp
               end-read
           end-if.

             and sm-status = ws-term-cnst
             then
               move ws-true-cnst to ws-reject-flag
               move "SALESPERSON TERMINATED - NO ADVANCES" to
                   ws-reg-disp
           end-if.
      *
       300-apply-tran.
           end-if.
      *
       310-apply-advance.
      *
      * a large advance is money out of the door on one person's say,
      * so it waits for a second operator; adjustments only correct
      * what is already on file and go straight on.
      *
           if ws-approving-flag = ws-false-cnst
             and tx-amount > ws-approval-limit-cnst
             then
               perform 460-hold-tran
           else
               perform 315-post-advance
           end-if.
      *
       315-post-advance.
      *
           perform 340-save-before-image.

               if ws-new-balance < 0
                 then
                   move ws-true-cnst to ws-reject-flag
                   move "ADJUSTMENT WOULD MAKE BALANCE NEGATIVE" to
                       ws-reg-disp
               end-if
           end-if.

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
      * queued it.  the queued advance is edited again against the
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
               move pd-tran to draw-tran-rec
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
                   move ws-decided-disp to ws-reg-disp
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

      * the register shows the name of the salesperson the refused
      * advance was for.
      *
           move tx-sman-num to sm-sman-num.
           read sman-master-file
               invalid key
                   move spaces to sm-name
           end-read.

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
           move draw-tran-rec to pd-tran.

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
                       move pd-tran to ws-q-tran
                       move ws-q-tran-amount to ws-q-amount
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
       500-print-aging-register.
      *
           write register-line from "" after advancing 1 line.
           write register-line from ws-aging-heading1
               after advancing 1 line.
           write register-line from "" after advancing 1 line.
           write register-line from ws-aging-heading2
               after advancing 1 line.
           write register-line from "" after advancing 1 line.

           close draw-file.
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
      *
       end program A3-DrawMaint.
