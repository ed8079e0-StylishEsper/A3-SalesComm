      *and sales hash itself, and writes A3.dat with a correct H header
      *and T trailer.  An intake register shows what came from each
      *region, so the hand-keyed batch controls that used to abort the
      *commission run are gone.  The intake will not start while a
      *commission run is unfinished, and it records its start and
      *completion for the batch on the run-control file.
      *
       environment division.
      *
           select intake-file
               assign to "../../../A3-SalesComm/A3-INTAKE.OUT"
               organization is line sequential.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

           select restart-file
               assign to "../../../A3-SalesComm/A3-RESTART.DAT"
               organization is line sequential
               file status is ws-restart-status.
      *
       data division.
       file section.
           record contains 92 characters.
      *
       01 intake-line pic x(92).
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
       fd restart-file
           data record is restart-rec
           record contains 118 characters.
      *
       01 restart-rec pic x(118).
      *
       working-storage section.
      *
       01 ws-flags.
         05 ws-eof-flag pic x value space.
         05 ws-in-region-flag pic x value "N".
         05 ws-intake-open-flag pic x value "N".
      *
       01 ws-file-status.
         05 ws-xmit-status pic xx value "00".
         05 ws-batch-reg-status pic xx value "00".
         05 ws-runctl-status pic xx value "00".
         05 ws-restart-status pic xx value "00".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       01 ws-abort-reason pic x(40) value spaces.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-period pic 9(6).
         05 filler pic 99.
       01 ws-run-time pic 9(8).
      *
       77 ws-step-intake-cnst pic x(8) value "INTAKE".
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
      *
       01 ws-runctl-ctl.
         05 ws-rc-started-flag pic x value "N".
         05 ws-rc-live-open-flag pic x value "N".
         05 ws-rc-live-batch pic 9(6) value 0.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
       01 ws-batch-ctl.
         05 ws-batch-num pic 9(6) value 0.
         05 ws-int-batch-date pic 9(8).
      *
       01 ws-intake-heading3.
         05 filler pic x(33) value "REGION   XMIT DATE   RECORDS     ".
         05 filler pic x(59) value "SALES HASH   DISPOSITION".
      *
       01 ws-intake-detail.
         05 ws-int-region pic x(3).
         05 ws-int-disp pic x(35).
      *
       01 ws-intake-region-total.
         05 filler pic x(38)
             value "REGIONS RECEIVED                      ".
         05 ws-int-num-regions pic zzzz9.
      *
       01 ws-intake-record-total.
         05 filler pic x(38)
             value "RECORDS CONSOLIDATED                  ".
         05 ws-int-num-records pic zzzz9.
      *
       01 ws-intake-hash-total.
         05 filler pic x(38)
             value "BATCH SALES HASH                      ".
         05 ws-int-hash-total pic zzz,zzz,zz9.
      *
       procedure division.

           if ws-xmit-status not = "00"
             then
               display "TRANSMISSION FILE NOT AVAILABLE - STATUS "
                   ws-xmit-status
               goback
           end-if.

           perform 050-assign-batch-num.

      * the prerequisites are checked before the intake report is
      * opened, so a refused run leaves the last report in place.
      *
           perform 060-check-prerequisites.

           open output intake-file.
           move ws-true-cnst to ws-intake-open-flag.

           move ws-batch-num to ws-int-batch-num.
           move ws-run-date to ws-int-batch-date.

           write intake-line from ws-intake-heading1.
           write intake-line from "" after advancing 1 line.
           write intake-line from ws-intake-heading2
               after advancing 1 line.
           write intake-line from "" after advancing 1 line.
           write intake-line from ws-intake-heading3
               after advancing 1 line.
           write intake-line from "" after advancing 1 line.

           move ws-event-start-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 070-write-runctl-rec.
           move ws-true-cnst to ws-rc-started-flag.

           perform 300-read-xmit.

           if ws-eof-flag = ws-true-cnst

           close xmit-file, intake-file.

           move ws-event-end-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 070-write-runctl-rec.

           display "BATCH " ws-batch-num " BUILT - "
               ws-batch-count " RECORDS FROM "
               ws-region-total " REGIONS".
                       move bg-batch-num to ws-batch-num
                   end-if
           end-read.
      *
       060-check-prerequisites.
      *
      * a crashed commission run resumes from its checkpoint against
      * the A3.dat it was paying, so a new batch cannot be built over
      * it until that run has been resumed and finished.
      *
           open input restart-file.

           if ws-restart-status = "00"
             then
               read restart-file
                   at end
                       continue
                   not at end
                       move "COMMISSION RUN CHECKPOINT ON FILE" to
                           ws-abort-reason
               end-read
               close restart-file
               if ws-abort-reason not = spaces
                 then
                   display "RESUME AND FINISH THE COMMISSION RUN FIRST"
                   perform 999-abort-run
               end-if
           end-if.

           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 065-read-runctl-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.

           if ws-rc-live-open-flag = ws-true-cnst
             then
               display "LIVE COMMISSION RUN FOR BATCH " ws-rc-live-batch
                   " STARTED BUT NEVER FINISHED"
               move "COMMISSION RUN DID NOT COMPLETE" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.
      *
       065-read-runctl-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if rc-step = ws-step-live-cnst
                     then
                       move rc-batch-num to ws-rc-live-batch
                       if rc-event = ws-event-start-cnst
                         then
                           move ws-true-cnst to ws-rc-live-open-flag
                       else
                           move ws-false-cnst to ws-rc-live-open-flag
                       end-if
                   end-if
           end-read.
      *
       070-write-runctl-rec.
      *
      * every step of the commission cycle logs its start and its end
      * with the return code, so the next step can check it ran.
      *
           accept ws-run-time from time.

           move ws-run-period to rc-cycle.
           move ws-batch-num to rc-batch-num.
           move ws-step-intake-cnst to rc-step.
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
       100-process-xmit-rec.
      *
               else
                   if xm-rec-type = ws-rgn-hdr-cnst
                     then
                       move "TRANSMISSION TRAILER MISSING" to
                           ws-abort-reason
                       perform 999-abort-run
                   else
                       perform 120-hold-detail-rec
      *
           if xm-region not = ws-cur-region
             then
               display "RECORD FOR REGION " xm-region
                   " IN TRANSMISSION FOR " ws-cur-region
               move "REGION CODE MISMATCH IN DETAIL" to ws-abort-reason
               perform 999-abort-run
           end-if.
           if xe-rec-count is not numeric
             or xe-sales-hash is not numeric
             then
               move "TRANSMISSION TRAILER IS NOT NUMERIC" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.

           if xe-rec-count not = ws-region-count
             then
               display "REGION " ws-cur-region " TRAILER COUNT "
                   xe-rec-count " BUT " ws-region-count " RECEIVED"
               move "TRANSMISSION RECORD COUNT MISMATCH" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.

           if xe-sales-hash not = ws-region-hash
             then
               display "REGION " ws-cur-region " TRAILER HASH "
                   xe-sales-hash " BUT " ws-region-hash " RECEIVED"
               move "TRANSMISSION SALES HASH MISMATCH" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.

           display "*** INTAKE ABORTED - " ws-abort-reason " ***".
           display "*** A3.dat WAS NOT BUILT ***".

           close xmit-file.

           if ws-intake-open-flag = ws-true-cnst
             then
               close intake-file
           end-if.

           if ws-rc-started-flag = ws-true-cnst
             then
               move ws-event-end-cnst to ws-rc-event
               move ws-abort-rc-cnst to ws-rc-return-code
               perform 070-write-runctl-rec
           end-if.

           move ws-abort-rc-cnst to return-code.

