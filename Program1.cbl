       program-id. A3-SalesComm.
       author. Ahmed Butt.
       date-written. 2021-02-11.
      *Program Description: Generates a report based on a given data
      *                     file.
      *
       environment division.
      *
               assign to "../../../A3-SalesComm/A3-BATCH.LOG"
               organization is line sequential
               file status is ws-batch-reg-status.

           select peract-file
               assign to "../../../A3-SalesComm/A3-PERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is pa-key
               file status is ws-peract-status.

           select invhist-file
               assign to "../../../A3-SalesComm/A3-INVHIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is ih-invoice
               file status is ws-invhist-status.

           select invwork-file
               assign to "../../../A3-SalesComm/A3-INVWORK.DAT"
               organization is indexed
               access mode is dynamic
               record key is iw-invoice
               file status is ws-invwork-status.

           select rundtl-file
               assign to "../../../A3-SalesComm/A3-RUNDTL.DAT"
               organization is line sequential
               file status is ws-rundtl-status.

           select salecons-file
               assign to "../../../A3-SalesComm/A3-SALECONS.WRK"
               organization is line sequential
               file status is ws-salecons-status.

           select susphold-file
               assign to "../../../A3-SalesComm/A3-SUSPHOLD.WRK"
               organization is line sequential
               file status is ws-susphold-status.

           select mgrwork-file
               assign to "../../../A3-SalesComm/A3-MGRWORK.WRK"
               organization is line sequential
               file status is ws-mgrwork-status.

           select topnwork-file
               assign to "../../../A3-SalesComm/A3-TOPNWORK.WRK"
               organization is line sequential
               file status is ws-topnwork-status.

           select runctl-file
               assign to "../../../A3-SalesComm/A3-RUNCTL.DAT"
               organization is line sequential
               file status is ws-runctl-status.

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

           select chglog-file
               assign to "../../../A3-SalesComm/A3-SMCHG.LOG"
               organization is line sequential.

           select sale-sort-file
               assign to "../../../A3-SalesComm/A3-SALESRT.WRK".

           select sale-order-file
               assign to "../../../A3-SalesComm/A3-SALEORD.WRK".

           select mgr-sort-file
               assign to "../../../A3-SalesComm/A3-MGRSORT.WRK".

           select topn-sort-file
               assign to "../../../A3-SalesComm/A3-TOPNSRT.WRK".
      *
       data division.
       file section.
         05 ss-share-pct pic 999.
         05 filler pic x(12).
         05 ss-region pic x(3).
      *
      * an invoice detail record is one invoiced sale: the sale amount
      * and region sit where they do on a detail record so the batch
      * hash and regional intake treat it like any other sale, and the
      * contract terms come from the master file as for a split.
      *
       01 invoice-sale-rec.
         05 is-rec-type pic x.
         05 is-sman-num pic 999.
         05 is-invoice pic x(8).
         05 is-sales pic 9(6).
         05 is-customer pic 9(6).
         05 is-sale-date pic 9(8).
         05 is-sale-date-parts redefines is-sale-date.
           10 is-sale-year pic 9(4).
           10 is-sale-month pic 99.
           10 is-sale-day pic 99.
         05 is-product-line pic x(4).
         05 is-region pic x(3).
      *
      * a plan true-up record carries the earned and paid correction
      * A3-TrueUp worked out for one salesperson after a retroactive
      * plan change; the earned amount sits in the sales position so
      * the batch hash still covers it.
      *
       01 trueup-sale-rec.
         05 tu-rec-type pic x.
         05 tu-sman-num pic 999.
         05 tu-eff-date pic 9(8).
         05 tu-earned-amt pic 9(6).
         05 tu-earned-sign pic x.
         05 tu-paid-amt pic 9(6).
         05 tu-paid-sign pic x.
         05 tu-plan-code pic x(3).
         05 filler pic x(7).
         05 tu-region pic x(3).
      *
       fd susp-file
           data record is susp-rec
      *
       fd restart-file
           data record is restart-rec
           record contains 118 characters.
      *
       01 restart-rec.
         05 rs-sman-num pic 999.
         05 rs-totale pic s9(7).
         05 rs-totalp pic s9(7).
         05 rs-hold-num-without pic 9(5).
         05 rs-hold-num-sp pic 9(5).
         05 rs-hold-num-min pic 9(5).
         05 rs-hold-num-equal pic 9(5).
         05 rs-hold-num-with pic 9(5).
         05 rs-hold-num-max pic 9(5).
         05 rs-hold-num-input pic 9(5).
         05 rs-gl-post-count pic 9(5).
         05 rs-gl-debit-total pic s9(7).
         05 bg-batch-num pic 9(6).
         05 bg-batch-date pic 9(8).
         05 bg-run-date pic 9(8).
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
       fd invhist-file
           data record is invhist-rec.
      *
       01 invhist-rec.
         05 ih-invoice pic x(8).
         05 ih-sman-num pic 999.
         05 ih-customer pic 9(6).
         05 ih-sale-date pic 9(8).
         05 ih-product-line pic x(4).
         05 ih-sales pic 9(6).
         05 ih-batch-num pic 9(6).
         05 ih-run-date pic 9(8).
      *
       fd invwork-file
           data record is invwork-rec.
      *
       01 invwork-rec.
         05 iw-invoice pic x(8).
         05 iw-sman-num pic 999.
         05 iw-customer pic 9(6).
         05 iw-sale-date pic 9(8).
         05 iw-product-line pic x(4).
         05 iw-sales pic 9(6).
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
      * the consolidated sales entries, one per salesperson, in the
      * region and salesperson order the report is printed in.
      *
       fd salecons-file
           data record is salecons-rec
           record contains 67 characters.
      *
       01 salecons-rec pic x(67).
      *
       fd susphold-file
           data record is susphold-rec
           record contains 39 characters.
      *
       01 susphold-rec pic x(39).
      *
       fd mgrwork-file
           data record is mgrwork-rec
           record contains 11 characters.
      *
       01 mgrwork-rec.
         05 mw-mgr-num pic 999.
         05 mw-amount pic s9(7) sign leading separate.
      *
       fd topnwork-file
           data record is topnwork-rec
           record contains 18 characters.
      *
       01 topnwork-rec.
         05 tw-sman-num pic 999.
         05 tw-name pic x(8).
         05 tw-earned pic 9(7).
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
      * master and plan changes keyed ahead of their effective date by
      * the maintenance programs, waiting for the run that reaches it.
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
       fd chglog-file
           data record is chglog-line
           record contains 163 characters.
      *
       01 chglog-line pic x(163).
      *
      * every accepted sale, adjustment, split share and true-up in the
      * batch, brought together by salesperson in the order it was
      * read so the first record still sets the entry's details.
      *
       sd sale-sort-file
           data record is sale-sort-rec.
      *
       01 sale-sort-rec.
         05 sq-sman-num pic 999.
         05 sq-seq pic 9(7).
         05 sq-kind pic x.
         05 sq-invoice-flag pic x.
         05 sq-name pic x(8).
         05 sq-sales pic 9(6).
         05 sq-min pic 9(6).
         05 sq-max pic 9(6).
         05 sq-rate pic 99v9(4).
         05 sq-region pic x(3).
         05 sq-plan-code pic x(3).
         05 sq-mgr-num pic 999.
         05 sq-tu-earned pic s9(7).
         05 sq-tu-paid pic s9(7).
         05 sq-tu-plan pic x(3).
      *
       sd sale-order-file
           data record is sale-order-rec.
      *
       01 sale-order-rec.
         05 so-sman-num pic 999.
         05 filler pic x(34).
         05 so-region pic x(3).
         05 filler pic x(27).
      *
       sd mgr-sort-file
           data record is mgr-sort-rec.
      *
       01 mgr-sort-rec.
         05 ms-mgr-num pic 999.
         05 ms-amount pic s9(7) sign leading separate.
      *
       sd topn-sort-file
           data record is topn-sort-rec.
      *
       01 topn-sort-rec.
         05 ts-sman-num pic 999.
         05 ts-name pic x(8).
         05 ts-earned pic 9(7).
      *
       working-storage section.
      *
         05 ws-except-flag pic x value "N".
      *
       01 ws-except-heading.
         05 ws-except-columns pic x(92)
             value "NO.     NAME      REASON FOR EXCEPTION".
      *
       01 ws-except-detail.
         05 we-sman-num pic 999.
         05 ws-title pic x(23) value "SALES COMMISSION REPORT".
      *
       01 ws-heading3-headings.
         05 ws-columns.
           10 filler pic x(32) value "NO.     NAME      SALES     MIN ".
           10 filler pic x(32) value "     MAX    RATE     EARNED     ".
           10 filler pic x(30) value "   PAID     BONUS/NO BONUS    ".
           10 filler pic x(16) value "YTD EARNED  PLAN".
      *
       01 ws-heading4-underlines.
         05 ws-underlines.
           10 filler pic x(26) value "---   --------   -------  ".
           10 filler pic x(26) value "-------  -------  ------  ".
           10 filler pic x(24) value "----------  ----------  ".
           10 filler pic x(30) value "----------------  ----------- ".
           10 filler pic x(4) value "----".
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-commpay-acct-cnst pic x(12) value "2100-COMMPAY".
      *
       01 ws-gl-ctl.
         05 ws-gl-out-of-bal-flag pic x value "N".
         05 ws-gl-post-count pic 9(5) value 0.
         05 ws-gl-debit-total pic s9(7) value 0.
         05 ws-gl-credit-total pic s9(7) value 0.
         05 ws-region-disp-paid pic z,zzz,zz9-.
      *
       01 ws-num-regions.
         05 filler pic x(38)
             value "NUMBER OF REGIONS                     ".
         05 ws-num-rgn pic zz9 value spaces.
      *
       77 ws-restart-status pic xx value "00".
       77 ws-detail-cnst pic x value "D".
       77 ws-adjust-cnst pic x value "A".
       77 ws-split-cnst pic x value "S".
       77 ws-invoice-cnst pic x value "I".
       77 ws-trueup-cnst pic x value "C".
       77 ws-run-detail-cnst pic x value "R".
       77 ws-minus-cnst pic x value "-".
       77 ws-plus-cnst pic x value "+".
       77 ws-terminated-cnst pic x value "T".
       77 ws-adjustment-txt-cnst pic x(16) value "ADJUSTMENT".
      *
         05 filler pic x(12) value " PCT OF SALE".
      *
       01 ws-adjust-flag pic x value "N".
       01 ws-invoice-flag pic x value "N".
       01 ws-trueup-flag pic x value "N".
      *
       77 ws-rundtl-status pic xx value "00".
      *
       01 ws-trueup-ctl.
         05 ws-rundtl-avail-flag pic x value "N".
         05 ws-run-start-time pic 9(8) value 0.
         05 ws-tu-earned-in pic s9(7) value 0.
         05 ws-tu-paid-in pic s9(7) value 0.
         05 ws-tu-plan-in pic x(3) value spaces.
      *
       77 ws-smfut-status pic xx value "00".
       77 ws-plfut-status pic xx value "00".
      *
       01 ws-sched-ctl.
         05 ws-smfut-avail-flag pic x value "N".
         05 ws-plan-file-flag pic x value "N".
         05 ws-sched-done-flag pic x value "N".
         05 ws-sched-plan-found pic 99 value 0.
      *
      * the scheduled item is the maintenance transaction exactly as
      * it was keyed and approved.
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
       01 ws-sched-master.
         05 filler pic 999.
         05 ws-sched-image pic x(38).
      *
       01 ws-sched-note.
         05 ws-sn-text pic x(36).
         05 ws-sn-eff-date pic 9999/99/99.
      *
       01 ws-sched-plan-name.
         05 filler pic x(5) value "PLAN ".
         05 ws-spn-plan-code pic x(3).
      *
       77 ws-sched-applied-cnst pic x(36)
           value "SCHEDULED CHANGE APPLIED - EFF".
       77 ws-sched-due-cnst pic x(36)
           value "SCHEDULED CHANGE DUE - EFF".
       77 ws-sched-failed-cnst pic x(36)
           value "SCHEDULED CHANGE FAILED - EFF".
       77 ws-sched-dropped-cnst pic x(36)
           value "NOT ON MASTER - CHANGE DROPPED - EFF".
       77 ws-sched-full-cnst pic x(36)
           value "PLAN TABLE FULL - NOT APPLIED - EFF".
      *
       01 ws-sched-log.
         05 filler pic x(5) value "DATE-".
         05 ws-slog-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "TIME-".
         05 ws-slog-time pic 9(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "USER-".
         05 ws-slog-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-slog-action pic x.
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "NO.-".
         05 ws-slog-sman-num pic 999.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "BEFORE-".
         05 ws-slog-before pic x(38).
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "AFTER-".
         05 ws-slog-after pic x(38).
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "APPR-".
         05 ws-slog-approver pic x(8).
      *
       01 ws-trueup-note.
         05 filler pic x(27) value "PLAN TRUE-UP RECEIVED PLAN ".
         05 ws-tu-note-plan pic x(3).
      *
       01 ws-trueup-line.
         05 ws-tu-sman-num pic 999.
         05 filler pic x(3) value spaces.
         05 ws-tu-name pic x(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(18) value "PLAN TRUE-UP PLAN ".
         05 ws-tu-plan pic x(3).
         05 filler pic x(10) value spaces.
         05 filler pic x(8) value "EARNED $".
         05 ws-tu-earned-disp pic z,zzz,zz9-.
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value "PAID $".
         05 ws-tu-paid-disp pic z,zzz,zz9-.
      *
       01 ws-stmt-trueup-line.
         05 filler pic x(16) value "PLAN TRUE-UP....".
         05 filler pic x(1) value "$".
         05 ws-stmt-tu-amount pic z,zzz,zz9-.
         05 filler pic x(7) value "  PLAN ".
         05 ws-stmt-tu-plan pic x(3).
      *
       77 ws-invhist-status pic xx value "00".
       77 ws-invwork-status pic xx value "00".
       77 ws-months-cnst pic 99 value 12.
       77 ws-days-cnst pic 99 value 31.
      *
       01 ws-invoice-ctl.
         05 ws-invhist-avail-flag pic x value "N".
         05 ws-invwork-eof-flag pic x value "N".
         05 ws-invoice-posted pic 9(6) value 0.
      *
       01 ws-invoice-dup-reason.
         05 filler pic x(34) value "DUPLICATE INVOICE - PAID IN BATCH ".
         05 ws-dup-batch-num pic 9(6).
      *
       77 ws-hdr-cnst pic x value "H".
       77 ws-trl-cnst pic x value "T".
       77 ws-batch-reg-status pic xx value "00".
       77 ws-abort-rc-cnst pic 99 value 16.
       77 ws-error-rc-cnst pic 99 value 8.
      *
       01 ws-batch-ctl.
         05 ws-batch-num pic 9(6) value 0.
      *
       01 ws-abort-reason pic x(40) value spaces.
      *
       77 ws-runctl-status pic xx value "00".
       77 ws-step-intake-cnst pic x(8) value "INTAKE".
       77 ws-step-proof-cnst pic x(8) value "PROOF".
       77 ws-step-signoff-cnst pic x(8) value "SIGNOFF".
       77 ws-step-live-cnst pic x(8) value "LIVE".
       77 ws-step-reproc-cnst pic x(8) value "REPROC".
       77 ws-event-start-cnst pic x value "S".
       77 ws-event-end-cnst pic x value "E".
       77 ws-rc-ok-max-cnst pic 99 value 4.
      *
       01 ws-runctl-ctl.
         05 ws-rc-started-flag pic x value "N".
         05 ws-rc-intake-flag pic x value "N".
         05 ws-rc-proof-flag pic x value "N".
         05 ws-rc-signoff-flag pic x value "N".
         05 ws-rc-step pic x(8) value spaces.
         05 ws-rc-cycle pic 9(6) value 0.
         05 ws-rc-batch-num pic 9(6) value 0.
         05 ws-rc-event pic x value space.
         05 ws-rc-return-code pic 99 value 0.
      *
       77 ws-salecons-status pic xx value "00".
      *
       01 ws-table-ctl.
         05 ws-table-idx pic 9(5) value 0.
         05 ws-release-seq pic 9(7) value 0.
         05 ws-sort-eof-flag pic x value "N".
         05 ws-cons-eof-flag pic x value "N".
         05 ws-entry-held-flag pic x value "N".
         05 ws-entries-done pic 9(5) value 0.
      *
       01 ws-cur-sales pic s9(7) value 0.
      *
      * the signed amounts are carried with a separate sign so the
      * entry travels through the line sequential work file intact.
      *
       01 ws-sale-entry.
         05 st-sman-num pic 999.
         05 st-name pic x(8).
         05 st-sales pic s9(7) sign leading separate.
         05 st-min pic 9(6).
         05 st-max pic 9(6).
         05 st-rate pic 99v9(4).
         05 st-region pic x(3).
         05 st-adj pic x.
         05 st-plan-code pic x(3).
         05 st-mgr-num pic 999.
         05 st-sale-flag pic x.
         05 st-tu-earned pic s9(7) sign leading separate.
         05 st-tu-paid pic s9(7) sign leading separate.
         05 st-tu-plan pic x(3).
      *
       01 ws-cur-plan-code pic x(3) value spaces.
      *
       77 ws-mgrwork-status pic xx value "00".
      *
       01 ws-cur-mgr-num pic 999 value 0.
       01 ws-ovr-add pic s9(7) value 0.
       01 ws-ovr-skip-flag pic x value "N".
      *
       01 ws-mgr-ctl.
         05 ws-mgr-count pic 9(7) value 0.
         05 ws-mgr-eof-flag pic x value "N".
         05 ws-ovr-reacc-idx pic 9(5) value 0.
      *
       01 ws-mgr-entry.
         05 mg-num pic 999.
         05 mg-team-earned pic s9(8).
      *
       01 ws-ovr-heading1.
         05 filler pic x(33) value spaces.
         05 filler pic x(24) value "MANAGER OVERRIDE SUMMARY".
      *
       01 ws-ovr-heading2.
         05 filler pic x(34) value "MGR     NAME      TEAM EARNED     ".
         05 filler pic x(76) value "RATE      OVERRIDE".
      *
       01 ws-ovr-detail.
         05 ws-ovr-mgr-num pic 999.
       77 ws-susp-status pic xx value "00".
       77 ws-susp-mode-cnst pic x value "S".
       77 ws-proof-mode-cnst pic x value "P".
       77 ws-susphold-status pic xx value "00".
      *
       01 ws-run-mode pic x value space.
      *
         05 ws-append-flag pic x value "N".
      *
       01 ws-ytd-avail-flag pic x value "Y".
      *
       77 ws-peract-status pic xx value "00".
      *
       01 ws-peract-avail-flag pic x value "N".
      *
       01 ws-proof-stamp.
         05 filler pic x(28) value spaces.
         05 filler pic x(34) value "*** PROOF RUN - FOR APPROVAL ONLY ".
         05 filler pic x(22) value "- NOTHING UPDATED ***".
      *
       77 ws-proof-csv-cnst pic x(44)
           value "PROOF RUN - NOT POSTED - DO NOT RELEASE".
       77 ws-proof-stmt-cnst pic x(40)
           value "** PROOF - NOT A PAYMENT DOCUMENT **".
      *
       01 ws-susp-hold-count pic 9(5) value 0.
       01 ws-susp-hold-eof-flag pic x value "N".
      *
       77 ws-cat-equal-cnst pic x value "E".
       77 ws-cat-min-cnst pic x value "M".
      *
       77 ws-ytd-status pic xx value "00".
      *
       77 ws-topnwork-status pic xx value "00".
       77 ws-topn-print-cnst pic 99 value 5.
      *
       01 ws-topn-print-idx pic 99 value 0.
       01 ws-topn-eof-flag pic x value "N".
      *
       01 ws-topn-heading1.
         05 filler pic x(33) value spaces.
         05 filler pic x(36)
             value "TOP PERFORMERS BY COMMISSION EARNED".
      *
       01 ws-topn-heading2.
         05 filler pic x(92)
             value "RANK   NO.     NAME            EARNED".
      *
       01 ws-topn-detail.
         05 ws-topn-rank pic z9.
         05 ws-stmt-bonus pic x(16).
      *
       01 ws-stmt-adjust-line.
         05 filler pic x(41)
             value "** ADJUSTMENT - REVERSAL OF PRIOR SALE **".
      *
       01 ws-stmt-draw-line.
         05 filler pic x(16) value "DRAW BALANCE....".
       01 ws-hold-num-input pic 9(5) value 0.
      *
       01 ws-run-date pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
         05 ws-run-period pic 9(6).
         05 filler pic 99.
       01 ws-run-time pic 9(8).
      *
       01 ws-audit-rec.
         05 ws-audit-input pic zzzz9.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "WITH-".
         05 ws-audit-with pic zzzz9.
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "WITHOUT-".
         05 ws-audit-without pic zzzz9.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "EQUAL-".
         05 ws-audit-equal pic zzzz9.
         05 filler pic x(2) value spaces.
         05 filler pic x(2) value "$".
         05 ws-audit-earned pic z,zzz,zz9-.
         05 ws-stmt-count pic 9(5) value 0.
      *
       01 ws-more-max.
         05 filler pic x(38)
             value "NUMBER WITH BONUS MORE THAN MAX       ".
         05 ws-num-max pic zzzz9 value spaces.
      *
       01 ws-less-min.
         05 filler pic x(38)
             value "NUMBER WITH NO BONUS LESS THAN MIN    ".
         05 ws-num-min pic zzzz9 value spaces.
      *
       01 ws-with-bonus.
         05 filler pic x(38)
             value "NUMBER OF SALESPEOPLE WITH BONUS      ".
         05 ws-num-with pic zzzz9 value spaces.
      *
       01 ws-without-bonus.
         05 filler pic x(38)
             value "NUMBER OF SALESPEOPLE WITHOUT BONUS   ".
         05 ws-num-without pic zzzz9 value spaces.
      *
       01 ws-num-salespeople.
         05 filler pic x(38)
             value "NUMBER OF SALESPEOPLE                 ".
         05 ws-num-sp pic zzzz9 value spaces.
      *
       01 ws-num-paid-earned.
         05 filler pic x(38)
             value "NUMBER  WITH PAID EQUAL EARNED        ".
         05 ws-num-equal pic zzzz9 value spaces.
      *
       01 ws-per-paid-earned.
         05 filler pic x(38)
             value "PERCENT WITH PAID EQUAL EARNED        ".
         05 ws-per-equal pic z99.99.
         05 filler pic x value "%".

       01 ws-hold-per pic 999v99999 value 0.
       01 ws-hold-num-without pic 9(5) value 0.
       01 ws-hold-num-sp pic 9(5) value 0.
       01 ws-hold-num-min pic 9(5) value 0.
       01 ws-hold-num-equal pic 9(5) value 0.
       01 ws-hold-num-with pic 9(5) value 0.
       01 ws-hold-num-max pic 9(5) value 0.
      *
       01 ws-per-with-bonus.
         05 filler pic x(38)
             value "PERCENT WITH BONUS                    ".
         05 ws-per-bonus pic z99.99.
         05 filler pic x value "%".
      *
       01 ws-per-without-bonus.
         05 filler pic x(38)
             value "PERCENT WITHOUT BONUS                 ".
         05 ws-per-nobonus pic z99.99.
         05 filler pic x value "%".
      *
           move ws-false-cnst to ws-eof-flag.

           accept ws-run-date from date yyyymmdd.
           accept ws-run-start-time from time.

           perform 050-read-parms.

           if ws-run-mode = ws-proof-mode-cnst
             then
               move ws-true-cnst to ws-proof-mode-flag
               display "PROOF RUN - NO MASTER OR POSTING FILES WILL BE "
                   "UPDATED"
           end-if.

           if ws-run-mode = ws-susp-mode-cnst
           else
               open input sales-file
           end-if.

      * the master is opened for update only so that a live run can
      * apply the changes scheduled for its date.
      *
           if ws-proof-mode-flag = ws-true-cnst
             then
               open input sman-master-file
           else
               open i-o sman-master-file
           end-if.

           if ws-sman-status not = "00"
             then
               move ws-false-cnst to ws-master-avail-flag
               display "SALESMAN MASTER FILE NOT AVAILABLE - STATUS "
                   ws-sman-status
           end-if.

           if ws-proof-mode-flag = ws-true-cnst
               move ws-false-cnst to ws-draw-avail-flag
               if ws-draw-status not = "35"
                 then
                   display "DRAW FILE NOT AVAILABLE - STATUS "
                       ws-draw-status " - NO DRAW RECOVERY THIS RUN"
               end-if
           end-if.

      * a live run posts each salesperson's net sales for the month into
      * the period actuals file that quota attainment is measured
      * against; a proof run leaves it alone like every other master.
      *
           if ws-proof-mode-flag = ws-false-cnst
             then
               open i-o peract-file
               if ws-peract-status = "35"
                 then
                   open output peract-file
                   close peract-file
                   open i-o peract-file
               end-if
               if ws-peract-status = "00"
                 then
                   move ws-true-cnst to ws-peract-avail-flag
               else
                   display "PERIOD ACTUALS FILE NOT AVAILABLE - STATUS "
                       ws-peract-status
               end-if
           end-if.

      * every invoice a live run pays goes on the invoice history, and
      * every invoice is checked against it so a sale sent again in a
      * later batch is caught; a proof run checks without posting.
      *
           if ws-proof-mode-flag = ws-true-cnst
             then
               open input invhist-file
           else
               open i-o invhist-file
               if ws-invhist-status = "35"
                 then
                   open output invhist-file
                   close invhist-file
                   open i-o invhist-file
               end-if
           end-if.

      * a live run keeps a detail line per salesperson paid, with the
      * sales, contract terms and plan used, so a later retroactive plan
      * change can be re-rated run by run.
      *
           if ws-proof-mode-flag = ws-false-cnst
             then
               open extend rundtl-file
               if ws-rundtl-status = "35"
                 then
                   open output rundtl-file
               end-if
               if ws-rundtl-status = "00"
                 then
                   move ws-true-cnst to ws-rundtl-avail-flag
               else
                   display "RUN DETAIL FILE NOT AVAILABLE - STATUS "
                       ws-rundtl-status
               end-if
           end-if.

           if ws-invhist-status = "00"
             then
               move ws-true-cnst to ws-invhist-avail-flag
           else
               if ws-invhist-status not = "35"
                 then
                   display "INVOICE HISTORY NOT AVAILABLE - STATUS "
                       ws-invhist-status " - NO CROSS-BATCH CHECK"
               end-if
           end-if.

               move ws-true-cnst to ws-append-flag
           end-if.

      * the batch and its place in the cycle are checked before any
      * output is opened, so a refused start leaves the last run's
      * register, GL postings and paid file as they were.
      *
           perform 305-read-next-sales.

           if ws-eof-flag = ws-true-cnst
             then
               if ws-susp-mode-flag = ws-true-cnst
                 then
                   display "NO SUSPENSE RECORDS TO REPROCESS"
                   goback
               else
                   move "SALES FILE IS EMPTY" to ws-abort-reason
                   perform 999-abort-run
               end-if
           end-if.

           if ws-susp-mode-flag = ws-false-cnst
             then
               perform 080-verify-batch-header
               perform 305-read-next-sales
           end-if.

           perform 030-check-prerequisites.

           if ws-append-flag = ws-true-cnst
             then
               open extend report-file
               end-if
           end-if.

           move ws-event-start-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.
           perform 035-write-runctl-rec.
           move ws-true-cnst to ws-rc-started-flag.

           perform 040-apply-scheduled-changes.

      * the whole batch is loaded, validated and consolidated into the
      * sales entries and the trailer proved out before a single record
      * is paid, so a bad transmission can no longer half-post.
      *
           move ws-true-cnst to ws-load-phase-flag.

      * the invoice work file holds every invoice accepted so far in
      * this batch; it starts empty on every load, a resumed reload
      * included, so a repeat within the batch is a duplicate key.
      *
           open output invwork-file.
           close invwork-file.
           open i-o invwork-file.

           open output susphold-file.

      * the batch is sorted by salesperson on its way in and each
      * salesperson's records are consolidated on the way out, so the
      * run takes the same time per record however large the batch is.
      *
           sort sale-sort-file
               on ascending key sq-sman-num
                                sq-seq
               input procedure is 070-load-batch
               output procedure is 073-consolidate-entries.

           move ws-false-cnst to ws-load-phase-flag.

           sort sale-order-file
               on ascending key so-region
                                so-sman-num
               using salecons-file
               giving salecons-file.

           open input salecons-file.
           move ws-false-cnst to ws-cons-eof-flag.

           open output mgrwork-file.
           open output topnwork-file.

      * overrides pay at the end of the run from team totals built up
      * while processing; a resumed run skips the entries already paid,
               perform 086-reaccumulate-overrides
           end-if.

           move ws-entries-done to ws-table-idx.

           perform 074-read-next-entry.

           perform 100-process-pages
             until ws-cons-eof-flag = ws-true-cnst.

           close salecons-file.
           close mgrwork-file, topnwork-file.

           if ws-prior-region not = spaces
             then
           if ws-susp-mode-flag = ws-false-cnst
             then
               perform 820-sort-topn
           end-if.

           move ws-totale-calc to ws-total-earned.

           if ws-hold-num-sp not = 0
             then
               divide ws-hold-num-equal
                   by ws-hold-num-sp giving ws-hold-per
               multiply ws-hold-per
                   by ws-hundred-cnst giving ws-per-equal rounded

               divide ws-hold-num-with
                   by ws-hold-num-sp giving ws-hold-per
               multiply ws-hold-per
                   by ws-hundred-cnst giving ws-per-bonus rounded

               divide ws-hold-num-without
                   by ws-hold-num-sp giving ws-hold-per
               multiply ws-hold-per
                   by ws-hundred-cnst giving ws-per-nobonus rounded
           else
               move 0 to ws-per-equal
               move 0 to ws-per-bonus
           if ws-proof-mode-flag = ws-true-cnst
             then
               display ""
               display "PROOF RUN COMPLETE - BATCH " ws-batch-num
                   " NOT POSTED"
               display
                   "RELEASE THE SAME BATCH WITH A NORMAL RUN TO PAY IT"
           else
               perform 900-write-audit-log

               perform 960-post-invoice-history

               if ws-susp-mode-flag = ws-true-cnst
                 then
                   perform 950-rewrite-suspense
           close report-file, sman-master-file, except-file,
               csv-file.

           if ws-smfut-avail-flag = ws-true-cnst
             then
               close smfut-file
           end-if.

           if ws-ytd-avail-flag = ws-true-cnst
             then
               close ytd-file
           end-if.

           if ws-peract-avail-flag = ws-true-cnst
             then
               close peract-file
           end-if.

           close invwork-file, susphold-file.

           if ws-rundtl-avail-flag = ws-true-cnst
             then
               close rundtl-file
           end-if.

           if ws-invhist-avail-flag = ws-true-cnst
             then
               close invhist-file
           end-if.

           if ws-proof-mode-flag = ws-false-cnst
             then
               close glpost-file, paid-file
               close stmt-file
           end-if.

      * postings that do not balance must not be released, so the run
      * ends in error and the steps that take its output refuse it.
      *
           move ws-event-end-cnst to ws-rc-event.
           move 0 to ws-rc-return-code.

           if ws-gl-out-of-bal-flag = ws-true-cnst
             then
               move ws-error-rc-cnst to ws-rc-return-code
               move ws-error-rc-cnst to return-code
           end-if.

           perform 035-write-runctl-rec.

           accept return-code.

           move ws-rc-return-code to return-code.

           goback.
      *
       030-check-prerequisites.
      *
      * a proof run needs a batch the intake built, and a live run needs
      * that proof signed off; rebuilding a batch voids its proof and
      * sign-off, and proving it again voids the sign-off, so the scan
      * takes them in the order they were logged.  a reprocess run has
      * no batch of its own and is logged against the last live batch.
      *
           move ws-run-period to ws-rc-cycle.

           if ws-proof-mode-flag = ws-true-cnst
             then
               move ws-step-proof-cnst to ws-rc-step
           else
               if ws-susp-mode-flag = ws-true-cnst
                 then
                   move ws-step-reproc-cnst to ws-rc-step
               else
                   move ws-step-live-cnst to ws-rc-step
               end-if
           end-if.

           open input runctl-file.

           if ws-runctl-status = "00"
             then
               perform 032-read-runctl-rec
                 until ws-runctl-status not = "00"
               close runctl-file
           end-if.

           if ws-susp-mode-flag = ws-false-cnst
             then
               move ws-batch-num to ws-rc-batch-num
           end-if.

           if ws-proof-mode-flag = ws-true-cnst
             and ws-rc-intake-flag = ws-false-cnst
             then
               display "BATCH " ws-batch-num
                   " WAS NOT BUILT BY A3-BATCHINTAKE"
               move "BATCH NOT ON RUN CONTROL FILE" to ws-abort-reason
               perform 999-abort-run
           end-if.

           if ws-proof-mode-flag = ws-false-cnst
             and ws-susp-mode-flag = ws-false-cnst
             and ws-rc-signoff-flag = ws-false-cnst
             then
               display "BATCH " ws-batch-num
                   " HAS NO SIGNED-OFF PROOF RUN - SEE A3-RUNCTL"
               move "PROOF RUN NOT SIGNED OFF" to ws-abort-reason
               perform 999-abort-run
           end-if.
      *
       032-read-runctl-rec.
      *
           read runctl-file
               at end
                   move "10" to ws-runctl-status
               not at end
                   if ws-susp-mode-flag = ws-true-cnst
                     then
                       if rc-step = ws-step-live-cnst
                         then
                           move rc-cycle to ws-rc-cycle
                           move rc-batch-num to ws-rc-batch-num
                       end-if
                   else
                       if rc-batch-num = ws-batch-num
                         and rc-event = ws-event-end-cnst
                         and rc-return-code not > ws-rc-ok-max-cnst
                         then
                           perform 033-apply-runctl-step
                       end-if
                   end-if
           end-read.
      *
       033-apply-runctl-step.
      *
           if rc-step = ws-step-intake-cnst
             then
               move rc-cycle to ws-rc-cycle
               move ws-true-cnst to ws-rc-intake-flag
               move ws-false-cnst to ws-rc-proof-flag
               move ws-false-cnst to ws-rc-signoff-flag
           end-if.

           if rc-step = ws-step-proof-cnst
             and ws-rc-intake-flag = ws-true-cnst
             then
               move ws-true-cnst to ws-rc-proof-flag
               move ws-false-cnst to ws-rc-signoff-flag
           end-if.

           if rc-step = ws-step-signoff-cnst
             and ws-rc-proof-flag = ws-true-cnst
             then
               move ws-true-cnst to ws-rc-signoff-flag
           end-if.
      *
       035-write-runctl-rec.
      *
      * every step of the commission cycle logs its start and its end
      * with the return code, so the next step can check it ran.
      *
           accept ws-run-time from time.

           move ws-rc-cycle to rc-cycle.
           move ws-rc-batch-num to rc-batch-num.
           move ws-rc-step to rc-step.
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
       036-apply-master-change.
      *
      * a rep deleted since the change was keyed has nothing for it to
      * land on, so the change is dropped and said so on the register.
      *
           move fu-tran to ws-sched-sman-tran.
           move fu-eff-date to ws-sn-eff-date.
           move ws-false-cnst to ws-sched-done-flag.
           move fu-sman-num to sm-sman-num.

           read sman-master-file
               invalid key
                   move ws-sched-dropped-cnst to ws-sn-text
                   move ws-true-cnst to ws-sched-done-flag
               not invalid key
                   if ws-proof-mode-flag = ws-true-cnst
                     then
                       move ws-sched-due-cnst to ws-sn-text
                   else
                       perform 037-update-sched-master
                   end-if
           end-read.

           if ws-proof-mode-flag = ws-false-cnst
             and ws-sched-done-flag = ws-true-cnst
             then
               delete smfut-file record
                   invalid key
                       display "SCHEDULED CHANGE NOT REMOVED - "
                           fu-sman-num " " fu-eff-date
               end-delete
           end-if.

           move fu-sman-num to we-sman-num.
           move sc-name to we-name.
           move ws-sched-note to we-reason.

           perform 260-write-exception-rec.
      *
       037-update-sched-master.
      *
           move sman-master-rec to ws-sched-master.
           move ws-sched-image to ws-slog-before.

           move sc-name to sm-name.
           move sc-min to sm-min.
           move sc-max to sm-max.
           move sc-rate to sm-rate.
           move sc-plan-code to sm-plan-code.
           move sc-mgr-num to sm-mgr-num.
           move sc-ovr-rate to sm-ovr-rate.

           rewrite sman-master-rec
               invalid key
                   move ws-sched-failed-cnst to ws-sn-text
               not invalid key
                   move ws-true-cnst to ws-sched-done-flag
                   move ws-sched-applied-cnst to ws-sn-text
           end-rewrite.

      * the change log carries the run's date and time with the
      * operators who keyed and approved the change.
      *
           if ws-sched-done-flag = ws-true-cnst
             then
               move sman-master-rec to ws-sched-master
               move ws-sched-image to ws-slog-after
               move ws-run-date to ws-slog-date
               move ws-run-start-time to ws-slog-time
               move fu-user to ws-slog-user
               move sc-action to ws-slog-action
               move fu-sman-num to ws-slog-sman-num
               move fu-approver to ws-slog-approver
               open extend chglog-file
               write chglog-line from ws-sched-log
               close chglog-file
           end-if.
      *
       038-overlay-scheduled.
      *
      * a proof run leaves the master and the scheduled changes alone,
      * so each master record it reads is brought up to the terms the
      * live run will have put on it by then.
      *
           if ws-proof-mode-flag = ws-true-cnst
             and ws-smfut-avail-flag = ws-true-cnst
             then
               move sm-sman-num to fu-sman-num
               move 0 to fu-eff-date
               start smfut-file key is not less than fu-key
                   invalid key
                       continue
                   not invalid key
                       perform 039-overlay-next-change
                         until ws-smfut-status not = "00"
               end-start
           end-if.
      *
       039-overlay-next-change.
      *
           read smfut-file next record
               at end
                   move "10" to ws-smfut-status
               not at end
                   if fu-sman-num = sm-sman-num
                     and fu-eff-date not > ws-run-date
                     then
                       move fu-tran to ws-sched-sman-tran
                       move sc-name to sm-name
                       move sc-min to sm-min
                       move sc-max to sm-max
                       move sc-rate to sm-rate
                       move sc-plan-code to sm-plan-code
                       move sc-mgr-num to sm-mgr-num
                       move sc-ovr-rate to sm-ovr-rate
                   else
                       move "10" to ws-smfut-status
                   end-if
           end-read.
      *
       040-apply-scheduled-changes.
      *
      * changes keyed ahead of their date on plan and master
      * maintenance take effect in the first run whose date reaches
      * them, before the batch is edited: the batch prepared for that
      * run already carries the new terms, so the master has to switch
      * over with it or every sale would fail the master match in 255.
      * a proof run applies nothing - it reads the due changes over the
      * plan table and the master as the live run will find them.
      *
           perform 041-apply-plan-changes.

           if ws-master-avail-flag = ws-true-cnst
             then
               perform 048-apply-master-changes
           end-if.
      *
       041-apply-plan-changes.
      *
           if ws-proof-mode-flag = ws-true-cnst
             then
               open input plfut-file
           else
               open i-o plfut-file
           end-if.

           if ws-plfut-status = "00"
             then
               perform 042-read-plan-change
                 until ws-plfut-status not = "00"
               close plfut-file
           end-if.

           if ws-plan-file-flag = ws-true-cnst
             then
               perform 046-rewrite-plan-file
           end-if.
      *
       042-read-plan-change.
      *
           read plfut-file next record
               at end
                   move "10" to ws-plfut-status
               not at end
                   if fp-eff-date not > ws-run-date
                     then
                       perform 043-apply-plan-change
                   end-if
           end-read.
      *
       043-apply-plan-change.
      *
      * a scheduled add may find the table full by the time its date
      * comes round; it stays scheduled until a plan is deleted.
      *
           move fp-tran to ws-sched-plan-tran.
           move fp-eff-date to ws-sn-eff-date.
           move 0 to ws-sched-plan-found.

           perform 044-scan-sched-plan
             varying ws-plan-idx from 1 by 1
             until ws-plan-idx > ws-plan-count.

           if ws-sched-plan-found = 0
             and ws-plan-count < ws-plan-max-cnst
             then
               add ws-one-cnst to ws-plan-count
               move ws-plan-count to ws-sched-plan-found
           end-if.

           if ws-sched-plan-found = 0
             then
               move ws-sched-full-cnst to ws-sn-text
           else
               move pc-plan-code to pt-plan-code (ws-sched-plan-found)
               perform 045-move-sched-tier
                 varying ws-tier-idx from 1 by 1
                 until ws-tier-idx > ws-tier-max-cnst
               if ws-proof-mode-flag = ws-true-cnst
                 then
                   move ws-sched-due-cnst to ws-sn-text
               else
                   move ws-true-cnst to ws-plan-file-flag
                   move ws-sched-applied-cnst to ws-sn-text
                   delete plfut-file record
                       invalid key
                           display "SCHEDULED CHANGE NOT REMOVED - "
                               fp-plan-code " " fp-eff-date
                   end-delete
               end-if
           end-if.

           move 0 to we-sman-num.
           move fp-plan-code to ws-spn-plan-code.
           move ws-sched-plan-name to we-name.
           move ws-sched-note to we-reason.

           perform 260-write-exception-rec.
      *
       044-scan-sched-plan.
      *
           if pt-plan-code (ws-plan-idx) = fp-plan-code
             then
               move ws-plan-idx to ws-sched-plan-found
           end-if.
      *
       045-move-sched-tier.
      *
           move pc-break (ws-tier-idx)
               to pt-break (ws-sched-plan-found, ws-tier-idx).
           move pc-rate (ws-tier-idx)
               to pt-rate (ws-sched-plan-found, ws-tier-idx).
      *
       046-rewrite-plan-file.
      *
      * the plan file is put back from the table without the DFT plan
      * in entry one, which the run always builds from the parameters.
      *
           open output plan-file.

           if ws-plan-status = "00"
             then
               perform 047-write-plan-rec
                 varying ws-plan-idx from 2 by 1
                 until ws-plan-idx > ws-plan-count
               close plan-file
           else
               display "PLAN FILE NOT REWRITTEN - STATUS "
                   ws-plan-status
           end-if.
      *
       047-write-plan-rec.
      *
           write plan-rec from ws-plan-entry (ws-plan-idx).
      *
       048-apply-master-changes.
      *
      * a missing scheduled-changes file just means nothing has ever
      * been scheduled.  the file stays open for the whole run so a
      * proof run can overlay each master read.
      *
           if ws-proof-mode-flag = ws-true-cnst
             then
               open input smfut-file
           else
               open i-o smfut-file
           end-if.

           if ws-smfut-status = "00"
             then
               move ws-true-cnst to ws-smfut-avail-flag
               perform 049-read-master-change
                 until ws-smfut-status not = "00"
           end-if.
      *
       049-read-master-change.
      *
           read smfut-file next record
               at end
                   move "10" to ws-smfut-status
               not at end
                   if fu-eff-date not > ws-run-date
                     then
                       perform 036-apply-master-change
                   end-if
           end-read.
      *
       050-read-parms.
      *
                         varying ws-tier-idx from 1 by 1
                         until ws-tier-idx > ws-tier-max-cnst
                   else
                       display "COMMISSION PLAN TABLE FULL - PLAN "
                           pl-plan-code " IGNORED"
                   end-if
           end-read.
      *
       057-load-plan-tier.
      *
           move pl-break (ws-tier-idx)
               to pt-break (ws-plan-count, ws-tier-idx).
           move pl-rate (ws-tier-idx)
               to pt-rate (ws-plan-count, ws-tier-idx).
      *
       058-load-regions.
      *
               close region-file
           else
               move ws-false-cnst to ws-rgn-avail-flag
               display "REGION MASTER NOT AVAILABLE - STATUS "
                   ws-rgn-status " - REGIONS NOT VALIDATED"
           end-if.
      *
       059-load-region-rec.
                       add ws-one-cnst to ws-rgn-count
                       move rg-region to rt-region (ws-rgn-count)
                       move rg-name to rt-name (ws-rgn-count)
                       move rg-cost-center
                           to rt-cost-center (ws-rgn-count)
                   else
                       display "REGION TABLE FULL - REGION " rg-region
                           " IGNORED"
                   end-if
           end-read.
      *
           if ws-resume-flag = ws-true-cnst
             and ws-ckpt-susp-mode not = ws-susp-mode-flag
             then
               move "CHECKPOINT IS FROM A DIFFERENT RUN MODE" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.
      *
      *
           if sr-rec-type not = ws-hdr-cnst
             then
               move "BATCH HEADER MISSING FROM SALES FILE" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.


           if ws-batch-dup-flag = ws-true-cnst
             then
               display "BATCH " ws-batch-num
                   " WAS ALREADY PROCESSED - SEE A3-BATCH.LOG"
               move "DUPLICATE BATCH NUMBER" to ws-abort-reason
               perform 999-abort-run
           end-if.
           if ws-resume-flag = ws-true-cnst
             and ws-ckpt-batch-num not = ws-batch-num
             then
               display "CHECKPOINT BATCH " ws-ckpt-batch-num
                   " BUT INPUT BATCH " ws-batch-num
               move "CHECKPOINT IS FROM A DIFFERENT BATCH" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.
      *
      *
           if ws-trl-seen-flag not = ws-true-cnst
             then
               move "BATCH TRAILER MISSING FROM SALES FILE" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.

           if ws-trl-count not = ws-batch-count
             then
               display "TRAILER COUNT " ws-trl-count " BUT "
                   ws-batch-count " RECORDS RECEIVED"
               move "BATCH RECORD COUNT DOES NOT MATCH" to
                   ws-abort-reason
               perform 999-abort-run
           end-if.

           if ws-trl-hash not = ws-batch-hash
             then
               display "TRAILER HASH " ws-trl-hash " BUT " ws-batch-hash
                   " RECEIVED"
               move "BATCH SALES HASH DOES NOT MATCH" to ws-abort-reason
               perform 999-abort-run
           end-if.
      *
       070-load-batch.
      *
           perform 090-load-sales-table
             until ws-eof-flag = ws-true-cnst.

           if ws-susp-mode-flag = ws-false-cnst
             then
               perform 085-verify-batch-trailer
           end-if.

      * split resolution is still part of reloading the batch: its
      * register notes were already written by a crashed run, so the
      * resume suppression in 260 has to cover it, and the flag only
      * drops once the batch is consolidated.  suspense capture in 091
      * is unconditional, so rejected groups are still re-captured.
      *
           perform 088-resolve-splits.
      *
       071-release-sale-rec.
      *
      * each accepted record goes to the sort with its place in the
      * batch, so a salesperson's records come back in the order they
      * were read and the first one still sets the entry's details.
      * the plan and manager are taken from the master read for it.
      *
           add ws-one-cnst to ws-release-seq.

           move sr-sman-num to sq-sman-num.
           move ws-release-seq to sq-seq.

           if ws-trueup-flag = ws-true-cnst
             then
               move ws-trueup-cnst to sq-kind
               move ws-tu-earned-in to sq-tu-earned
               move ws-tu-paid-in to sq-tu-paid
               move ws-tu-plan-in to sq-tu-plan
           else
               if ws-adjust-flag = ws-true-cnst
                 then
                   move ws-adjust-cnst to sq-kind
               else
                   move ws-detail-cnst to sq-kind
               end-if
               move 0 to sq-tu-earned
               move 0 to sq-tu-paid
               move spaces to sq-tu-plan
           end-if.

           move ws-invoice-flag to sq-invoice-flag.
           move sr-name to sq-name.
           move sr-sales to sq-sales.
           move sr-min to sq-min.
           move sr-max to sq-max.
           move sr-rate to sq-rate.
           move sr-region to sq-region.
           move sm-plan-code to sq-plan-code.
           move sm-mgr-num to sq-mgr-num.

           release sale-sort-rec.
      *
       073-consolidate-entries.
      *
           open output salecons-file.

           move ws-false-cnst to ws-sort-eof-flag.
           move ws-false-cnst to ws-entry-held-flag.

           perform 094-return-sale-rec.

           perform 093-consolidate-sales-rec
             until ws-sort-eof-flag = ws-true-cnst.

           if ws-entry-held-flag = ws-true-cnst
             then
               perform 097-write-sale-entry
           end-if.

           close salecons-file.
      *
       074-read-next-entry.
      *
           read salecons-file into ws-sale-entry
               at end
                   move ws-true-cnst to ws-cons-eof-flag
           end-read.
      *
       090-load-sales-table.
      *
               move ws-false-cnst to ws-adjust-flag
           end-if.

           if sr-rec-type = ws-invoice-cnst
             then
               move ws-true-cnst to ws-invoice-flag
           else
               move ws-false-cnst to ws-invoice-flag
           end-if.

           if sr-rec-type = ws-trueup-cnst
             then
               move ws-true-cnst to ws-trueup-flag
           else
               move ws-false-cnst to ws-trueup-flag
           end-if.

           move ws-false-cnst to ws-except-flag.

           perform 252-edit-input-rec.
                 then
                   perform 089-hold-split-rec
               else
                   if ws-trueup-flag = ws-true-cnst
                     then
                       perform 076-consolidate-trueup
                   else
                       if ws-invoice-flag = ws-true-cnst
                         then
                           perform 099-apply-master-terms
                       end-if
                       perform 071-release-sale-rec
                   end-if
               end-if
           end-if.
      *
       099-apply-master-terms.
      *
      * an invoice or true-up record carries no contract terms; its
      * details are already captured, so the record takes the
      * salesperson's name and terms from the master read in 255.
      *
           move sm-name to sr-name.
           move sm-min to sr-min.
           move sm-max to sr-max.
           move sm-rate to sr-rate.
      *
       091-capture-suspense-rec.
      *
      * every reject also goes to the suspense file in the original
      * record layout so a corrected copy can be reprocessed without
      * rerunning the whole batch.  rejects are held on a work file and
      * only flushed to A3-SUSP.DAT once the batch has proved out and
      * the run has completed, so an aborted or re-sent batch cannot
      * leave a duplicate copy behind; this also means a crashed pass
      * never flushed, so a resumed reload must capture again.
      *
           add ws-one-cnst to ws-susp-hold-count.
           write susphold-rec from sales-rec.
      *
       089-hold-split-rec.
      *
           move ss-region to sp-region (ws-split-count).
           move "P" to sp-status (ws-split-count).
           move sales-rec to sp-rec-image (ws-split-count).
      *
       076-consolidate-trueup.
      *
      * a true-up joins the salesperson's entry when the batch is
      * consolidated.  the correction amounts are taken off the record
      * before the master terms are laid over it.
      *
           if tu-earned-sign = ws-minus-cnst
             then
               subtract tu-earned-amt from zero giving ws-tu-earned-in
           else
               move tu-earned-amt to ws-tu-earned-in
           end-if.

           if tu-paid-sign = ws-minus-cnst
             then
               subtract tu-paid-amt from zero giving ws-tu-paid-in
           else
               move tu-paid-amt to ws-tu-paid-in
           end-if.

           move tu-plan-code to ws-tu-plan-in.

           perform 099-apply-master-terms.

           move 0 to sr-sales.
           move ws-false-cnst to ws-adjust-flag.

           perform 071-release-sale-rec.

           move sr-sman-num to we-sman-num.
           move sr-name to we-name.
           move ws-tu-plan-in to ws-tu-note-plan.
           move ws-trueup-note to we-reason.
           perform 260-write-exception-rec.
      *
       093-consolidate-sales-rec.
      *
      * one entry per salesperson: later sale records add into the
      * entry (flagged on the register so the consolidation is
      * visible) and adjustments net out of it, so each salesperson is
      * calculated, reported and ranked exactly once per run.  a
      * true-up joins the entry, or opens one with no sales of its own,
      * and is paid as a separate line.
      *
           if ws-entry-held-flag = ws-true-cnst
             and sq-sman-num not = st-sman-num
             then
               perform 097-write-sale-entry
           end-if.

           if ws-entry-held-flag = ws-false-cnst
             then
               perform 096-add-sale-entry
           else
               if sq-kind = ws-trueup-cnst
                 then
                   add sq-tu-earned to st-tu-earned
                   add sq-tu-paid to st-tu-paid
                   move sq-tu-plan to st-tu-plan
               else
                   move ws-true-cnst to st-sale-flag
                   if sq-kind = ws-adjust-cnst
                     then
                       subtract sq-sales from st-sales
                       move ws-true-cnst to st-adj
                       move sq-sman-num to we-sman-num
                       move sq-name to we-name
                       move "ADJUSTMENT NETTED INTO SALES" to we-reason
                       perform 260-write-exception-rec
                   else
                       add sq-sales to st-sales
      * a salesperson normally has many invoices in a batch, so only
      * repeated detail records are worth a note on the register.
      *
                       if sq-invoice-flag = ws-false-cnst
                         then
                           move sq-sman-num to we-sman-num
                           move sq-name to we-name
                           move "MULTIPLE SALES RECORDS CONSOLIDATED"
                               to we-reason
                           perform 260-write-exception-rec
                       end-if
                   end-if
               end-if
           end-if.

           perform 094-return-sale-rec.
      *
       094-return-sale-rec.
      *
           return sale-sort-file
               at end
                   move ws-true-cnst to ws-sort-eof-flag
           end-return.
      *
       096-add-sale-entry.
      *
           move sq-sman-num to st-sman-num.
           move sq-name to st-name.
           move sq-min to st-min.
           move sq-max to st-max.
           move sq-rate to st-rate.
           move sq-region to st-region.
           move sq-plan-code to st-plan-code.
           move sq-mgr-num to st-mgr-num.
           move sq-tu-earned to st-tu-earned.
           move sq-tu-paid to st-tu-paid.
           move sq-tu-plan to st-tu-plan.

           if sq-kind = ws-trueup-cnst
             then
               move 0 to st-sales
               move ws-false-cnst to st-adj
               move ws-false-cnst to st-sale-flag
           else
               move ws-true-cnst to st-sale-flag
               if sq-kind = ws-adjust-cnst
                 then
                   subtract sq-sales from zero giving st-sales
                   move ws-true-cnst to st-adj
               else
                   move sq-sales to st-sales
                   move ws-false-cnst to st-adj
               end-if
           end-if.

           move ws-true-cnst to ws-entry-held-flag.
      *
       097-write-sale-entry.
      *
           write salecons-rec from ws-sale-entry.

           move ws-false-cnst to ws-entry-held-flag.
      *
       088-resolve-splits.
      *
                 and ws-group-pct-sum not = ws-pct-hundred-cnst
                 then
                   move ws-false-cnst to ws-group-ok-flag
                   move "SPLIT GROUP SHARES DO NOT SUM TO 100" to
                       ws-group-reason
               end-if

               perform 078-apply-split-member
               if sp-sales (ws-split-member-idx) not = ws-group-amount
                 then
                   move ws-false-cnst to ws-group-ok-flag
                   move "SPLIT GROUP SALE AMOUNTS DISAGREE" to
                       ws-group-reason
               end-if
           end-if.
      *
                   move "SALESMAN NOT ON MASTER FILE" to we-reason
                   perform 260-write-exception-rec
               not invalid key
                   perform 038-overlay-scheduled
                   move sp-sman-num (ws-split-member-idx) to sr-sman-num
                   move sp-name (ws-split-member-idx) to sr-name
                   move ws-share-amount to sr-sales
                   move sm-rate to sr-rate
                   move sp-region (ws-split-member-idx) to sr-region
                   move ws-false-cnst to ws-adjust-flag
                   move ws-false-cnst to ws-invoice-flag
                   move ws-false-cnst to ws-trueup-flag
                   perform 071-release-sale-rec
                   move sp-sman-num (ws-split-member-idx) to we-sman-num
                   move sp-name (ws-split-member-idx) to we-name
                   move sp-group (ws-split-member-idx) to ws-note-group
      *
           perform 087-reaccumulate-entry
             varying ws-ovr-reacc-idx from 1 by 1
             until ws-ovr-reacc-idx > ws-entries-done
             or ws-cons-eof-flag = ws-true-cnst.
      *
       087-reaccumulate-entry.
      *
      * the entry was already reported and paid before the crash, and
      * only its contribution to the manager's team total was lost.
      *
           perform 074-read-next-entry.

           if ws-cons-eof-flag = ws-false-cnst
             and st-mgr-num not = 0
             then
               move st-rate to sr-rate
               move st-plan-code to ws-cur-plan-code
               if st-sales < 0
                 then
                   subtract st-sales from zero giving ws-cur-sales
               else
                   move st-sales to ws-cur-sales
               end-if
               if ws-cur-sales not = 0
                 then
                   perform 262-find-plan
                   perform 263-calc-commission
                   if st-sales < 0
                     then
                       subtract ws-final-earned
                           from zero giving ws-ovr-add
                   else
                       move ws-final-earned to ws-ovr-add
                   end-if
                   move st-mgr-num to ws-cur-mgr-num
                   perform 272-accumulate-manager
               end-if
               if st-tu-earned not = 0
                 then
                   move st-tu-earned to ws-ovr-add
                   move st-mgr-num to ws-cur-mgr-num
                   perform 272-accumulate-manager
               end-if
           end-if.
      *
       280-write-checkpoint.
               end-if
           end-if.
      *
       292-update-period-actual.
      *
      * an adjustment reverses the sale it corrects, so it comes off the
      * month's actual sales just as it comes off what was earned.
      *
           move sr-sman-num to pa-sman-num.
           move ws-run-period to pa-period.

           read peract-file
               invalid key
                   move sr-name to pa-name
                   move 0 to pa-sales
                   move 0 to pa-earned
           end-read.

           if ws-adjust-flag = ws-true-cnst
             then
               subtract ws-cur-sales from pa-sales
           else
               add ws-cur-sales to pa-sales
           end-if.

           add ws-signed-earned to pa-earned.

           if ws-peract-status = "23"
             then
               write peract-rec
           else
               rewrite peract-rec
           end-if.
      *
       293-write-run-detail.
      *
      * the run date and start time identify the run; a re-rating
      * appends restated lines for the same run and salesperson, and
      * the latest line for a run is what it currently stands at.
      *
           move ws-run-detail-cnst to rd-rec-type.
           move ws-run-date to rd-run-date.
           move ws-run-start-time to rd-run-time.
           move ws-batch-num to rd-batch-num.
           move sr-sman-num to rd-sman-num.
           move sr-name to rd-name.
           move sr-region to rd-region.
           move pt-plan-code (ws-plan-use) to rd-plan-code.
           move ws-cur-mgr-num to rd-mgr-num.
           move ws-adjust-flag to rd-adj-flag.
           move ws-cur-sales to rd-sales.
           move sr-rate to rd-rate.
           move sr-min to rd-min.
           move sr-max to rd-max.
           move ws-bonus-flag to rd-bonus-flag.
           move ws-signed-earned to rd-earned.
           move ws-signed-paid to rd-paid.
           move ws-run-date to rd-posted-date.
           move ws-run-start-time to rd-posted-time.

           write rundtl-rec.
      *
       295-capture-topn.
      *
           move sr-sman-num to tw-sman-num.
           move sr-name to tw-name.
           move ws-final-earned to tw-earned.

           write topnwork-rec.
      *
       298-print-statement.
      *
             then
               write stmt-line from ws-stmt-heading1
           else
               write stmt-line from ws-stmt-heading1
                   after advancing page
           end-if.

           write stmt-line from "" after advancing 1 line.
           write stmt-line from ws-stmt-heading2 after advancing 1 line.
           write stmt-line from "" after advancing 1 line.
           write stmt-line from ws-stmt-sales-line
               after advancing 1 line.
           write stmt-line from ws-stmt-min-line after advancing 1 line.
           write stmt-line from ws-stmt-max-line after advancing 1 line.
           write stmt-line from ws-stmt-rate-line
               after advancing 1 line.
           write stmt-line from ws-stmt-plan-line
               after advancing 1 line.
           write stmt-line from ws-stmt-earned-line
               after advancing 1 line.
           write stmt-line from ws-stmt-paid-line
               after advancing 1 line.
           write stmt-line from ws-stmt-draw-line
               after advancing 1 line.
           write stmt-line from ws-stmt-recov-line
               after advancing 1 line.
           write stmt-line from ws-stmt-netpay-line
               after advancing 1 line.
           write stmt-line from ws-stmt-bonus-line
               after advancing 1 line.

           if ws-adjust-flag = ws-true-cnst
             then
               write stmt-line from ws-stmt-adjust-line
                   after advancing 1 line
           end-if.

           if ws-proof-mode-flag = ws-true-cnst
             then
               write stmt-line from ws-proof-stmt-cnst
                   after advancing 1 line
           end-if.
      *
       820-sort-topn.
      *
      * everyone paid this run is ranked; equal earnings keep the order
      * they were paid in.
      *
           sort topn-sort-file
               on descending key ts-earned
               with duplicates in order
               using topnwork-file
               output procedure is 840-print-topn.
      *
       840-print-topn.
      *

           if ws-proof-mode-flag = ws-true-cnst
             then
               write topn-line from ws-proof-stamp
                   after advancing 1 line
           end-if.

           write topn-line from ws-topn-heading2 after advancing 1 line.

           move 0 to ws-topn-print-idx.
           move ws-false-cnst to ws-topn-eof-flag.

           perform 845-print-topn-line
             until ws-topn-print-idx >= ws-topn-print-cnst
             or ws-topn-eof-flag = ws-true-cnst.

           close topn-file.
      *
       845-print-topn-line.
      *
           return topn-sort-file
               at end
                   move ws-true-cnst to ws-topn-eof-flag
               not at end
                   add ws-one-cnst to ws-topn-print-idx
                   move ws-topn-print-idx to ws-topn-rank
                   move ts-sman-num to ws-topn-sman-num
                   move ts-name to ws-topn-name
                   move ts-earned to ws-topn-earned
                   write topn-line from ws-topn-detail
           end-return.
      *
       850-process-overrides.
      *
      * run, through the same outputs as regular commission: the paid
      * file for reconciliation, the YTD file, the statements, and a
      * team summary section on the report.  the override is not part
      * of the run control totals or the regional GL postings.  the
      * team postings are sorted by manager and totalled, so managers
      * are paid in manager number order.
      *
           if ws-mgr-count = 0
             then
               display ws-ovr-heading2

               write report-line from "" after advancing 1 line
               write report-line from ws-ovr-heading1
                   after advancing 1 line
               write report-line from ws-ovr-heading2
                   after advancing 1 line

               sort mgr-sort-file
                   on ascending key ms-mgr-num
                   using mgrwork-file
                   output procedure is 854-total-managers

               move ws-ovr-total to ws-ovr-total-disp
               display ws-ovr-total-line
               write report-line from ws-ovr-total-line
           end-if.
      *
       854-total-managers.
      *
           move ws-false-cnst to ws-mgr-eof-flag.

           perform 856-return-mgr-rec.

           perform 858-total-one-manager
             until ws-mgr-eof-flag = ws-true-cnst.
      *
       856-return-mgr-rec.
      *
           return mgr-sort-file
               at end
                   move ws-true-cnst to ws-mgr-eof-flag
           end-return.
      *
       858-total-one-manager.
      *
           move ms-mgr-num to mg-num.
           move 0 to mg-team-earned.

           perform 859-add-team-posting
             until ws-mgr-eof-flag = ws-true-cnst
             or ms-mgr-num not = mg-num.

           perform 852-pay-one-override.
      *
       859-add-team-posting.
      *
           add ms-amount to mg-team-earned.

           perform 856-return-mgr-rec.
      *
       852-pay-one-override.
      *
             then
               move ws-true-cnst to ws-ovr-skip-flag
           else
               move mg-num to sm-sman-num
               read sman-master-file
                   invalid key
                       move ws-true-cnst to ws-ovr-skip-flag
                       move mg-num to we-sman-num
                       move spaces to we-name
                       move "MANAGER NOT ON MASTER FILE - NO OVERRIDE"
                           to we-reason
                       perform 260-write-exception-rec
                   not invalid key
                       perform 038-overlay-scheduled
               end-read
           end-if.

             and sm-ovr-rate = 0
             then
               move ws-true-cnst to ws-ovr-skip-flag
               move mg-num to we-sman-num
               move sm-name to we-name
               move "TEAM EARNED BUT NO OVERRIDE RATE" to we-reason
               perform 260-write-exception-rec

           if ws-ovr-skip-flag = ws-false-cnst
             then
               multiply mg-team-earned by sm-ovr-rate
                   giving ws-ovr-amount rounded

               move mg-num to ws-ovr-mgr-num
               move sm-name to ws-ovr-name
               move mg-team-earned to ws-ovr-team
               multiply sm-ovr-rate by ws-hundred-cnst
                   giving ws-ovr-rate-pct
               move ws-ovr-rate-pct to ws-ovr-rate-disp

               if ws-proof-mode-flag = ws-false-cnst
                 then
                   move mg-num to pd-sman-num
                   move sm-name to pd-name
                   move ws-ovr-amount to pd-paid
                   move ws-run-date to pd-run-date
      * the override is pay like any other: it lands on the manager's
      * own YTD record as both earned and paid.
      *
           move mg-num to yt-sman-num.

           read ytd-file
               invalid key
      *
       870-print-override-statement.
      *
           move mg-num to ws-stmt-sman-num.
           move sm-name to ws-stmt-name.
           move mg-team-earned to ws-ovr-stmt-team.
           move ws-ovr-rate-pct to ws-ovr-stmt-rate.
           move ws-ovr-amount to ws-ovr-stmt-paid.

             then
               write stmt-line from ws-ovr-stmt-heading
           else
               write stmt-line from ws-ovr-stmt-heading
                   after advancing page
           end-if.

           write stmt-line from "" after advancing 1 line.
           write stmt-line from ws-stmt-heading2 after advancing 1 line.
           write stmt-line from "" after advancing 1 line.
           write stmt-line from ws-ovr-stmt-team-line
               after advancing 1 line.
           write stmt-line from ws-ovr-stmt-rate-line
               after advancing 1 line.
           write stmt-line from ws-ovr-stmt-paid-line
               after advancing 1 line.

           if ws-proof-mode-flag = ws-true-cnst
             then
               write stmt-line from ws-proof-stmt-cnst
                   after advancing 1 line
           end-if.
      *
       100-process-pages.
           perform 200-print-headings

           perform 300-process-lines
             until ws-cons-eof-flag = ws-true-cnst
             OR ws-line-count > ws-lines-per-page-cnst.
      *
       200-print-headings.
               display ws-heading1-name-line
               write report-line from ""
               write report-line from ""
               write report-line
                   from ws-heading1-name-line after advancing page
           end-if.
      *
           display "".
           display ws-heading3-headings.
           display ws-heading4-underlines.

           write report-line from ws-heading2-title
               after advancing 1 line.

           if ws-proof-mode-flag = ws-true-cnst
             then
               display ws-proof-stamp
               write report-line from ws-proof-stamp
                   after advancing 1 line
           end-if.

           write report-line from ws-heading3-headings
               after advancing 1 line.
           write report-line from ws-heading4-underlines.
      *
       300-process-lines.
      *
           add ws-one-cnst to ws-table-idx.

           move st-sman-num to sr-sman-num.
           move st-name to sr-name.
           move st-min to sr-min.
           move st-max to sr-max.
           move st-rate to sr-rate.
           move st-region to sr-region.
           move st-plan-code to ws-cur-plan-code.
           move st-mgr-num to ws-cur-mgr-num.

           move sr-sman-num to ws-sman-num.
           move sr-name to ws-name.
           move sr-max to ws-max.
           move sr-rate to ws-rate.

           if st-sales < 0
             then
               move ws-true-cnst to ws-adjust-flag
               subtract st-sales from zero giving ws-cur-sales
           else
               if st-adj = ws-true-cnst
                 and st-sales = 0
                 then
                   move ws-true-cnst to ws-adjust-flag
               else
                   move ws-false-cnst to ws-adjust-flag
               end-if
               move st-sales to ws-cur-sales
           end-if.

           move ws-cur-sales to ws-sales.

           if st-sale-flag = ws-true-cnst
             then
               if ws-cur-sales = 0
                 and ws-adjust-flag = ws-true-cnst
                 then
                   perform 303-skip-net-zero
               else
                   perform 265-process-valid-rec
               end-if
           end-if.

      * a plan true-up is paid after any sales on the same entry, and
      * the checkpoint waits for both so a resumed run never pays one
      * half of an entry twice.
      *
           if st-tu-earned not = 0
             or st-tu-paid not = 0
             then
               perform 304-process-trueup
           end-if.

           add ws-one-cnst to ws-ckpt-count.

           if ws-ckpt-count >= ws-ckpt-interval-cnst
             and ws-proof-mode-flag = ws-false-cnst
             then
               perform 280-write-checkpoint
           end-if.

           perform 074-read-next-entry.
      *
       303-skip-net-zero.
      *
           move "SALE FULLY REVERSED - NET ZERO" to we-reason.

           perform 260-write-exception-rec.
      *
       304-process-trueup.
      *
      * a true-up settles the difference between what earlier runs paid
      * and what the revised plan says they should have paid.  it is
      * commission like any other for the totals, GL, YTD, manager team
      * and paid file, but it is not a sale: no salesperson count, no
      * ranking, no period sales and no draw recovery.
      *
           perform 270-region-break.

           move st-tu-earned to ws-signed-earned.
           move st-tu-paid to ws-signed-paid.
           move ws-signed-paid to ws-net-pay.
           move ws-false-cnst to ws-bonus-flag.
           move ws-false-cnst to ws-adjust-flag.
           move 0 to ws-cur-sales.

           add ws-signed-earned to ws-totale-calc.
           add ws-signed-earned to ws-region-earned.
           add ws-signed-paid to ws-totalp-calc.
           add ws-signed-paid to ws-region-paid.

           if ws-cur-mgr-num not = 0
             then
               move ws-signed-earned to ws-ovr-add
               perform 272-accumulate-manager
           end-if.

           move sr-region to ws-prior-region.

           perform 290-update-ytd.

           if ws-peract-avail-flag = ws-true-cnst
             then
               perform 292-update-period-actual
           end-if.

           move sr-sman-num to ws-tu-sman-num.
           move sr-name to ws-tu-name.
           move st-tu-plan to ws-tu-plan.
           move ws-signed-earned to ws-tu-earned-disp.
           move ws-signed-paid to ws-tu-paid-disp.

           display ws-trueup-line.
           display "".

           write report-line from ws-trueup-line.
           write report-line from "".

           add ws-one-cnst to ws-line-count.

           if ws-stmt-switch = ws-true-cnst
             then
               perform 299-print-trueup-statement
           end-if.

           perform 267-write-paid-rec.
      *
       299-print-trueup-statement.
      *
      * with sales in the batch the true-up is one more line on the
      * statement just printed; on its own it gets a statement page.
      *
           if st-sale-flag = ws-false-cnst
             then
               move sr-sman-num to ws-stmt-sman-num
               move sr-name to ws-stmt-name
               add ws-one-cnst to ws-stmt-count
               if ws-stmt-count = ws-one-cnst
                 and ws-append-flag = ws-false-cnst
                 then
                   write stmt-line from ws-stmt-heading1
               else
                   write stmt-line from ws-stmt-heading1
                       after advancing page
               end-if
               write stmt-line from "" after advancing 1 line
               write stmt-line from ws-stmt-heading2
                   after advancing 1 line
               write stmt-line from "" after advancing 1 line
           end-if.

           move ws-signed-paid to ws-stmt-tu-amount.
           move st-tu-plan to ws-stmt-tu-plan.

           write stmt-line from ws-stmt-trueup-line
               after advancing 1 line.

           if ws-proof-mode-flag = ws-true-cnst
             and st-sale-flag = ws-false-cnst
             then
               write stmt-line from ws-proof-stmt-cnst
                   after advancing 1 line
           end-if.
      *
       305-read-next-sales.
      *
           if sr-rec-type not = ws-detail-cnst
             and sr-rec-type not = ws-adjust-cnst
             and sr-rec-type not = ws-split-cnst
             and sr-rec-type not = ws-invoice-cnst
             and sr-rec-type not = ws-trueup-cnst
             and sr-rec-type not = space
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "RECORD TYPE IS NOT D, A, S, I OR C" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
                 then
                   perform 253-edit-split-fields
               else
                   if sr-rec-type = ws-invoice-cnst
                     then
                       perform 256-edit-invoice-fields
                   else
                       if sr-rec-type = ws-trueup-cnst
                         then
                           perform 251-edit-trueup-fields
                       else
                           perform 254-edit-contract-fields
                       end-if
                   end-if
               end-if
           end-if.
      *
               move sr-name to we-name
               move "COMMISSION RATE IS ZERO" to we-reason
           end-if.
      *
       251-edit-trueup-fields.
      *
           if tu-paid-amt is not numeric
             or tu-eff-date is not numeric
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "TRUE-UP AMOUNT OR DATE NOT NUMERIC" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
             and ((tu-earned-sign not = ws-plus-cnst
             and tu-earned-sign not = ws-minus-cnst)
             or (tu-paid-sign not = ws-plus-cnst
             and tu-paid-sign not = ws-minus-cnst))
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "TRUE-UP SIGN IS NOT + OR -" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
             and tu-plan-code = spaces
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "TRUE-UP PLAN CODE IS MISSING" to we-reason
           end-if.
      *
       256-edit-invoice-fields.
      *
           if is-invoice = spaces
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "INVOICE NUMBER IS MISSING" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
             and is-customer is not numeric
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "CUSTOMER NUMBER IS NOT NUMERIC" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
             and (is-sale-date is not numeric
             or is-sale-month = 0
             or is-sale-month > ws-months-cnst
             or is-sale-day = 0
             or is-sale-day > ws-days-cnst)
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "SALE DATE IS NOT A VALID DATE" to we-reason
           end-if.

           if ws-except-flag = ws-false-cnst
             and is-product-line = spaces
             then
               move ws-true-cnst to ws-except-flag
               move sr-sman-num to we-sman-num
               move sr-name to we-name
               move "PRODUCT LINE IS MISSING" to we-reason
           end-if.
      *
       255-validate-master-rec.
      *
                       move sr-sman-num to we-sman-num
                       move sr-name to we-name
                       move "SALESMAN NOT ON MASTER FILE" to we-reason
                   not invalid key
                       perform 038-overlay-scheduled
               end-read

               if ws-except-flag = ws-false-cnst
                 and sr-rec-type not = ws-invoice-cnst
                 and sr-rec-type not = ws-trueup-cnst
                 then
                   if sr-rec-type = ws-split-cnst
                     then
                           move ws-true-cnst to ws-except-flag
                           move sr-sman-num to we-sman-num
                           move sr-name to we-name
                           move
                               "SALES RECORD DOES NOT MATCH MASTER FILE"
                               to we-reason
                       end-if
                   else
                       if sr-name not = sm-name
                           move ws-true-cnst to ws-except-flag
                           move sr-sman-num to we-sman-num
                           move sr-name to we-name
                           move
                               "SALES RECORD DOES NOT MATCH MASTER FILE"
                               to we-reason
                       end-if
                   end-if
               end-if

      * a terminated salesperson takes no new business, but their
      * adjustments and plan true-ups still process so what is already
      * owed can settle and the draw keeps recovering.
      *
               if ws-except-flag = ws-false-cnst
                 and sm-status = ws-terminated-cnst
                 and sr-rec-type not = ws-adjust-cnst
                 and sr-rec-type not = ws-trueup-cnst
                 then
                   move ws-true-cnst to ws-except-flag
                   move sr-sman-num to we-sman-num
                   move sr-name to we-name
                   move "SALESMAN TERMINATED - NEW SALE REJECTED" to
                       we-reason
               end-if
           end-if.

                   move "REGION NOT ON REGION MASTER" to we-reason
               end-if
           end-if.

      * the duplicate check comes last so only an invoice that is
      * otherwise good claims its number on the work file; a rejected
      * copy can then be corrected and reprocessed from suspense.
      *
           if ws-except-flag = ws-false-cnst
             and sr-rec-type = ws-invoice-cnst
             then
               perform 257-check-duplicate-invoice
           end-if.
      *
       257-check-duplicate-invoice.
      *
      * an invoice on the history from this same batch number can only
      * be a resumed run reloading what it already posted - the batch
      * register stops the same batch being paid twice.
      *
           if ws-invhist-avail-flag = ws-true-cnst
             then
               move is-invoice to ih-invoice
               read invhist-file
                   invalid key
                       continue
                   not invalid key
                       if ih-batch-num not = ws-batch-num
                         or ws-susp-mode-flag = ws-true-cnst
                         then
                           move ws-true-cnst to ws-except-flag
                           move sr-sman-num to we-sman-num
                           move is-invoice to we-name
                           move ih-batch-num to ws-dup-batch-num
                           move ws-invoice-dup-reason to we-reason
                       end-if
               end-read
           end-if.

           if ws-except-flag = ws-false-cnst
             then
               move is-invoice to iw-invoice
               move is-sman-num to iw-sman-num
               move is-customer to iw-customer
               move is-sale-date to iw-sale-date
               move is-product-line to iw-product-line
               move is-sales to iw-sales
               write invwork-rec
                   invalid key
                       move ws-true-cnst to ws-except-flag
                       move sr-sman-num to we-sman-num
                       move is-invoice to we-name
                       move "DUPLICATE INVOICE - REPEATED IN THIS BATCH"
                           to we-reason
               end-write
           end-if.
      *
       260-write-exception-rec.
      *
      * a plan with no tiers (all breaks zero) never pays a bonus.
      *
           divide sr-rate by ws-hundred-cnst giving ws-rate-frac.
           multiply ws-cur-sales by ws-rate-frac
               giving ws-hold-earned rounded.

           move 0 to ws-hold-bonus.
           move ws-false-cnst to ws-bonus-flag.
               if ws-tier-idx < ws-tier-max-cnst
                 then
                   if pt-break (ws-plan-use, ws-tier-idx + 1) > 0
                     and pt-break (ws-plan-use, ws-tier-idx + 1) <
                         ws-cur-sales
                     then
                       move pt-break (ws-plan-use, ws-tier-idx + 1)
                           to ws-tier-upper
               end-if
               subtract pt-break (ws-plan-use, ws-tier-idx)
                   from ws-tier-upper
               multiply ws-tier-upper
                   by pt-rate (ws-plan-use, ws-tier-idx)
                   giving ws-tier-bonus rounded
               add ws-tier-bonus to ws-hold-bonus
           end-if.
           if ws-adjust-flag = ws-true-cnst
             then
               move ws-adjustment-txt-cnst to ws-bonus
               subtract ws-final-earned
                   from zero giving ws-signed-earned
               subtract ws-hold-paid from zero giving ws-signed-paid
           else
               move ws-final-earned to ws-signed-earned

           perform 290-update-ytd.

           if ws-peract-avail-flag = ws-true-cnst
             then
               perform 292-update-period-actual
           end-if.

           if ws-adjust-flag = ws-false-cnst
             then
               perform 295-capture-topn

           perform 268-write-csv-rec.

           if ws-rundtl-avail-flag = ws-true-cnst
             then
               perform 293-write-run-detail
           end-if.
      *
       266-count-salesperson.
      *
       272-accumulate-manager.
      *
           add ws-one-cnst to ws-mgr-count.

           move ws-cur-mgr-num to mw-mgr-num.
           move ws-ovr-add to mw-amount.

           write mgrwork-rec.
      *
       269-recover-draw.
      *
               move "IN-BALANCE" to ws-gl-tr-balance
           else
               move "OUT-OF-BALANCE" to ws-gl-tr-balance
               move ws-true-cnst to ws-gl-out-of-bal-flag
               display "*** GL POSTINGS OUT OF BALANCE ***"
               display "*** DEBITS  " ws-gl-debit-total " CONTROL "
                   ws-totale-calc " ***"
               display "*** CREDITS " ws-gl-credit-total " CONTROL "
                   ws-totalp-calc " ***"
               display
                   "*** DO NOT RELEASE A3-GLPOST.DAT TO ACCOUNTING ***"
           end-if.

           if ws-proof-mode-flag = ws-false-cnst
               write batch-reg-rec
               close batch-reg-file
           else
               display "WARNING - BATCH REGISTER NOT UPDATED - STATUS "
                   ws-batch-reg-status
           end-if.
      *
       945-flush-suspense.
               open output susp-file
           end-if.

           perform 952-copy-susp-hold.

           close susp-file.
      *

           open output susp-file.

           perform 952-copy-susp-hold.

           close susp-file.

           display ws-susp-hold-count " RECORDS REMAIN IN SUSPENSE".
      *
       952-copy-susp-hold.
      *
           close susphold-file.
           open input susphold-file.

           move ws-false-cnst to ws-susp-hold-eof-flag.

           perform 955-write-susp-hold-rec
             until ws-susp-hold-eof-flag = ws-true-cnst.
      *
       955-write-susp-hold-rec.
      *
           read susphold-file
               at end
                   move ws-true-cnst to ws-susp-hold-eof-flag
               not at end
                   write susp-rec from susphold-rec
           end-read.
      *
       960-post-invoice-history.
      *
      * the batch proved out and was paid, so every invoice it carried
      * joins the history that later batches are checked against.  a
      * record already there is one a resumed run posted before.
      *
           if ws-invhist-avail-flag = ws-true-cnst
             then
               close invwork-file
               open input invwork-file
               move ws-false-cnst to ws-invwork-eof-flag
               perform 962-read-next-invwork
               perform 964-post-invoice-rec
                 until ws-invwork-eof-flag = ws-true-cnst
               display ws-invoice-posted " INVOICES ADDED TO HISTORY"
           end-if.
      *
       962-read-next-invwork.
      *
           read invwork-file next record
               at end
                   move ws-true-cnst to ws-invwork-eof-flag
           end-read.
      *
       964-post-invoice-rec.
      *
           move iw-invoice to ih-invoice.
           move iw-sman-num to ih-sman-num.
           move iw-customer to ih-customer.
           move iw-sale-date to ih-sale-date.
           move iw-product-line to ih-product-line.
           move iw-sales to ih-sales.
           move ws-batch-num to ih-batch-num.
           move ws-run-date to ih-run-date.

           write invhist-rec
               invalid key
                   continue
               not invalid key
                   add ws-one-cnst to ws-invoice-posted
           end-write.

           perform 962-read-next-invwork.
      *
       975-age-draw-balances.
      *
      *
           display "*** RUN ABORTED - " ws-abort-reason " ***".

           if ws-rc-started-flag = ws-true-cnst
             then
               move ws-event-end-cnst to ws-rc-event
               move ws-abort-rc-cnst to ws-rc-return-code
               perform 035-write-runctl-rec
           end-if.

           move ws-abort-rc-cnst to return-code.

           goback.
           write audit-line from ws-audit-rec.
           close audit-file.
      *
       end program A3-SalesComm.
