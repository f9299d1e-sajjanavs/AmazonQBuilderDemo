      organization is line sequential
      file status is ws-excp-stats-status.

   select prior-tax-feed-file assign to "TAXPRIOR"
      organization is line sequential
      file status is ws-prior-feed-status.

   select comparison-report-file assign to "CMPRPT"
      organization is line sequential
      file status is ws-compare-report-status.

data division.
file section.
   fd  line-item-file.
   01  remittance-report-record         pic x(132).

   fd  remittance-extract-file.
   copy REMXREC.

   fd  audit-log-file.
   copy AUDLGREC.

*> a prior production tax feed generation, read by a trial run only
*> - same layout as TAXFDREC, field for field, under its own names
*> because the live feed record is already declared above
   fd  prior-tax-feed-file.
   01  prior-tax-feed-record.
       05 pf-invoice-number             pic x(10).
       05 pf-customer-id                pic x(10).
       05 pf-company                    pic x(3).
       05 pf-transaction-date           pic x(8).
       05 pf-transaction-type           pic x(1).
       05 pf-jurisdiction               pic x(5).
       05 pf-applied-rate               pic 9v9999.
       05 pf-amount                     pic 9(5)v99.
       05 pf-item-tax                   pic 9(5)v99.
       05 pf-run-date                   pic x(8).

   fd  comparison-report-file.
   01  comparison-report-record         pic x(132).

working-storage section.
*> signed - credit memos are applied as reductions, so a heavy
*> credit day can legitimately drive the net totals negative.
   01 ws-recon-status                 pic x value "P".
      88 ws-recon-passed               value "P".
      88 ws-recon-failed               value "F".
      88 ws-recon-not-run              value "N".
   01 ws-recon-message                pic x(60).

   01 ws-gl-extract-status            pic xx.
      88 ws-checkpoint-loaded         value "Y".
   01 ws-skip-idx                     pic 9(7).

*> trial (simulation) mode - PARM='TRIAL'. The full validation and
*> tax path runs against whatever LINEITM/RATEFILE/COMPFILE the
*> trial JCL points at, and RPTFILE, REMRPT and EXMRPT come out as
*> usual but stamped with the banner below, top and bottom. Nothing
*> is posted: INVHIST is opened for input only, and AUDITLOG,
*> EXCPSTAT, CKPTFILE, EXCPFILE, GLEXTR, REMEXTR and TAXFEED are
*> never opened. Sales the trial accepts go to the in-storage table
*> below instead of INVHIST, so a double billing within the trial
*> feed still rejects DUP. Each accepted item's tax is compared
*> with the same item on a prior production TAXFEED generation
*> (TAXPRIOR) and the differences are listed on CMPRPT.
   01 ws-trial-switch                 pic x value "N".
      88 ws-trial-run                  value "Y".
   01 ws-trial-banner                 pic x(34)
      value "*** TRIAL RUN - NOTHING POSTED ***".
   01 ws-trial-hist-missing-switch    pic x value "N".
      88 ws-trial-hist-missing         value "Y".
   01 ws-trial-hist-table.
      05 ws-trh-entry occurs 20000 times.
         10 ws-trh-invoice            pic x(10).
         10 ws-trh-customer           pic x(10).
   01 ws-trh-count                    pic 9(5) value 0.
   01 ws-trh-idx                      pic 9(5).

*> the prior feed generation, loaded whole at start of a trial run.
*> An item matches on invoice, customer and transaction type - the
*> first not-yet-matched entry wins, so a credit memo re-quoting
*> its invoice pairs off with its own prior record. Prior entries
*> nothing in the trial matched are listed NOT IN TRIAL at the end.
   01 ws-prior-feed-status            pic xx.
      88 ws-prior-feed-ok              value "00".
      88 ws-prior-feed-eof             value "10".
      88 ws-prior-feed-not-found       value "35".
   01 ws-prior-table.
      05 ws-prior-entry occurs 20000 times.
         10 ws-prior-invoice          pic x(10).
         10 ws-prior-customer         pic x(10).
         10 ws-prior-type             pic x(1).
         10 ws-prior-juris            pic x(5).
         10 ws-prior-rate             pic 9v9999.
         10 ws-prior-amount           pic 9(5)v99.
         10 ws-prior-tax              pic 9(5)v99.
         10 ws-prior-matched          pic x(1).
   01 ws-prior-count                  pic 9(5) value 0.
   01 ws-prior-idx                    pic 9(5).
   01 ws-prior-hold-idx               pic 9(5).
   01 ws-prior-found-switch           pic x value "N".
      88 ws-prior-found               value "Y".
   01 ws-prior-run-date               pic x(8).
   01 ws-compare-report-status        pic xx.
      88 ws-compare-report-ok         value "00".
   01 ws-cmp-same-count               pic 9(7) value 0.
   01 ws-cmp-diff-count               pic 9(7) value 0.
   01 ws-cmp-new-count                pic 9(7) value 0.
   01 ws-cmp-gone-count               pic 9(7) value 0.
   01 ws-cmp-prior-tax-total          pic s9(9)v99 value 0.
   01 ws-cmp-trial-tax-total          pic s9(9)v99 value 0.
   01 ws-cmp-difference               pic s9(9)v99.

   01 ws-compare-header.
      05 filler                       pic x(30)
         value "TRIAL TAX COMPARISON          ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wch-run-date                 pic x(10).
      05 filler                       pic x(4)  value spaces.
      05 filler                       pic x(21)
         value "PRIOR FEED RUN DATE: ".
      05 wch-prior-run-date           pic x(8).

   01 ws-compare-note-line.
      05 filler                       pic x(60) value
         "ITEMS WHOSE TAX IS UNCHANGED ARE COUNTED BELOW, NOT LISTED".

   01 ws-compare-column-heads.
      05 filler                       pic x(9)  value "ITEM #".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(3)  value "TY".
      05 filler                       pic x(7)  value "JURIS".
      05 filler                       pic x(8)  value "PR RATE".
      05 filler                       pic x(10) value "PRIOR TAX".
      05 filler                       pic x(8)  value "TR RATE".
      05 filler                       pic x(10) value "TRIAL TAX".
      05 filler                       pic x(11) value "DIFFERENCE".
      05 filler                       pic x(14) value "NOTE".

   01 ws-compare-detail.
      05 wcd-item-no-area.
         10 wcd-item-no               pic z(6)9.
      05 filler                       pic x(2)  value spaces.
      05 wcd-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wcd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wcd-type                     pic x(2).
      05 filler                       pic x(1)  value spaces.
      05 wcd-jurisdiction             pic x(5).
      05 filler                       pic x(2)  value spaces.
      05 wcd-prior-rate               pic 9.9999.
      05 filler                       pic x(2)  value spaces.
      05 wcd-prior-tax                pic zzzz9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-trial-rate               pic 9.9999.
      05 filler                       pic x(2)  value spaces.
      05 wcd-trial-tax                pic zzzz9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-difference               pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-note                     pic x(14).

   01 ws-compare-counts.
      05 filler                       pic x(11) value "UNCHANGED: ".
      05 wcc-same-count               pic z(6)9.
      05 filler                       pic x(11) value "  CHANGED: ".
      05 wcc-diff-count               pic z(6)9.
      05 filler                       pic x(7)  value "  NEW: ".
      05 wcc-new-count                pic z(6)9.
      05 filler                       pic x(16)
         value "  NOT IN TRIAL: ".
      05 wcc-gone-count               pic z(6)9.

   01 ws-compare-totals.
      05 filler                       pic x(11) value "PRIOR TAX: ".
      05 wct-prior-tax                pic -(8)9.99.
      05 filler                       pic x(13) value "  TRIAL TAX: ".
      05 wct-trial-tax                pic -(8)9.99.
      05 filler                       pic x(18)
         value "  NET DIFFERENCE: ".
      05 wct-difference               pic -(8)9.99.

   01 ws-item-count                   pic 9(7) value 0.
   01 ws-item-tax-amount              pic 9(7)v99.

*> city components so the remittance output shows what is owed to
*> each level of government. A jurisdiction with no row in force
*> taxes at the blended default below, carried as a state-level
*> amount with county and city zero. A finance charge (type "F")
*> is taxed only under a row in force that flags finance charges
*> taxable - with no such row it goes untaxed rather than at the
*> default, and stays out of the jurisdiction's taxable base.
   01 ws-default-tax-rate             pic 9v9999 value 0.07.
   01 ws-rate-file-status             pic xx.
      88 ws-rate-file-ok               value "00".
         10 ws-rate-state             pic 9v9999.
         10 ws-rate-county            pic 9v9999.
         10 ws-rate-city              pic 9v9999.
         10 ws-rate-fin-chg           pic x(1).
   01 ws-rate-count                   pic 9(3) value 0.
   01 ws-rate-idx                     pic 9(3).
   01 ws-rate-lookup-date             pic x(8).
   01 ws-applicable-city-rate         pic 9v9999.
   01 ws-rate-found-switch            pic x value "N".
      88 ws-rate-found                value "Y".
   01 ws-applicable-fin-chg           pic x(1).
      88 ws-applicable-fin-chg-taxed  value "Y".
   01 ws-fc-untaxed-switch            pic x value "N".
      88 ws-fc-untaxed                value "Y".

*> component taxes rounded item by item, summed into the item tax
*> so the per-level remittance amounts always add up to the tax

linkage section.
*> EXEC PARM text (e.g. PARM='RESTART' or PARM='RESTART,0100' on
*> the JCL restart step, PARM='TRIAL' on the trial job) arrives
*> here - halfword binary length followed by the text, the
*> standard mainframe PARM interface.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(20).
   perform initialize-totals
   perform calculate-totals
   perform reconcile-totals
   if ws-trial-run
      perform finish-comparison-report
   else
      perform write-audit-log
      perform write-exception-stats
      perform write-gl-extract
   end-if
   perform write-remittance-output
   perform display-results
   perform set-return-code
      end-unstring
      if ws-restart-parm = "RESTART"
         move "Y" to ws-restart-switch
      else
      if ws-restart-parm = "TRIAL"
         move "Y" to ws-trial-switch
      else
         *> no comma - PARM was a bare interval override (e.g.
         *> PARM='0100' on a cold run) rather than RESTART, so the
            move spaces to ws-restart-parm
         end-if
      end-if
      end-if
      if ws-parm-interval-token(1:1) >= "0"
            and ws-parm-interval-token(1:1) <= "9"
         compute ws-checkpoint-interval = function numval(ws-parm-interval-token)
      perform load-tax-rates
      perform open-customer-master
      perform load-exemption-certs
      if ws-trial-run
         perform open-trial-history
      else
         perform open-invoice-history
      end-if
      open input line-item-file
      if not ws-line-item-ok
         display "UNABLE TO OPEN LINEITM - FILE STATUS " ws-line-item-status
         perform abend-program
      end-if
      if ws-trial-run
         perform open-trial-files
      else
      if ws-restart-requested
         perform load-checkpoint
         perform skip-processed-items
         end-if
         open output exception-file
      end-if
      end-if
      if not ws-report-ok
         display "UNABLE TO OPEN RPTFILE - FILE STATUS " ws-report-status
         perform abend-program
      end-if
      if not ws-exception-ok and not ws-trial-run
         display "UNABLE TO OPEN EXCPFILE - FILE STATUS " ws-exception-status
         perform abend-program
      end-if
            ws-exempt-report-status
         perform abend-program
      end-if
      if not ws-tax-feed-ok and not ws-trial-run
         display "UNABLE TO OPEN TAXFEED - FILE STATUS " ws-tax-feed-status
         perform abend-program
      end-if
      perform write-report-header.

*> a trial opens only its reports - CKPTFILE, EXCPFILE and TAXFEED
*> stay closed for the whole run, so nothing downstream can pick up
*> a trial's output as if it were a night's
   open-trial-files.
      open output report-file
      open output exemption-report-file
      open output comparison-report-file
      if not ws-compare-report-ok
         display "UNABLE TO OPEN CMPRPT - FILE STATUS "
            ws-compare-report-status
         perform abend-program
      end-if
      perform load-prior-tax-feed.

*> no TAXPRIOR simply means there is nothing to compare against -
*> every accepted item then lists as NEW on the comparison report
   load-prior-tax-feed.
      move "NONE" to ws-prior-run-date
      open input prior-tax-feed-file
      if ws-prior-feed-not-found
         continue
      else
         if not ws-prior-feed-ok
            display "UNABLE TO OPEN TAXPRIOR - FILE STATUS "
               ws-prior-feed-status
            perform abend-program
         end-if
         read prior-tax-feed-file
            at end set ws-prior-feed-eof to true
         end-read
         perform until ws-prior-feed-eof
            if ws-prior-count < 20000
               add 1 to ws-prior-count
               move pf-invoice-number
                  to ws-prior-invoice(ws-prior-count)
               move pf-customer-id to ws-prior-customer(ws-prior-count)
               move pf-transaction-type
                  to ws-prior-type(ws-prior-count)
               move pf-jurisdiction to ws-prior-juris(ws-prior-count)
               move pf-applied-rate to ws-prior-rate(ws-prior-count)
               move pf-amount to ws-prior-amount(ws-prior-count)
               move pf-item-tax to ws-prior-tax(ws-prior-count)
               move "N" to ws-prior-matched(ws-prior-count)
               move pf-run-date to ws-prior-run-date
               if pf-transaction-type = "C"
                  subtract pf-item-tax from ws-cmp-prior-tax-total
               else
                  add pf-item-tax to ws-cmp-prior-tax-total
               end-if
            else
               display "PRIOR TAX FEED EXCEEDS TABLE LIMIT OF 20000"
               perform abend-program
            end-if
            read prior-tax-feed-file
               at end set ws-prior-feed-eof to true
            end-read
         end-perform
         close prior-tax-feed-file
      end-if.

*> a trial reads INVHIST for the duplicate check but never writes
*> or purges it - a missing INVHIST just means no prior history
   open-trial-history.
      move 0 to ws-trh-count
      open input invoice-history-file
      if ws-hist-file-not-found
         move "Y" to ws-trial-hist-missing-switch
      else
         if not ws-hist-file-ok
            display "UNABLE TO OPEN INVHIST - FILE STATUS "
               ws-hist-file-status
            perform abend-program
         end-if
      end-if.

*> how many feed records did the failed run leave behind? Anything
*> past the checkpointed count was written after the last
*> checkpoint, for items about to be reprocessed - suppress that
            move trt-state-rate to ws-rate-state(ws-rate-count)
            move trt-county-rate to ws-rate-county(ws-rate-count)
            move trt-city-rate to ws-rate-city(ws-rate-count)
            move trt-fin-chg-taxable to ws-rate-fin-chg(ws-rate-count)
         else
            display "TAX RATE MASTER EXCEEDS TABLE LIMIT OF 200"
            perform abend-program
*> dup check
         if not ws-line-item-eof
            perform validate-line-item
            if ws-item-valid
                  and (lnitm-sale or lnitm-finance-charge)
               perform add-invoice-to-history
            end-if
         end-if
      string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
             "-" ws-current-date-time(7:2) into ws-run-date-display
      move ws-run-date-display to wsh-run-date
      if ws-trial-run
         perform write-trial-headers
      end-if
      if ws-restart-requested
         move ws-last-checkpoint-item to wsr-restart-item
         move ws-report-restart-marker to report-record
         write exemption-report-record
      end-if.

   write-trial-headers.
      move ws-trial-banner to report-record
      write report-record
      move ws-trial-banner to exemption-report-record
      write exemption-report-record
      move ws-trial-banner to comparison-report-record
      write comparison-report-record
      move ws-run-date-display to wch-run-date
      move ws-prior-run-date to wch-prior-run-date
      move ws-compare-header to comparison-report-record
      write comparison-report-record
      move ws-compare-note-line to comparison-report-record
      write comparison-report-record
      move ws-compare-column-heads to comparison-report-record
      write comparison-report-record.

   calculate-totals.
      read line-item-file
         at end set ws-line-item-eof to true
         end-if
         perform process-line-item
         if function mod(ws-records-read, ws-checkpoint-interval) = 0
               and not ws-trial-run
            perform write-checkpoint
         end-if
         read line-item-file
      end-perform
      perform process-recycle-items
      close line-item-file
      if not ws-trial-run
         close checkpoint-file
         close exception-file
         close tax-feed-file
      end-if
      close customer-master-file
      if not ws-trial-hist-missing
         close invoice-history-file
      end-if.

*> the one item pipeline - validation, then either the accumulate/
*> tax/report path or the exception path. Shared by the LINEITM
         if ws-recycle-phase
            add 1 to ws-recycle-accepted
         end-if
         if lnitm-sale or lnitm-finance-charge
            perform add-invoice-to-history
         end-if
         perform calculate-tax
         perform write-detail-line
         if ws-trial-run
            perform compare-trial-item
         else
            perform write-tax-feed-record
         end-if
      else
         add 1 to ws-exception-count
         add 1 to ws-compt-exceptions(ws-comp-hold-idx)
         perform count-reject-reason
         if not ws-trial-run
            perform write-exception
         end-if
         perform write-rejected-detail-line
      end-if.

*> already counted on the checkpoint - replay only the duplicate
*> history, same as skip-processed-items does for the main feed
               perform validate-line-item
               if ws-item-valid
                     and (lnitm-sale or lnitm-finance-charge)
                  perform add-invoice-to-history
               end-if
            end-if
   process-recycle-item.
      perform process-line-item
      if function mod(ws-recycle-read, ws-checkpoint-interval) = 0
            and not ws-trial-run
         perform write-checkpoint
      end-if.

         move "AMOUNT FIELD IS NOT NUMERIC" to ws-reject-reason-text
      else
*> credit memos arrive as type "C" with a positive amount; a
*> negative amount on any type is still malformed input. Finance
*> charges ("F") are billed invoices like a sale.
         if not lnitm-sale and not lnitm-credit-memo
               and not lnitm-finance-charge
            move "N" to ws-valid-item-switch
            move "TYP " to ws-reject-reason-code
            move "TRANSACTION TYPE NOT RECOGNIZED"
                     move "CUSTOMER IS INACTIVE ON MASTER"
                        to ws-reject-reason-text
                  else
                     if lnitm-sale or lnitm-finance-charge
                        perform lookup-invoice-history
                        if ws-hist-found
                           move "N" to ws-valid-item-switch

   lookup-invoice-history.
      move "N" to ws-hist-found-switch
      if not ws-trial-hist-missing
         move invoice-number to hst-invoice-number
         move customer-id to hst-customer-id
         read invoice-history-file
            invalid key
               continue
            not invalid key
               move "Y" to ws-hist-found-switch
         end-read
      end-if
      if ws-trial-run
         perform check-trial-history
      end-if.

*> a trial replaying a past night's feed against that night's
*> TAXFEED generation would find every one of its own sales already
*> on INVHIST - history stamped on or after the prior feed's run
*> date is that run's own (or later), so the trial looks through
*> it, as the real run did. Then the sales the trial itself
*> accepted, held in storage in place of INVHIST.
   check-trial-history.
      if ws-hist-found and ws-prior-run-date not = "NONE"
            and hst-processed-date >= ws-prior-run-date
         move "N" to ws-hist-found-switch
      end-if
      perform varying ws-trh-idx from 1 by 1
            until ws-trh-idx > ws-trh-count or ws-hist-found
         if ws-trh-invoice(ws-trh-idx) = invoice-number
               and ws-trh-customer(ws-trh-idx) = customer-id
            move "Y" to ws-hist-found-switch
         end-if
      end-perform.

*> a duplicate-key write is fine here - a restart replaying the
*> skipped items finds the failed run's writes already on file
   add-invoice-to-history.
      if ws-trial-run
         perform add-invoice-to-trial-history
      else
         move invoice-number to hst-invoice-number
         move customer-id to hst-customer-id
         move ws-current-date-time(1:8) to hst-processed-date
         write invoice-history-record
            invalid key continue
         end-write
      end-if.

   add-invoice-to-trial-history.
      if ws-trh-count < 20000
         add 1 to ws-trh-count
         move invoice-number to ws-trh-invoice(ws-trh-count)
         move customer-id to ws-trh-customer(ws-trh-count)
      else
         display "TRIAL INVOICE HISTORY EXCEEDS TABLE LIMIT OF 20000"
         perform abend-program
      end-if.

   write-exception.
      move invoice-number to exc-invoice-number
      move ws-item-tax-amount to wsd-tax
      if lnitm-credit-memo
         move "CR" to wsd-type
      else
      if lnitm-finance-charge
         move "FC" to wsd-type
      else
         move spaces to wsd-type
      end-if
      end-if
      if ws-recycle-phase
         move "RCY" to wsd-source
      else
      end-if
      add 1 to ws-feed-written.

*> the trial's stand-in for the feed write - set this item's tax
*> beside what the prior production run charged the same item
   compare-trial-item.
      if lnitm-credit-memo
         subtract ws-item-tax-amount from ws-cmp-trial-tax-total
      else
         add ws-item-tax-amount to ws-cmp-trial-tax-total
      end-if
      move "N" to ws-prior-found-switch
      perform varying ws-prior-idx from 1 by 1
            until ws-prior-idx > ws-prior-count or ws-prior-found
         if ws-prior-invoice(ws-prior-idx) = invoice-number
               and ws-prior-customer(ws-prior-idx) = customer-id
               and ws-prior-type(ws-prior-idx) = transaction-type
               and ws-prior-matched(ws-prior-idx) = "N"
            move "Y" to ws-prior-found-switch
            move ws-prior-idx to ws-prior-hold-idx
         end-if
      end-perform
      if ws-prior-found
         move "Y" to ws-prior-matched(ws-prior-hold-idx)
         if ws-prior-tax(ws-prior-hold-idx) = ws-item-tax-amount
            add 1 to ws-cmp-same-count
         else
            add 1 to ws-cmp-diff-count
            perform write-compare-changed
         end-if
      else
         add 1 to ws-cmp-new-count
         perform write-compare-new
      end-if.

   write-compare-changed.
      move ws-item-count to wcd-item-no
      move invoice-number to wcd-invoice
      move customer-id to wcd-customer
      perform set-compare-type
      move jurisdiction-code to wcd-jurisdiction
      move ws-prior-rate(ws-prior-hold-idx) to wcd-prior-rate
      move ws-prior-tax(ws-prior-hold-idx) to wcd-prior-tax
      move ws-applicable-rate to wcd-trial-rate
      move ws-item-tax-amount to wcd-trial-tax
      compute wcd-difference
         = ws-item-tax-amount - ws-prior-tax(ws-prior-hold-idx)
      if ws-prior-juris(ws-prior-hold-idx) not = jurisdiction-code
         move "JURIS CHANGED" to wcd-note
      else
         if ws-prior-amount(ws-prior-hold-idx) not = amount
            move "AMOUNT CHANGED" to wcd-note
         else
            move spaces to wcd-note
         end-if
      end-if
      move ws-compare-detail to comparison-report-record
      write comparison-report-record.

   write-compare-new.
      move ws-item-count to wcd-item-no
      move invoice-number to wcd-invoice
      move customer-id to wcd-customer
      perform set-compare-type
      move jurisdiction-code to wcd-jurisdiction
      move 0 to wcd-prior-rate
      move 0 to wcd-prior-tax
      move ws-applicable-rate to wcd-trial-rate
      move ws-item-tax-amount to wcd-trial-tax
      move ws-item-tax-amount to wcd-difference
      move "NEW ITEM" to wcd-note
      move ws-compare-detail to comparison-report-record
      write comparison-report-record.

   set-compare-type.
      if lnitm-credit-memo
         move "CR" to wcd-type
      else
      if lnitm-finance-charge
         move "FC" to wcd-type
      else
         move spaces to wcd-type
      end-if
      end-if.

*> after the last item: whatever the prior run accepted that the
*> trial did not (rejected tonight, or simply not on the trial
*> feed), then the counts and the net tax difference
   finish-comparison-report.
      perform varying ws-prior-idx from 1 by 1
            until ws-prior-idx > ws-prior-count
         if ws-prior-matched(ws-prior-idx) = "N"
            add 1 to ws-cmp-gone-count
            perform write-compare-gone
         end-if
      end-perform
      move ws-cmp-same-count to wcc-same-count
      move ws-cmp-diff-count to wcc-diff-count
      move ws-cmp-new-count to wcc-new-count
      move ws-cmp-gone-count to wcc-gone-count
      move ws-compare-counts to comparison-report-record
      write comparison-report-record
      compute ws-cmp-difference
         = ws-cmp-trial-tax-total - ws-cmp-prior-tax-total
      move ws-cmp-prior-tax-total to wct-prior-tax
      move ws-cmp-trial-tax-total to wct-trial-tax
      move ws-cmp-difference to wct-difference
      move ws-compare-totals to comparison-report-record
      write comparison-report-record
      move ws-trial-banner to comparison-report-record
      write comparison-report-record
      close comparison-report-file.

   write-compare-gone.
      move spaces to wcd-item-no-area
      move ws-prior-invoice(ws-prior-idx) to wcd-invoice
      move ws-prior-customer(ws-prior-idx) to wcd-customer
      if ws-prior-type(ws-prior-idx) = "C"
         move "CR" to wcd-type
      else
      if ws-prior-type(ws-prior-idx) = "F"
         move "FC" to wcd-type
      else
         move spaces to wcd-type
      end-if
      end-if
      move ws-prior-juris(ws-prior-idx) to wcd-jurisdiction
      move ws-prior-rate(ws-prior-idx) to wcd-prior-rate
      move ws-prior-tax(ws-prior-idx) to wcd-prior-tax
      move 0 to wcd-trial-rate
      move 0 to wcd-trial-tax
      compute wcd-difference = 0 - ws-prior-tax(ws-prior-idx)
      move "NOT IN TRIAL" to wcd-note
      move ws-compare-detail to comparison-report-record
      write comparison-report-record.

   write-rejected-detail-line.
      if ws-recycle-phase
         move ws-recycle-read to wed-item-no
   calculate-tax.
      perform lookup-tax-rate
      perform lookup-exemption-cert
      move "N" to ws-fc-untaxed-switch
      if lnitm-finance-charge and not ws-applicable-fin-chg-taxed
         move "Y" to ws-fc-untaxed-switch
      end-if
      if ws-cert-exempt or ws-fc-untaxed
         move 0 to ws-applicable-rate
         move 0 to ws-applicable-state-rate
         move 0 to ws-applicable-county-rate
      end-if.

*> a certificate-exempt item is non-taxable sale activity, so it
*> stays out of the jurisdiction's taxable base as well as its tax;
*> so does a finance charge the jurisdiction does not tax
   add-jurisdiction-amounts.
      if lnitm-credit-memo
         if not ws-cert-exempt
         subtract ws-item-city-tax
            from ws-juris-city-tax(ws-juris-idx)
      else
         if not ws-cert-exempt and not ws-fc-untaxed
            add amount to ws-juris-base(ws-juris-idx)
         end-if
         add ws-item-state-tax to ws-juris-state-tax(ws-juris-idx)
*> rate in force when the transaction actually happened. An item
*> whose date will not parse falls back to the run date. ranges
*> for a jurisdiction do not overlap (rate-maint enforces it), so
*> the first in-force row is the only one. The row's finance-
*> charge flag comes along for calculate-tax; no row, no tax on a
*> finance charge.
   lookup-tax-rate.
      move "N" to ws-rate-found-switch
      move "N" to ws-applicable-fin-chg
      if transaction-date is numeric
         move transaction-date to ws-rate-lookup-date
      else
               to ws-applicable-county-rate
            move ws-rate-city(ws-rate-idx)
               to ws-applicable-city-rate
            move ws-rate-fin-chg(ws-rate-idx)
               to ws-applicable-fin-chg
            compute ws-applicable-rate = ws-applicable-state-rate
               + ws-applicable-county-rate + ws-applicable-city-rate
         end-if

   reconcile-totals.
      open input control-file
*> a trial over a hand-built feed has no upstream control record
*> to tie to - that is not a failure of the trial
      if ws-control-not-found and ws-trial-run
         move "N" to ws-recon-status
         move "NO CONTROL RECORD - TRIAL RUN NOT RECONCILED"
            to ws-recon-message
      else
      if ws-control-not-found
         move "F" to ws-recon-status
         move "CONTROL RECORD NOT FOUND - UNABLE TO RECONCILE"
               end-if
         end-read
         close control-file
      end-if
      end-if.

   write-gl-extract.
      compute gl-amount = ws-compt-amount(ws-comp-idx)
                        + ws-compt-credit(ws-comp-idx)
      move ws-current-date-time(1:6) to gl-period
      move ws-current-date-time(1:8) to gl-run-date
      write gl-extract-record
      move ws-comp-code(ws-comp-idx) to gl-company
      move ws-comp-tax-account(ws-comp-idx) to gl-account-code
      compute gl-amount = ws-compt-tax(ws-comp-idx)
                        + ws-compt-credit-tax(ws-comp-idx)
      move ws-current-date-time(1:6) to gl-period
      move ws-current-date-time(1:8) to gl-run-date
      write gl-extract-record
      move ws-comp-code(ws-comp-idx) to gl-company
      move ws-comp-clr-account(ws-comp-idx) to gl-account-code
                        + ws-compt-tax(ws-comp-idx)
                        + ws-compt-credit-tax(ws-comp-idx)
      move ws-current-date-time(1:6) to gl-period
      move ws-current-date-time(1:8) to gl-run-date
      write gl-extract-record
      if ws-compt-credit(ws-comp-idx) > 0
            or ws-compt-credit-tax(ws-comp-idx) > 0
         move "D" to gl-debit-credit-indicator
         move ws-compt-credit(ws-comp-idx) to gl-amount
         move ws-current-date-time(1:6) to gl-period
         move ws-current-date-time(1:8) to gl-run-date
         write gl-extract-record
         move ws-comp-code(ws-comp-idx) to gl-company
         move ws-comp-tax-account(ws-comp-idx) to gl-account-code
         move "D" to gl-debit-credit-indicator
         move ws-compt-credit-tax(ws-comp-idx) to gl-amount
         move ws-current-date-time(1:6) to gl-period
         move ws-current-date-time(1:8) to gl-run-date
         write gl-extract-record
         move ws-comp-code(ws-comp-idx) to gl-company
         move ws-comp-clr-account(ws-comp-idx) to gl-account-code
         compute gl-amount = ws-compt-credit(ws-comp-idx)
                           + ws-compt-credit-tax(ws-comp-idx)
         move ws-current-date-time(1:6) to gl-period
         move ws-current-date-time(1:8) to gl-run-date
         write gl-extract-record
      end-if.

         display "UNABLE TO OPEN REMRPT - FILE STATUS " ws-remit-report-status
         perform abend-program
      end-if
      if ws-trial-run
         move ws-trial-banner to remittance-report-record
         write remittance-report-record
      else
         open output remittance-extract-file
         if not ws-remit-extract-ok
            display "UNABLE TO OPEN REMEXTR - FILE STATUS "
               ws-remit-extract-status
            perform abend-program
         end-if
      end-if
      move ws-current-date-time(1:6) to wrh-period
      move ws-remit-header to remittance-report-record
      move ws-remit-tax-total to wrt-tax-collected
      move ws-remit-totals to remittance-report-record
      write remittance-report-record
      if ws-trial-run
         move ws-trial-banner to remittance-report-record
         write remittance-report-record
      else
         close remittance-extract-file
      end-if
      close remittance-report-file.

   write-company-remittance.
      move "N" to ws-remit-comp-seen-switch
      move ws-juris-tax-total to wrd-tax-collected
      move ws-remit-detail to remittance-report-record
      write remittance-report-record
      if not ws-trial-run
         move ws-juris-company(ws-juris-idx) to rem-company
         move ws-juris-code(ws-juris-idx) to rem-jurisdiction
         move ws-juris-base(ws-juris-idx) to rem-taxable-base
         move ws-juris-state-tax(ws-juris-idx) to rem-state-tax
         move ws-juris-county-tax(ws-juris-idx) to rem-county-tax
         move ws-juris-city-tax(ws-juris-idx) to rem-city-tax
         move ws-juris-tax-total to rem-tax-collected
         move ws-current-date-time(1:6) to rem-period
         move ws-current-date-time(1:8) to rem-run-date
         write remittance-extract-record
      end-if
      add ws-juris-base(ws-juris-idx) to ws-remit-comp-base
      add ws-juris-state-tax(ws-juris-idx) to ws-remit-comp-state
      add ws-juris-county-tax(ws-juris-idx) to ws-remit-comp-county
      move total-tax-amount to wst-total-tax
      move ws-report-totals to report-record
      write report-record
      if ws-trial-run
         move ws-trial-banner to report-record
         write report-record
      end-if
      close report-file
      move ws-exempt-count to wxt-exempt-count
      move ws-expired-count to wxt-expired-count
      move ws-exempt-totals to exemption-report-record
      write exemption-report-record
      if ws-trial-run
         move ws-trial-banner to exemption-report-record
         write exemption-report-record
         display ws-trial-banner
      end-if
      close exemption-report-file
      display "Items processed: " ws-item-count
      perform varying ws-comp-idx from 1 by 1
      display "Exempt items: " ws-exempt-count
      display "Items rejected: " ws-exception-count
      display "Reconciliation: " ws-recon-message
      if ws-trial-run
         display "Trial items with changed tax: " ws-cmp-diff-count
            " new: " ws-cmp-new-count
            " not in trial: " ws-cmp-gone-count
         display "Comparison written to CMPRPT"
      end-if
      display "Report written to RPTFILE".

*> one record per company on file, zero-activity companies
