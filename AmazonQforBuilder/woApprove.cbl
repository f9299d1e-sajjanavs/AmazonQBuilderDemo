identification division.
program-id. wo-approve.

*> bad-debt write-off approval. The second half of the write-off
*> dual control: a different operator from the one who nominated
*> (wo-nominate) signs on and reviews each nomination on WOPEND,
*> approving or rejecting it. The approver may never be the
*> nominating operator - the program refuses the approval and
*> skips the item. A nomination whose invoice is no longer on the
*> ledger, or whose open balance has moved since it was nominated
*> (cash-apply took a payment against it), is stale and is dropped
*> before it is offered - nobody approves a figure they did not
*> nominate.
*>
*> An approved invoice comes off the open-item ledger (OPENITEM in,
*> OPENITMN out, swapped in by the job step after a good run) and
*> its write-off is posted three ways:
*>
*>   WOGLEX - GL postings per company in the nightly GL extract
*>            layout: the open balance is credited to the clearing
*>            (receivable) account it was billed through; the
*>            sales-tax portion is debited back to the tax account
*>            and the rest charged to the company's bad-debt
*>            account (COMPFILE);
*>   WOTAXX - the sales-tax bad-debt recovery per company and
*>            jurisdiction in the nightly remittance extract
*>            layout - negative, so the tax department claims it
*>            as a deduction on the next return instead of having
*>            remitted tax on money that was never collected;
*>   WOHIST - one history record per nomination disposed of:
*>            written off, rejected or dropped, with both operator
*>            ids.
*>
*> The tax portion comes from what was billed: every retained
*> daily tax feed generation (TAXFDALL) is read for the approved
*> invoices, netting sales against credit memos per jurisdiction.
*> When an invoice has been part-paid the written-off balance is
*> taken to carry tax in the same proportion as the invoice as
*> billed, so each jurisdiction's share is the balance times its
*> billed tax over the billed total (amount plus tax), and its
*> taxable base likewise. Each jurisdiction's share is split into
*> state/county/city by the RATEFILE row in force on the invoice's
*> business date; with no row it is carried as state-level, the
*> way the nightly run carries the default rate. An invoice with
*> no billing left on the retained generations is written off
*> whole to bad debt, with no tax recovered, and says so on WORPT.
*>
*> WOPEND is rewritten at end of pass with only the nominations
*> not yet actioned, so nothing can be written off twice.

environment division.
input-output section.
file-control.
   select open-item-file assign to "OPENITEM"
      organization is line sequential
      file status is ws-open-item-status.

   select open-item-new-file assign to "OPENITMN"
      organization is line sequential
      file status is ws-open-item-new-status.

   select write-off-pending-file assign to "WOPEND"
      organization is line sequential
      file status is ws-wo-pending-status.

   select write-off-history-file assign to "WOHIST"
      organization is line sequential
      file status is ws-wo-history-status.

   select tax-feed-file assign to "TAXFDALL"
      organization is line sequential
      file status is ws-tax-feed-status.

   select tax-rate-file assign to "RATEFILE"
      organization is line sequential
      file status is ws-rate-file-status.

   select company-file assign to "COMPFILE"
      organization is line sequential
      file status is ws-company-file-status.

   select gl-extract-file assign to "WOGLEX"
      organization is line sequential
      file status is ws-gl-extract-status.

   select remittance-extract-file assign to "WOTAXX"
      organization is line sequential
      file status is ws-remit-extract-status.

   select write-off-report-file assign to "WORPT"
      organization is line sequential
      file status is ws-wo-report-status.

data division.
file section.
   fd  open-item-file.
   copy OPENIREC.

   fd  open-item-new-file.
   01  open-item-new-record.
       05 oin-customer-id               pic x(10).
       05 oin-invoice-number            pic x(10).
       05 oin-item-date                 pic x(8).
       05 oin-item-type                 pic x(1).
       05 oin-original-amount           pic s9(7)v99.
       05 oin-open-balance              pic s9(7)v99.
       05 oin-company                   pic x(3).

   fd  write-off-pending-file.
   copy WOPNREC.

   fd  write-off-history-file.
   copy WOHREC.

   fd  tax-feed-file.
   copy TAXFDREC.

   fd  tax-rate-file.
   copy TAXRTREC.

   fd  company-file.
   copy COMPREC.

   fd  gl-extract-file.
   copy GLEXREC.

   fd  remittance-extract-file.
   copy REMXREC.

   fd  write-off-report-file.
   01  write-off-report-record          pic x(132).

working-storage section.
   01 ws-open-item-status             pic xx.
      88 ws-open-item-ok               value "00".
      88 ws-open-item-eof              value "10".

   01 ws-open-item-new-status         pic xx.
      88 ws-open-item-new-ok           value "00".

   01 ws-wo-pending-status            pic xx.
      88 ws-wo-pending-ok              value "00".
      88 ws-wo-pending-eof             value "10".
      88 ws-wo-pending-not-found       value "35".

   01 ws-wo-history-status            pic xx.
      88 ws-wo-history-ok              value "00".

   01 ws-tax-feed-status              pic xx.
      88 ws-tax-feed-ok                value "00".
      88 ws-tax-feed-eof               value "10".

   01 ws-rate-file-status             pic xx.
      88 ws-rate-file-ok               value "00".
      88 ws-rate-file-eof              value "10".

   01 ws-company-file-status          pic xx.
      88 ws-company-file-ok            value "00".
      88 ws-company-file-eof           value "10".

   01 ws-gl-extract-status            pic xx.
      88 ws-gl-extract-ok              value "00".

   01 ws-remit-extract-status         pic xx.
      88 ws-remit-extract-ok           value "00".

   01 ws-wo-report-status             pic xx.
      88 ws-wo-report-ok               value "00".

*> operating companies from COMPFILE, with the write-off posting
*> accumulators alongside
   01 ws-comp-table.
      05 ws-comp-entry occurs 5 times.
         10 ws-comp-code              pic x(3).
         10 ws-comp-tax-account       pic x(10).
         10 ws-comp-clr-account       pic x(10).
         10 ws-comp-bad-debt-account  pic x(10).
         10 ws-compw-balance          pic 9(9)v99.
         10 ws-compw-tax              pic 9(9)v99.
         10 ws-compw-bad-debt         pic 9(9)v99.
         10 ws-compw-invoices         pic 9(5).
   01 ws-comp-count                   pic 9(1) value 0.
   01 ws-comp-idx                     pic 9(1).
   01 ws-comp-hold-idx                pic 9(1).
   01 ws-comp-found-switch            pic x value "N".
      88 ws-comp-found                value "Y".
   01 ws-lookup-company               pic x(3).

*> the rate master as it stands now - only the component split of
*> a jurisdiction's recovered tax is taken from it
   01 ws-rate-table.
      05 ws-rate-entry occurs 200 times.
         10 ws-rate-juris             pic x(5).
         10 ws-rate-from              pic x(8).
         10 ws-rate-to                pic x(8).
         10 ws-rate-state             pic 9v9999.
         10 ws-rate-county            pic 9v9999.
         10 ws-rate-city              pic 9v9999.
   01 ws-rate-count                   pic 9(3) value 0.
   01 ws-rate-idx                     pic 9(3).
   01 ws-rate-found-switch            pic x value "N".
      88 ws-rate-found                value "Y".
   01 ws-row-total-rate               pic 9v9999.
   01 ws-row-state-rate               pic 9v9999.
   01 ws-row-county-rate              pic 9v9999.

*> the open-item ledger, in storage; an approved write-off zeroes
*> its item's balance here, which drops it from OPENITMN
   01 ws-item-table.
      05 ws-item-entry occurs 2000 times.
         10 ws-item-customer          pic x(10).
         10 ws-item-invoice           pic x(10).
         10 ws-item-date              pic x(8).
         10 ws-item-type              pic x(1).
         10 ws-item-original          pic s9(7)v99.
         10 ws-item-balance           pic s9(7)v99.
         10 ws-item-company           pic x(3).
   01 ws-item-count                   pic 9(4) value 0.
   01 ws-item-idx                     pic 9(4).
   01 ws-item-found-idx               pic 9(4).

*> WOPEND as loaded, with each nomination's disposition this
*> pass - blank is still pending and goes back on file
   01 ws-pend-table.
      05 ws-pend-entry occurs 1000 times.
         10 ws-pend-record            pic x(97).
         10 ws-pend-disposition       pic x(1).
            88 ws-pend-still-pending  value " ".
            88 ws-pend-written-off    value "W".
            88 ws-pend-rejected       value "R".
            88 ws-pend-dropped        value "X".
         10 ws-pend-item-idx          pic 9(4).
         10 ws-pend-comp-idx          pic 9(1).
         10 ws-pend-billed-total      pic s9(9)v99.
         10 ws-pend-tax-portion       pic s9(7)v99.
         10 ws-pend-feed-rows         pic 9(3).
   01 ws-pend-count                   pic 9(4) value 0.
   01 ws-pend-idx                     pic 9(4).

*> per approved invoice per jurisdiction, netted off the retained
*> tax feed - signed, credit memos negative
   01 ws-juris-table.
      05 ws-juris-entry occurs 3000 times.
         10 ws-jur-pend-idx           pic 9(4).
         10 ws-jur-code               pic x(5).
         10 ws-jur-amount             pic s9(9)v99.
         10 ws-jur-tax                pic s9(9)v99.
         10 ws-jur-date               pic x(8).
   01 ws-jur-count                    pic 9(4) value 0.
   01 ws-jur-idx                      pic 9(4).
   01 ws-jur-found-switch             pic x value "N".
      88 ws-jur-found                 value "Y".
   01 ws-feed-date                    pic x(8).
   01 ws-feed-amount                  pic s9(7)v99.
   01 ws-feed-tax                     pic s9(7)v99.
*> the part of the item in the jurisdiction's taxable base - all
*> of it, except a finance charge the jurisdiction did not tax,
*> which json-sum-tax kept out of the base
   01 ws-feed-base                    pic s9(7)v99.

*> the recovery per company per jurisdiction, for WOTAXX
   01 ws-recov-table.
      05 ws-recov-entry occurs 200 times.
         10 ws-recov-company          pic x(3).
         10 ws-recov-juris            pic x(5).
         10 ws-recov-base             pic s9(9)v99.
         10 ws-recov-state            pic s9(9)v99.
         10 ws-recov-county           pic s9(9)v99.
         10 ws-recov-city             pic s9(9)v99.
   01 ws-recov-count                  pic 9(3) value 0.
   01 ws-recov-idx                    pic 9(3).
   01 ws-recov-found-switch           pic x value "N".
      88 ws-recov-found               value "Y".

*> one jurisdiction's share of one write-off
   01 ws-share-base                   pic s9(7)v99.
   01 ws-share-tax                    pic s9(7)v99.
   01 ws-share-state                  pic s9(7)v99.
   01 ws-share-county                 pic s9(7)v99.
   01 ws-share-city                   pic s9(7)v99.

   01 ws-approver-id                  pic x(8).
   01 ws-action                       pic x(1).

   01 ws-reviewed-count               pic 9(5) value 0.
   01 ws-approved-count               pic 9(5) value 0.
   01 ws-rejected-count               pic 9(5) value 0.
   01 ws-skipped-count                pic 9(5) value 0.
   01 ws-dropped-count                pic 9(5) value 0.
   01 ws-held-count                   pic 9(5) value 0.
   01 ws-kept-count                   pic 9(5) value 0.
   01 ws-no-tax-count                 pic 9(5) value 0.
   01 ws-items-written                pic 9(5) value 0.
   01 ws-gl-records                   pic 9(5) value 0.
   01 ws-remit-records                pic 9(5) value 0.
   01 ws-total-written-off            pic s9(9)v99 value 0.
   01 ws-total-tax-recovered          pic s9(9)v99 value 0.

   01 ws-done-switch                  pic x value "N".
      88 ws-done                      value "Y".

   01 ws-amount-display               pic -(6)9.99.
   01 ws-total-display                pic -(8)9.99.
   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-wo-header.
      05 filler                       pic x(30)
         value "BAD-DEBT WRITE-OFF REGISTER   ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wwh-run-date                 pic x(10).
      05 filler                       pic x(12) value "  APPROVER: ".
      05 wwh-approver                 pic x(8).

   01 ws-wo-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(10) value "ITEM DATE".
      05 filler                       pic x(13) value "BALANCE".
      05 filler                       pic x(13) value "TAX PORTION".
      05 filler                       pic x(10) value "NOMINATOR".
      05 filler                       pic x(20) value "DISPOSITION".

   01 ws-wo-detail.
      05 wwd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wwd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wwd-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wwd-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wwd-balance                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wwd-tax                      pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wwd-nominator                pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wwd-disposition              pic x(40).

   01 ws-wo-totals.
      05 filler                       pic x(12) value "TOTAL".
      05 wwt-invoices                 pic z(6)9.
      05 filler                       pic x(20)
         value " WRITTEN OFF".
      05 wwt-balance                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wwt-tax                      pic -(7)9.99.

   01 ws-gl-summary-header.
      05 filler                       pic x(30)
         value "GL POSTINGS BY COMPANY        ".
      05 filler                       pic x(8)  value "PERIOD: ".
      05 wgh-period                   pic x(6).

   01 ws-gl-summary-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(9)  value "INVOICES".
      05 filler                       pic x(15) value "CR CLEARING".
      05 filler                       pic x(15) value "DR TAX".
      05 filler                       pic x(15) value "DR BAD DEBT".

   01 ws-gl-summary-detail.
      05 wgd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wgd-invoices                 pic zzzz9.
      05 filler                       pic x(2)  value spaces.
      05 wgd-clearing                 pic z(8)9.99.
      05 filler                       pic x(3)  value spaces.
      05 wgd-tax                      pic z(8)9.99.
      05 filler                       pic x(3)  value spaces.
      05 wgd-bad-debt                 pic z(8)9.99.

   01 ws-recov-header.
      05 filler                       pic x(30)
         value "SALES-TAX BAD-DEBT RECOVERY   ".
      05 filler                       pic x(8)  value "PERIOD: ".
      05 wrh-period                   pic x(6).

   01 ws-recov-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(7)  value "JURIS".
      05 filler                       pic x(13) value "TAXABLE BASE".
      05 filler                       pic x(13) value "STATE TAX".
      05 filler                       pic x(13) value "COUNTY TAX".
      05 filler                       pic x(13) value "CITY TAX".
      05 filler                       pic x(13) value "TOTAL TAX".

   01 ws-recov-detail.
      05 wrd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wrd-jurisdiction             pic x(5).
      05 filler                       pic x(2)  value spaces.
      05 wrd-base                     pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-state-tax                pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-county-tax               pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-city-tax                 pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-tax-total                pic -(7)9.99.
   01 ws-recov-tax-total              pic s9(9)v99.

procedure division.
   move function current-date to ws-current-date-time
   perform load-company-master
   perform load-tax-rates
   perform load-open-items
   perform load-pending-nominations
   perform get-approver-id
   perform drop-stale-nominations
   perform varying ws-pend-idx from 1 by 1
         until ws-pend-idx > ws-pend-count or ws-done
      if ws-pend-still-pending(ws-pend-idx)
            and ws-pend-comp-idx(ws-pend-idx) > 0
         add 1 to ws-reviewed-count
         perform review-nomination
      end-if
   end-perform
   if ws-approved-count > 0
      perform accumulate-billed-tax
      perform apportion-write-offs
   end-if
   perform write-open-items
   perform write-off-register
   perform write-gl-postings
   perform write-tax-recovery
   perform write-history
   perform rewrite-pending-file
   perform display-write-off-results
*> RC4 = nominations were dropped as stale, or held because their
*> company is no longer on COMPFILE - look at WORPT
   if ws-dropped-count > 0 or ws-held-count > 0
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   stop run.

   load-company-master.
      open input company-file
      if not ws-company-file-ok
         display "UNABLE TO OPEN COMPFILE - FILE STATUS "
            ws-company-file-status
         perform abend-program
      end-if
      read company-file
         at end set ws-company-file-eof to true
      end-read
      perform until ws-company-file-eof
         if ws-comp-count < 5
            add 1 to ws-comp-count
            move cmp-company-code to ws-comp-code(ws-comp-count)
            move cmp-gl-tax-account
               to ws-comp-tax-account(ws-comp-count)
            move cmp-gl-clearing-account
               to ws-comp-clr-account(ws-comp-count)
            move cmp-gl-bad-debt-account
               to ws-comp-bad-debt-account(ws-comp-count)
            move 0 to ws-compw-balance(ws-comp-count)
            move 0 to ws-compw-tax(ws-comp-count)
            move 0 to ws-compw-bad-debt(ws-comp-count)
            move 0 to ws-compw-invoices(ws-comp-count)
         else
            display "COMPANY FILE EXCEEDS TABLE LIMIT OF 5"
            perform abend-program
         end-if
         read company-file
            at end set ws-company-file-eof to true
         end-read
      end-perform
      close company-file
      if ws-comp-count = 0
         display "COMPANY FILE IS EMPTY - NO COMPANIES TO POST TO"
         perform abend-program
      end-if.

   load-tax-rates.
      open input tax-rate-file
      if not ws-rate-file-ok
         display "UNABLE TO OPEN RATEFILE - FILE STATUS "
            ws-rate-file-status
         perform abend-program
      end-if
      read tax-rate-file
         at end set ws-rate-file-eof to true
      end-read
      perform until ws-rate-file-eof
         if ws-rate-count < 200
            add 1 to ws-rate-count
            move trt-jurisdiction to ws-rate-juris(ws-rate-count)
            move trt-effective-from to ws-rate-from(ws-rate-count)
            move trt-effective-to to ws-rate-to(ws-rate-count)
            move trt-state-rate to ws-rate-state(ws-rate-count)
            move trt-county-rate to ws-rate-county(ws-rate-count)
            move trt-city-rate to ws-rate-city(ws-rate-count)
         else
            display "TAX RATE MASTER EXCEEDS TABLE LIMIT OF 200"
            perform abend-program
         end-if
         read tax-rate-file
            at end set ws-rate-file-eof to true
         end-read
      end-perform
      close tax-rate-file.

   load-open-items.
      open input open-item-file
      if not ws-open-item-ok
         display "UNABLE TO OPEN OPENITEM - FILE STATUS "
            ws-open-item-status
         perform abend-program
      end-if
      read open-item-file
         at end set ws-open-item-eof to true
      end-read
      perform until ws-open-item-eof
         if ws-item-count >= 2000
            display "OPEN ITEM FILE EXCEEDS TABLE LIMIT OF 2000"
            perform abend-program
         end-if
         add 1 to ws-item-count
         move oi-customer-id to ws-item-customer(ws-item-count)
         move oi-invoice-number to ws-item-invoice(ws-item-count)
         move oi-item-date to ws-item-date(ws-item-count)
         move oi-item-type to ws-item-type(ws-item-count)
         move oi-original-amount to ws-item-original(ws-item-count)
         move oi-open-balance to ws-item-balance(ws-item-count)
         move oi-company to ws-item-company(ws-item-count)
         read open-item-file
            at end set ws-open-item-eof to true
         end-read
      end-perform
      close open-item-file.

*> a missing WOPEND just means nothing has been nominated - the
*> ledger still goes through unchanged so the swap step is safe
   load-pending-nominations.
      open input write-off-pending-file
      if ws-wo-pending-not-found
         display "NO WOPEND FILE - NOTHING AWAITING APPROVAL"
      else
         if not ws-wo-pending-ok
            display "UNABLE TO OPEN WOPEND - FILE STATUS "
               ws-wo-pending-status
            perform abend-program
         end-if
         read write-off-pending-file
            at end set ws-wo-pending-eof to true
         end-read
         perform until ws-wo-pending-eof
            if ws-pend-count >= 1000
               display "WRITE-OFF PENDING FILE EXCEEDS TABLE LIMIT"
                  " OF 1000"
               perform abend-program
            end-if
            add 1 to ws-pend-count
            move write-off-pending-record
               to ws-pend-record(ws-pend-count)
            move space to ws-pend-disposition(ws-pend-count)
            move 0 to ws-pend-item-idx(ws-pend-count)
            move 0 to ws-pend-comp-idx(ws-pend-count)
            move 0 to ws-pend-billed-total(ws-pend-count)
            move 0 to ws-pend-tax-portion(ws-pend-count)
            move 0 to ws-pend-feed-rows(ws-pend-count)
            read write-off-pending-file
               at end set ws-wo-pending-eof to true
            end-read
         end-perform
         close write-off-pending-file
      end-if.

   get-approver-id.
      display "WRITE-OFF APPROVAL - ENTER APPROVER OPERATOR ID:"
      accept ws-approver-id
      if ws-approver-id = spaces
         display "APPROVER ID REQUIRED"
         perform abend-program
      end-if.

*> a nomination is only good for the balance it was nominated at:
*> gone from the ledger, no longer an invoice, or moved since, and
*> it is dropped. One whose company has left COMPFILE cannot be
*> posted and stays on file untouched.
   drop-stale-nominations.
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         move ws-pend-record(ws-pend-idx)
            to write-off-pending-record
         move 0 to ws-item-found-idx
         perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count
                  or ws-item-found-idx > 0
            if ws-item-customer(ws-item-idx) = wop-customer-id
                  and ws-item-invoice(ws-item-idx)
                     = wop-invoice-number
               move ws-item-idx to ws-item-found-idx
            end-if
         end-perform
         if ws-item-found-idx = 0
            perform drop-nomination
         else
         if ws-item-type(ws-item-found-idx) not = "I"
               or ws-item-balance(ws-item-found-idx)
                  not = wop-balance
            perform drop-nomination
         else
            move ws-item-found-idx to ws-pend-item-idx(ws-pend-idx)
            move ws-item-company(ws-item-found-idx)
               to ws-lookup-company
            perform lookup-company
            if ws-comp-found
               move ws-comp-hold-idx to ws-pend-comp-idx(ws-pend-idx)
            else
               add 1 to ws-held-count
               display "COMPANY " ws-lookup-company
                  " NOT ON COMPFILE - " wop-customer-id " "
                  wop-invoice-number " LEFT ON WOPEND"
            end-if
         end-if
         end-if
      end-perform.

   drop-nomination.
      move "X" to ws-pend-disposition(ws-pend-idx)
      add 1 to ws-dropped-count
      display "DROPPED - " wop-customer-id " " wop-invoice-number
         " NO LONGER OPEN AT THE NOMINATED BALANCE".

*> blank is the primary (first-listed) company, as in the nightly
*> run
   lookup-company.
      if ws-lookup-company = spaces
         move "Y" to ws-comp-found-switch
         move 1 to ws-comp-hold-idx
      else
         move "N" to ws-comp-found-switch
         perform varying ws-comp-idx from 1 by 1
               until ws-comp-idx > ws-comp-count or ws-comp-found
            if ws-comp-code(ws-comp-idx) = ws-lookup-company
               move "Y" to ws-comp-found-switch
               move ws-comp-idx to ws-comp-hold-idx
            end-if
         end-perform
      end-if.

   review-nomination.
      move ws-pend-record(ws-pend-idx) to write-off-pending-record
      move wop-balance to ws-amount-display
      display " "
      display "WRITE-OFF NOMINATION " ws-reviewed-count
      display "  CUSTOMER:  " wop-customer-id
      display "  INVOICE:   " wop-invoice-number
      display "  COMPANY:   " wop-company
      display "  ITEM DATE: " wop-item-date
      display "  BALANCE:   " ws-amount-display
      if wop-tolerance-sweep
         display "  TYPE:      SMALL-BALANCE SWEEP"
      else
         display "  TYPE:      SINGLE INVOICE"
      end-if
      display "  NOMINATED: " wop-operator-id " ON " wop-request-date
      display "  REASON:    " wop-reason
      display "ACTION? A=APPROVE R=REJECT S=SKIP Q=QUIT:"
      accept ws-action
      if ws-action = "Q" or ws-action = "q"
         move "Y" to ws-done-switch
         add 1 to ws-skipped-count
      else
      if ws-action = "A" or ws-action = "a"
         if ws-approver-id = wop-operator-id
            display "APPROVER MAY NOT BE THE NOMINATING OPERATOR -"
               " ITEM SKIPPED"
            add 1 to ws-skipped-count
         else
            move "W" to ws-pend-disposition(ws-pend-idx)
            move 0 to ws-item-balance(ws-pend-item-idx(ws-pend-idx))
            add 1 to ws-approved-count
            display "APPROVED - WRITTEN OFF"
         end-if
      else
      if ws-action = "R" or ws-action = "r"
         move "R" to ws-pend-disposition(ws-pend-idx)
         add 1 to ws-rejected-count
         display "REJECTED - STAYS ON THE LEDGER"
      else
         add 1 to ws-skipped-count
      end-if
      end-if
      end-if.

*> one pass of the retained feed generations, netting what was
*> billed on each approved invoice by jurisdiction
   accumulate-billed-tax.
      open input tax-feed-file
      if not ws-tax-feed-ok
         display "UNABLE TO OPEN TAXFDALL - FILE STATUS "
            ws-tax-feed-status
         perform abend-program
      end-if
      read tax-feed-file
         at end set ws-tax-feed-eof to true
      end-read
      perform until ws-tax-feed-eof
         perform varying ws-pend-idx from 1 by 1
               until ws-pend-idx > ws-pend-count
            if ws-pend-written-off(ws-pend-idx)
               move ws-pend-record(ws-pend-idx)
                  to write-off-pending-record
               if wop-customer-id = tf-customer-id
                     and wop-invoice-number = tf-invoice-number
                  perform accumulate-feed-item
               end-if
            end-if
         end-perform
         read tax-feed-file
            at end set ws-tax-feed-eof to true
         end-read
      end-perform
      close tax-feed-file.

   accumulate-feed-item.
      if tf-transaction-type = "C"
         compute ws-feed-amount = 0 - tf-amount
         compute ws-feed-tax = 0 - tf-item-tax
      else
         move tf-amount to ws-feed-amount
         move tf-item-tax to ws-feed-tax
      end-if
      move ws-feed-amount to ws-feed-base
      if tf-transaction-type = "F" and tf-item-tax = 0
         move 0 to ws-feed-base
      end-if
      if tf-transaction-date is numeric
         move tf-transaction-date to ws-feed-date
      else
         move tf-run-date to ws-feed-date
      end-if
      compute ws-pend-billed-total(ws-pend-idx)
         = ws-pend-billed-total(ws-pend-idx)
         + ws-feed-amount + ws-feed-tax
      move "N" to ws-jur-found-switch
      perform varying ws-jur-idx from 1 by 1
            until ws-jur-idx > ws-jur-count or ws-jur-found
         if ws-jur-pend-idx(ws-jur-idx) = ws-pend-idx
               and ws-jur-code(ws-jur-idx) = tf-jurisdiction
            move "Y" to ws-jur-found-switch
            add ws-feed-base to ws-jur-amount(ws-jur-idx)
            add ws-feed-tax to ws-jur-tax(ws-jur-idx)
            if ws-feed-date < ws-jur-date(ws-jur-idx)
               move ws-feed-date to ws-jur-date(ws-jur-idx)
            end-if
         end-if
      end-perform
      if not ws-jur-found
         if ws-jur-count >= 3000
            display "WRITE-OFF JURISDICTION TABLE EXCEEDS LIMIT OF"
               " 3000 - APPROVE FEWER INVOICES PER PASS"
            perform abend-program
         end-if
         add 1 to ws-jur-count
         move ws-pend-idx to ws-jur-pend-idx(ws-jur-count)
         move tf-jurisdiction to ws-jur-code(ws-jur-count)
         move ws-feed-base to ws-jur-amount(ws-jur-count)
         move ws-feed-tax to ws-jur-tax(ws-jur-count)
         move ws-feed-date to ws-jur-date(ws-jur-count)
         add 1 to ws-pend-feed-rows(ws-pend-idx)
      end-if.

*> each approved balance shared out over the jurisdictions that
*> billed it, in proportion to what was billed, and rolled up per
*> company for the GL
   apportion-write-offs.
      perform varying ws-jur-idx from 1 by 1
            until ws-jur-idx > ws-jur-count
         move ws-jur-pend-idx(ws-jur-idx) to ws-pend-idx
         if ws-pend-billed-total(ws-pend-idx) > 0
            perform apportion-one-jurisdiction
         end-if
      end-perform
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         if ws-pend-written-off(ws-pend-idx)
            move ws-pend-record(ws-pend-idx)
               to write-off-pending-record
            if ws-pend-billed-total(ws-pend-idx) not > 0
               add 1 to ws-no-tax-count
            end-if
            move ws-pend-comp-idx(ws-pend-idx) to ws-comp-idx
            add 1 to ws-compw-invoices(ws-comp-idx)
            add wop-balance to ws-compw-balance(ws-comp-idx)
            add ws-pend-tax-portion(ws-pend-idx)
               to ws-compw-tax(ws-comp-idx)
            compute ws-compw-bad-debt(ws-comp-idx)
               = ws-compw-bad-debt(ws-comp-idx) + wop-balance
               - ws-pend-tax-portion(ws-pend-idx)
            add 1 to ws-items-written
            add wop-balance to ws-total-written-off
            add ws-pend-tax-portion(ws-pend-idx)
               to ws-total-tax-recovered
         end-if
      end-perform.

   apportion-one-jurisdiction.
      move ws-pend-record(ws-pend-idx) to write-off-pending-record
      compute ws-share-tax rounded = wop-balance
         * ws-jur-tax(ws-jur-idx) / ws-pend-billed-total(ws-pend-idx)
      compute ws-share-base rounded = wop-balance
         * ws-jur-amount(ws-jur-idx)
         / ws-pend-billed-total(ws-pend-idx)
      add ws-share-tax to ws-pend-tax-portion(ws-pend-idx)
      perform split-recovered-tax
      perform find-recovery-entry
      subtract ws-share-base from ws-recov-base(ws-recov-idx)
      subtract ws-share-state from ws-recov-state(ws-recov-idx)
      subtract ws-share-county from ws-recov-county(ws-recov-idx)
      subtract ws-share-city from ws-recov-city(ws-recov-idx).

*> state/county/city in the proportions of the row in force on the
*> invoice's business date, city taking the rounding; no row (or a
*> zero-rated one) carries the whole share as state-level
   split-recovered-tax.
      move "N" to ws-rate-found-switch
      perform varying ws-rate-idx from 1 by 1
            until ws-rate-idx > ws-rate-count or ws-rate-found
         if ws-rate-juris(ws-rate-idx) = ws-jur-code(ws-jur-idx)
               and ws-rate-from(ws-rate-idx) <= ws-jur-date(ws-jur-idx)
               and ws-rate-to(ws-rate-idx) >= ws-jur-date(ws-jur-idx)
            compute ws-row-total-rate = ws-rate-state(ws-rate-idx)
               + ws-rate-county(ws-rate-idx)
               + ws-rate-city(ws-rate-idx)
            if ws-row-total-rate > 0
               move "Y" to ws-rate-found-switch
               move ws-rate-state(ws-rate-idx) to ws-row-state-rate
               move ws-rate-county(ws-rate-idx) to ws-row-county-rate
            end-if
         end-if
      end-perform
      if ws-rate-found
         compute ws-share-state rounded = ws-share-tax
            * ws-row-state-rate / ws-row-total-rate
         compute ws-share-county rounded = ws-share-tax
            * ws-row-county-rate / ws-row-total-rate
         compute ws-share-city = ws-share-tax - ws-share-state
            - ws-share-county
      else
         move ws-share-tax to ws-share-state
         move 0 to ws-share-county
         move 0 to ws-share-city
      end-if.

   find-recovery-entry.
      move ws-comp-code(ws-pend-comp-idx(ws-pend-idx))
         to ws-lookup-company
      move "N" to ws-recov-found-switch
      perform varying ws-recov-idx from 1 by 1
            until ws-recov-idx > ws-recov-count or ws-recov-found
         if ws-recov-company(ws-recov-idx) = ws-lookup-company
               and ws-recov-juris(ws-recov-idx)
                  = ws-jur-code(ws-jur-idx)
            move "Y" to ws-recov-found-switch
         end-if
      end-perform
      if ws-recov-found
         subtract 1 from ws-recov-idx
      else
         if ws-recov-count >= 200
            display "RECOVERY TABLE EXCEEDS LIMIT OF 200 COMPANY/"
               "JURISDICTION PAIRS"
            perform abend-program
         end-if
         add 1 to ws-recov-count
         move ws-recov-count to ws-recov-idx
         move ws-lookup-company to ws-recov-company(ws-recov-idx)
         move ws-jur-code(ws-jur-idx) to ws-recov-juris(ws-recov-idx)
         move 0 to ws-recov-base(ws-recov-idx)
         move 0 to ws-recov-state(ws-recov-idx)
         move 0 to ws-recov-county(ws-recov-idx)
         move 0 to ws-recov-city(ws-recov-idx)
      end-if.

*> the ledger less what was written off; nothing else moves
   write-open-items.
      open output open-item-new-file
      if not ws-open-item-new-ok
         display "UNABLE TO OPEN OPENITMN - FILE STATUS "
            ws-open-item-new-status
         perform abend-program
      end-if
      perform varying ws-item-idx from 1 by 1
            until ws-item-idx > ws-item-count
         if ws-item-balance(ws-item-idx) not = 0
            move ws-item-customer(ws-item-idx) to oin-customer-id
            move ws-item-invoice(ws-item-idx) to oin-invoice-number
            move ws-item-date(ws-item-idx) to oin-item-date
            move ws-item-type(ws-item-idx) to oin-item-type
            move ws-item-original(ws-item-idx) to oin-original-amount
            move ws-item-balance(ws-item-idx) to oin-open-balance
            move ws-item-company(ws-item-idx) to oin-company
            write open-item-new-record
         end-if
      end-perform
      close open-item-new-file.

   write-off-register.
      open output write-off-report-file
      if not ws-wo-report-ok
         display "UNABLE TO OPEN WORPT - FILE STATUS "
            ws-wo-report-status
         perform abend-program
      end-if
      string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
             "-" ws-current-date-time(7:2) into ws-run-date-display
      move ws-run-date-display to wwh-run-date
      move ws-approver-id to wwh-approver
      move ws-wo-header to write-off-report-record
      write write-off-report-record
      move ws-wo-column-heads to write-off-report-record
      write write-off-report-record
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         if not ws-pend-still-pending(ws-pend-idx)
            perform write-register-detail
         end-if
      end-perform
      move ws-items-written to wwt-invoices
      move ws-total-written-off to wwt-balance
      move ws-total-tax-recovered to wwt-tax
      move ws-wo-totals to write-off-report-record
      write write-off-report-record
      move spaces to write-off-report-record
      write write-off-report-record
      move ws-current-date-time(1:6) to wgh-period
      move ws-gl-summary-header to write-off-report-record
      write write-off-report-record
      move ws-gl-summary-column-heads to write-off-report-record
      write write-off-report-record
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         if ws-compw-invoices(ws-comp-idx) > 0
            move ws-comp-code(ws-comp-idx) to wgd-company
            move ws-compw-invoices(ws-comp-idx) to wgd-invoices
            move ws-compw-balance(ws-comp-idx) to wgd-clearing
            move ws-compw-tax(ws-comp-idx) to wgd-tax
            move ws-compw-bad-debt(ws-comp-idx) to wgd-bad-debt
            move ws-gl-summary-detail to write-off-report-record
            write write-off-report-record
         end-if
      end-perform.

   write-register-detail.
      move ws-pend-record(ws-pend-idx) to write-off-pending-record
      move wop-company to wwd-company
      move wop-customer-id to wwd-customer
      move wop-invoice-number to wwd-invoice
      move wop-item-date to wwd-date
      move wop-balance to wwd-balance
      move ws-pend-tax-portion(ws-pend-idx) to wwd-tax
      move wop-operator-id to wwd-nominator
      if ws-pend-written-off(ws-pend-idx)
         if ws-pend-billed-total(ws-pend-idx) > 0
            move "WRITTEN OFF" to wwd-disposition
         else
            move "WRITTEN OFF - NO BILLING ON FEED, NO TAX"
               to wwd-disposition
         end-if
      else
      if ws-pend-rejected(ws-pend-idx)
         move "REJECTED" to wwd-disposition
      else
         move "DROPPED - BALANCE MOVED SINCE NOMINATED"
            to wwd-disposition
      end-if
      end-if
      move ws-wo-detail to write-off-report-record
      write write-off-report-record.

*> per company: credit clearing for the balances written off, debit
*> the tax account for the tax recovered and bad debt for the rest
*> - booked to the current period. No write-offs, no postings.
   write-gl-postings.
      open output gl-extract-file
      if not ws-gl-extract-ok
         display "UNABLE TO OPEN WOGLEX - FILE STATUS "
            ws-gl-extract-status
         perform abend-program
      end-if
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         if ws-compw-balance(ws-comp-idx) > 0
            move ws-comp-code(ws-comp-idx) to gl-company
            move ws-comp-clr-account(ws-comp-idx) to gl-account-code
            move "C" to gl-debit-credit-indicator
            move ws-compw-balance(ws-comp-idx) to gl-amount
            perform write-gl-posting-record
            if ws-compw-tax(ws-comp-idx) > 0
               move ws-comp-code(ws-comp-idx) to gl-company
               move ws-comp-tax-account(ws-comp-idx)
                  to gl-account-code
               move "D" to gl-debit-credit-indicator
               move ws-compw-tax(ws-comp-idx) to gl-amount
               perform write-gl-posting-record
            end-if
            if ws-compw-bad-debt(ws-comp-idx) > 0
               move ws-comp-code(ws-comp-idx) to gl-company
               move ws-comp-bad-debt-account(ws-comp-idx)
                  to gl-account-code
               move "D" to gl-debit-credit-indicator
               move ws-compw-bad-debt(ws-comp-idx) to gl-amount
               perform write-gl-posting-record
            end-if
         end-if
      end-perform
      close gl-extract-file.

   write-gl-posting-record.
      move ws-current-date-time(1:6) to gl-period
      move ws-current-date-time(1:8) to gl-run-date
      write gl-extract-record
      add 1 to ws-gl-records.

*> negative by construction - a deduction on the next return
   write-tax-recovery.
      open output remittance-extract-file
      if not ws-remit-extract-ok
         display "UNABLE TO OPEN WOTAXX - FILE STATUS "
            ws-remit-extract-status
         perform abend-program
      end-if
      move spaces to write-off-report-record
      write write-off-report-record
      move ws-current-date-time(1:6) to wrh-period
      move ws-recov-header to write-off-report-record
      write write-off-report-record
      move ws-recov-column-heads to write-off-report-record
      write write-off-report-record
      perform varying ws-recov-idx from 1 by 1
            until ws-recov-idx > ws-recov-count
         compute ws-recov-tax-total = ws-recov-state(ws-recov-idx)
            + ws-recov-county(ws-recov-idx)
            + ws-recov-city(ws-recov-idx)
         move ws-recov-company(ws-recov-idx) to wrd-company
         move ws-recov-juris(ws-recov-idx) to wrd-jurisdiction
         move ws-recov-base(ws-recov-idx) to wrd-base
         move ws-recov-state(ws-recov-idx) to wrd-state-tax
         move ws-recov-county(ws-recov-idx) to wrd-county-tax
         move ws-recov-city(ws-recov-idx) to wrd-city-tax
         move ws-recov-tax-total to wrd-tax-total
         move ws-recov-detail to write-off-report-record
         write write-off-report-record
         move ws-recov-company(ws-recov-idx) to rem-company
         move ws-recov-juris(ws-recov-idx) to rem-jurisdiction
         move ws-recov-base(ws-recov-idx) to rem-taxable-base
         move ws-recov-state(ws-recov-idx) to rem-state-tax
         move ws-recov-county(ws-recov-idx) to rem-county-tax
         move ws-recov-city(ws-recov-idx) to rem-city-tax
         move ws-recov-tax-total to rem-tax-collected
         move ws-current-date-time(1:6) to rem-period
         move ws-current-date-time(1:8) to rem-run-date
         write remittance-extract-record
         add 1 to ws-remit-records
      end-perform
      close remittance-extract-file
      close write-off-report-file.

*> every nomination disposed of this pass, appended
   write-history.
      open extend write-off-history-file
      if not ws-wo-history-ok
         open output write-off-history-file
      end-if
      if not ws-wo-history-ok
         display "UNABLE TO OPEN WOHIST - FILE STATUS "
            ws-wo-history-status
         perform abend-program
      end-if
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         if not ws-pend-still-pending(ws-pend-idx)
            move ws-pend-record(ws-pend-idx)
               to write-off-pending-record
            move wop-customer-id to woh-customer-id
            move wop-invoice-number to woh-invoice-number
            move wop-company to woh-company
            move wop-item-date to woh-item-date
            move ws-pend-disposition(ws-pend-idx) to woh-status
            if ws-pend-written-off(ws-pend-idx)
               move wop-balance to woh-written-off-amount
               move ws-pend-tax-portion(ws-pend-idx)
                  to woh-tax-portion
            else
               move 0 to woh-written-off-amount
               move 0 to woh-tax-portion
            end-if
            move wop-operator-id to woh-operator-id
            move ws-approver-id to woh-approver-id
            move wop-request-date to woh-request-date
            move ws-current-date-time(1:8) to woh-action-date
            move wop-reason to woh-reason
            write write-off-history-record
         end-if
      end-perform
      close write-off-history-file.

*> drop the actioned nominations so a later pass cannot action
*> them twice
   rewrite-pending-file.
      open output write-off-pending-file
      if not ws-wo-pending-ok
         display "UNABLE TO REWRITE WOPEND - FILE STATUS "
            ws-wo-pending-status
         perform abend-program
      end-if
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         if ws-pend-still-pending(ws-pend-idx)
            move ws-pend-record(ws-pend-idx)
               to write-off-pending-record
            write write-off-pending-record
            add 1 to ws-kept-count
         end-if
      end-perform
      close write-off-pending-file.

   display-write-off-results.
      display " "
      display "Nominations reviewed:  " ws-reviewed-count
      display "Approved/written off:  " ws-approved-count
      display "Rejected:              " ws-rejected-count
      display "Skipped:               " ws-skipped-count
      display "Dropped as stale:      " ws-dropped-count
      display "Held - no company:     " ws-held-count
      display "Left on WOPEND:        " ws-kept-count
      display "Written off, no tax:   " ws-no-tax-count
      move ws-total-written-off to ws-total-display
      display "Total written off:     " ws-total-display
      move ws-total-tax-recovered to ws-total-display
      display "Sales tax recovered:   " ws-total-display
      display "GL postings written:   " ws-gl-records
      display "Recovery records:      " ws-remit-records
      display "Write-off register written to WORPT".

   abend-program.
      move 16 to return-code
      stop run.
