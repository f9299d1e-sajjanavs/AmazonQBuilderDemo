*> its full amount; billing arriving for an invoice that already
*> holds unapplied cash absorbs the held cash on the spot. Fully
*> paid items drop off the new generation.
*>
*> Returned payments: the bank's returns transmission (RETURNS) is
*> worked before tonight's payments. Every application of the
*> returned payment - found on the payment history (PAYHIST, one
*> record per application, carried forward to PAYHISTN the way the
*> ledger is) by customer and bank reference - is put back: an
*> invoice still open has its balance reinstated, one that paid
*> off and dropped is re-created with its ORIGINAL item date so it
*> ages from the invoice rather than the return, and held
*> unapplied cash is reduced by what bounced. A return for
*> insufficient funds also raises an NSF fee item when CASHCTL
*> carries a fee amount. Each reversal is listed under its
*> customer on the aging report, and every return - reversed or
*> not - on the returns report (RTNRPT) for collections.
*>
*> Matching: the first pass applies every payment that says where
*> it goes - one whose remittance detail (REMITDTL) splits it
*> across several invoices, provided the lines add up to the
*> payment, or one whose customer and invoice hit an open invoice.
*> The payments left over get a second pass against the customer's
*> open invoices, oldest first: an invoice owing exactly the
*> payment amount takes it, else the payment clears the oldest
*> invoices in turn if it comes out within the CASHCTL match
*> tolerance of doing so. Only what neither pass can place is held
*> as unapplied cash. Auto-matched items are flagged AUTO and
*> split ones SPLT on the aging report, and each auto-match is
*> listed under its customer.

environment division.
input-output section.
      organization is line sequential
      file status is ws-aging-report-status.

   select returns-file assign to "RETURNS"
      organization is line sequential
      file status is ws-returns-status.

   select payment-history-file assign to "PAYHIST"
      organization is line sequential
      file status is ws-pay-hist-status.

   select payment-history-new-file assign to "PAYHISTN"
      organization is line sequential
      file status is ws-pay-hist-new-status.

   select cash-control-file assign to "CASHCTL"
      organization is line sequential
      file status is ws-cash-control-status.

   select returns-report-file assign to "RTNRPT"
      organization is line sequential
      file status is ws-returns-report-status.

   select remittance-detail-file assign to "REMITDTL"
      organization is line sequential
      file status is ws-remit-detail-status.

   select sort-work-file assign to "SORTWK".

data division.
       05 oin-item-type                 pic x(1).
       05 oin-original-amount           pic s9(7)v99.
       05 oin-open-balance              pic s9(7)v99.
       05 oin-company                   pic x(3).

   fd  payment-file.
   copy PAYREC.
   fd  aging-report-file.
   01  aging-report-record              pic x(132).

   fd  returns-file.
   copy RTRNREC.

   fd  payment-history-file.
   copy PAYHREC.

   fd  payment-history-new-file.
   01  payment-history-new-record.
       05 phn-reference                 pic x(15).
       05 phn-customer-id               pic x(10).
       05 phn-invoice-number            pic x(10).
       05 phn-item-date                 pic x(8).
       05 phn-item-type                 pic x(1).
       05 phn-original-amount           pic s9(7)v99.
       05 phn-applied-amount            pic 9(7)v99.
       05 phn-apply-date                pic x(8).
       05 phn-status                    pic x(1).
       05 phn-company                   pic x(3).

   fd  cash-control-file.
   01  cash-control-record.
       05 ccr-nsf-fee-amount            pic 9(5)v99.
       05 ccr-match-tolerance           pic 9(5)v99.

   fd  returns-report-file.
   01  returns-report-record            pic x(132).

   fd  remittance-detail-file.
   copy RMDTREC.

   sd  sort-work-file.
   01  sort-record.
       05 srt-customer-id               pic x(10).
       05 srt-item-type                 pic x(1).
       05 srt-original-amount           pic s9(7)v99.
       05 srt-open-balance              pic s9(7)v99.
       05 srt-item-flag                 pic x(4).
       05 srt-company                   pic x(3).

working-storage section.
   01 ws-open-item-status             pic xx.
   01 ws-aging-report-status          pic xx.
      88 ws-aging-report-ok            value "00".

   01 ws-returns-status               pic xx.
      88 ws-returns-ok                 value "00".
      88 ws-returns-eof                value "10".
      88 ws-returns-not-found          value "35".

   01 ws-pay-hist-status              pic xx.
      88 ws-pay-hist-ok                value "00".
      88 ws-pay-hist-eof               value "10".
      88 ws-pay-hist-not-found         value "35".

   01 ws-pay-hist-new-status          pic xx.
      88 ws-pay-hist-new-ok            value "00".

   01 ws-cash-control-status          pic xx.
      88 ws-cash-control-ok            value "00".
      88 ws-cash-control-not-found     value "35".

   01 ws-returns-report-status        pic xx.
      88 ws-returns-report-ok          value "00".

   01 ws-remit-detail-status          pic xx.
      88 ws-remit-detail-ok            value "00".
      88 ws-remit-detail-eof           value "10".
      88 ws-remit-detail-not-found     value "35".

   01 ws-sort-eof-switch              pic x value "N".
      88 ws-sort-eof                  value "Y".

*> the open-item ledger, in storage for the run. Items keyed by
*> customer/invoice; type U (unapplied cash) and type I (invoice)
*> share the key space - billing arriving for a key held as U
*> converts it in place. The flag marks what tonight did to an
*> item (RTN reinstated by a returned payment, NSF a returned-
*> check fee, AUTO paid by an amount-based match, SPLT paid from a
*> split remittance) for the aging report; it is not carried
*> forward. The first thing to happen to an item tonight keeps the
*> flag.
   01 ws-item-table.
      05 ws-item-entry occurs 2000 times.
         10 ws-item-customer          pic x(10).
         10 ws-item-type              pic x(1).
         10 ws-item-original          pic s9(7)v99.
         10 ws-item-balance           pic s9(7)v99.
         10 ws-item-flag              pic x(4).
         10 ws-item-company           pic x(3).
   01 ws-item-count                   pic 9(4) value 0.
   01 ws-item-idx                     pic 9(4).
   01 ws-item-found-idx               pic 9(4).
   01 ws-unapplied-amount             pic s9(9)v99 value 0.
   01 ws-feed-items-read              pic 9(7) value 0.
   01 ws-items-written                pic 9(7) value 0.
   01 ws-payments-split               pic 9(7) value 0.
   01 ws-split-mismatches             pic 9(7) value 0.
   01 ws-payments-auto-exact          pic 9(7) value 0.
   01 ws-payments-auto-oldest         pic 9(7) value 0.
   01 ws-auto-applied-amount          pic s9(9)v99 value 0.
   01 ws-remit-detail-read            pic 9(7) value 0.
   01 ws-remit-detail-bad             pic 9(7) value 0.

*> the payment being applied, from the lockbox record on the first
*> pass or from the held table on the second, and the piece of it
*> going onto one item
   01 ws-pmt-customer                 pic x(10).
   01 ws-pmt-invoice                  pic x(10).
   01 ws-pmt-amount                   pic 9(7)v99.
   01 ws-pmt-reference                pic x(15).
   01 ws-pmt-remaining                pic 9(7)v99.
   01 ws-apply-amount                 pic 9(7)v99.

*> remittance detail - the invoice lines the customer split a
*> payment across, keyed by customer and bank reference
   01 ws-remit-detail-table.
      05 ws-rmd-entry occurs 2000 times.
         10 ws-rmd-customer           pic x(10).
         10 ws-rmd-reference          pic x(15).
         10 ws-rmd-invoice            pic x(10).
         10 ws-rmd-amount             pic 9(7)v99.
   01 ws-rmd-count                    pic 9(4) value 0.
   01 ws-rmd-idx                      pic 9(4).
   01 ws-rmd-lines                    pic 9(4).
   01 ws-rmd-total                    pic 9(9)v99.

*> payments the first pass could not place, in file order, waiting
*> for the amount-based second pass
   01 ws-unmatched-table.
      05 ws-unm-entry occurs 2000 times.
         10 ws-unm-customer           pic x(10).
         10 ws-unm-invoice            pic x(10).
         10 ws-unm-amount             pic 9(7)v99.
         10 ws-unm-reference          pic x(15).
   01 ws-unmatched-count              pic 9(4) value 0.
   01 ws-unmatched-idx                pic 9(4).

*> the customer's invoices still owing, as item-table positions in
*> item-date order, oldest first
   01 ws-cand-table.
      05 ws-cand-item-idx occurs 500 times pic 9(4).
   01 ws-cand-count                   pic 9(3).
   01 ws-cand-idx                     pic 9(3).
   01 ws-cand-pos                     pic 9(3).
   01 ws-cand-shift                   pic 9(3).
   01 ws-cand-match                   pic 9(3).
   01 ws-cand-item-work               pic 9(4).
   01 ws-cand-cum                     pic s9(9)v99.
   01 ws-cand-placed-switch           pic x value "N".
      88 ws-cand-placed               value "Y".
   01 ws-cand-past-switch             pic x value "N".
      88 ws-cand-past                 value "Y".
   01 ws-cand-overflow-switch         pic x value "N".
      88 ws-cand-overflow             value "Y".

*> how far an oldest-first match may land from clearing the
*> invoices exactly - from CASHCTL; missing or zero means the
*> payment must clear them to the penny
   01 ws-match-tolerance              pic 9(5)v99 value 0.
   01 ws-match-method                 pic x(13).

*> one entry per auto-matched application - listed under the
*> customer on the aging report, whether or not the item survives
   01 ws-auto-table.
      05 ws-auto-entry occurs 1000 times.
         10 ws-auto-customer          pic x(10).
         10 ws-auto-invoice           pic x(10).
         10 ws-auto-item-date         pic x(8).
         10 ws-auto-amount            pic 9(7)v99.
         10 ws-auto-method            pic x(13).
         10 ws-auto-reference         pic x(15).
         10 ws-auto-printed           pic x(1).
   01 ws-auto-count                   pic 9(4) value 0.
   01 ws-auto-idx                     pic 9(4).
   01 ws-auto-leftover-switch         pic x value "N".
      88 ws-auto-leftover-printed     value "Y".

*> NSF fee for a return the bank coded insufficient funds. Comes
*> from the one-record CASHCTL so AR can change it without a
*> recompile; a missing or empty CASHCTL, or a zero fee, means no
*> fee is assessed.
   01 ws-nsf-fee-amount               pic 9(5)v99 value 0.
   01 ws-nsf-fee-invoice              pic x(10).

*> tonight's returns, loaded up front. A first pass of the payment
*> history totals what each return's payment put on the ledger;
*> only a return whose total agrees with the amount the bank sent
*> back is reversed (status REVERSED) on the second pass - the
*> rest are left for collections to work by hand. The prior count
*> tells a payment already reversed (the bank sent it twice) from
*> one with no payment on file at all.
   01 ws-return-table.
      05 ws-rtn-entry occurs 500 times.
         10 ws-rtn-customer           pic x(10).
         10 ws-rtn-invoice            pic x(10).
         10 ws-rtn-date               pic x(8).
         10 ws-rtn-amount             pic 9(7)v99.
         10 ws-rtn-reference          pic x(15).
         10 ws-rtn-reason             pic x(4).
         10 ws-rtn-hist-total         pic 9(8)v99.
         10 ws-rtn-reversed           pic 9(7)v99.
         10 ws-rtn-matched            pic 9(3).
         10 ws-rtn-prior              pic 9(3).
         10 ws-rtn-fee                pic 9(5)v99.
         10 ws-rtn-nsf-switch         pic x(1).
         10 ws-rtn-status             pic x(16).
   01 ws-return-count                 pic 9(3) value 0.
   01 ws-return-idx                   pic 9(3).
   01 ws-return-found-idx             pic 9(3).

*> one entry per application put back - drives the returns report
*> detail and the reversal lines under each customer on the aging
*> report
   01 ws-reversal-table.
      05 ws-rev-entry occurs 1000 times.
         10 ws-rev-return-idx         pic 9(3).
         10 ws-rev-customer           pic x(10).
         10 ws-rev-invoice            pic x(10).
         10 ws-rev-item-date          pic x(8).
         10 ws-rev-amount             pic 9(7)v99.
         10 ws-rev-action             pic x(16).
         10 ws-rev-printed            pic x(1).
   01 ws-reversal-count               pic 9(4) value 0.
   01 ws-reversal-idx                 pic 9(4).
   01 ws-rev-hold-action              pic x(16).

*> payment history retention - long enough for the slowest bank
*> return to find the payment it reverses
   01 ws-pay-hist-retention-days      pic 9(3) value 180.
   01 ws-pay-hist-cutoff-int          pic 9(8).
   01 ws-pay-hist-date-num            pic 9(8).
   01 ws-pay-hist-date-int            pic 9(8).
   01 ws-pay-hist-read                pic 9(7) value 0.
   01 ws-pay-hist-written             pic 9(7) value 0.

   01 ws-returns-read                 pic 9(7) value 0.
   01 ws-returns-reversed             pic 9(7) value 0.
   01 ws-returns-unmatched            pic 9(7) value 0.
   01 ws-returns-already              pic 9(7) value 0.
   01 ws-returns-rejected             pic 9(7) value 0.
   01 ws-returned-amount              pic s9(9)v99 value 0.
   01 ws-reversed-amount              pic s9(9)v99 value 0.
   01 ws-nsf-fees-assessed            pic 9(7) value 0.
   01 ws-nsf-fee-total                pic s9(9)v99 value 0.
   01 ws-leftover-switch              pic x value "N".
      88 ws-leftover-printed          value "Y".

*> aging controls - days from the item's first appearance to the
*> run date decide the bucket the whole balance lands in
      05 wad-90                       pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wad-balance                  pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wad-flag                     pic x(4).

   01 ws-unapplied-detail.
      05 wud-customer                 pic x(10).
      05 wud-amount                   pic -(6)9.99.
      05 filler                       pic x(3)  value " **".

*> a returned payment put back under the customer it came from -
*> the item date is the invoice's, so the reader can see which
*> aging bucket the reinstated balance went back into
   01 ws-reversal-event-line.
      05 wre-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wre-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wre-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 filler                       pic x(21)
         value "** RETURNED PAYMENT  ".
      05 wre-amount                   pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wre-action                   pic x(16).
      05 filler                       pic x(3)  value " **".

   01 ws-reversal-leftover-head       pic x(60)
      value "RETURNED PAYMENTS - NO OPEN BALANCE REMAINING".

*> a payment placed by amount rather than by the invoice the bank
*> keyed - how it was matched and the bank reference, so the
*> customer's remittance can be checked against it
   01 ws-auto-match-line.
      05 wam-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wam-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wam-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 filler                       pic x(21)
         value "** AUTO-MATCHED CASH ".
      05 wam-amount                   pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wam-method                   pic x(13).
      05 filler                       pic x(5)  value " REF ".
      05 wam-reference                pic x(15).
      05 filler                       pic x(3)  value " **".

   01 ws-auto-leftover-head           pic x(60)
      value "AUTO-MATCHED PAYMENTS - NO OPEN BALANCE REMAINING".

   01 ws-customer-total-line.
      05 filler                       pic x(15) value "CUSTOMER TOTAL".
      05 wct-customer                 pic x(10).
      05 filler                       pic x(11)
         value " UNAPPLIED".

   01 ws-returns-header.
      05 filler                       pic x(30)
         value "RETURNED PAYMENTS REPORT      ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 rth-run-date                 pic x(10).

   01 ws-returns-column-heads.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(17) value "REFERENCE".
      05 filler                       pic x(6)  value "RSN".
      05 filler                       pic x(10) value "RETURNED".
      05 filler                       pic x(12) value "AMOUNT".
      05 filler                       pic x(12) value "REVERSED".
      05 filler                       pic x(10) value "NSF FEE".
      05 filler                       pic x(16) value "STATUS".

   01 ws-returns-detail.
      05 rtd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 rtd-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 rtd-reference                pic x(15).
      05 filler                       pic x(2)  value spaces.
      05 rtd-reason                   pic x(4).
      05 filler                       pic x(2)  value spaces.
      05 rtd-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 rtd-amount                   pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 rtd-reversed                 pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 rtd-fee                      pic -(4)9.99.
      05 filler                       pic x(2)  value spaces.
      05 rtd-status                   pic x(16).

   01 ws-returns-reversal-line.
      05 filler                       pic x(14) value spaces.
      05 filler                       pic x(11) value "APPLIED TO ".
      05 rtv-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 rtv-item-date                pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 rtv-amount                   pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 rtv-action                   pic x(16).

   01 ws-returns-total-line.
      05 rtt-label                    pic x(30).
      05 rtt-count                    pic z(6)9.
      05 filler                       pic x(2)  value spaces.
      05 rtt-amount                   pic -(8)9.99.

procedure division.
   move function current-date to ws-current-date-time
   compute ws-run-date-int
           function numval(ws-current-date-time(1:8)))
   perform load-open-items
   perform post-billed-activity
*> returns are worked before tonight's payments so a returned
*> payment's balance is back on the invoice before any fresh
*> cash for it is applied
   perform read-cash-controls
   perform load-returns
   perform reverse-returned-payments
   perform assess-nsf-fees
   perform load-remittance-detail
   perform apply-payments
   perform match-held-payments
   close payment-history-new-file
   sort sort-work-file
      on ascending key srt-customer-id srt-invoice-number
      input procedure is release-open-items
      output procedure is build-aging-output
   perform write-returns-report
   perform display-cash-results
*> RC4 = rejects present but the ledger is good, same convention
*> as the tax run - the generation swap still goes ahead. A return
*> that could not be reversed is a reject for this purpose.
*> So is remittance detail that could not be used as sent.
   if ws-payments-rejected > 0
         or ws-returns-unmatched > 0
         or ws-returns-rejected > 0
         or ws-split-mismatches > 0
         or ws-remit-detail-bad > 0
      move 4 to return-code
   end-if
   stop run.
               move oi-original-amount
                  to ws-item-original(ws-item-count)
               move oi-open-balance to ws-item-balance(ws-item-count)
               move spaces to ws-item-flag(ws-item-count)
               move oi-company to ws-item-company(ws-item-count)
            else
               display "OPEN ITEM FILE EXCEEDS TABLE LIMIT OF 2000"
               perform abend-program
               perform set-item-date-from-feed
               move ws-item-date-stamp
                  to ws-item-date(ws-item-found-idx)
               move tf-company to ws-item-company(ws-item-found-idx)
            else
               add ws-feed-amount
                  to ws-item-original(ws-item-found-idx)
            move ws-item-date-stamp to ws-item-date(ws-item-count)
            move ws-feed-amount to ws-item-original(ws-item-count)
            move ws-feed-amount to ws-item-balance(ws-item-count)
            move tf-company to ws-item-company(ws-item-count)
         end-if
         read tax-feed-file
            at end set ws-tax-feed-eof to true
      add 1 to ws-item-count
      move ws-lookup-customer to ws-item-customer(ws-item-count)
      move ws-lookup-invoice to ws-item-invoice(ws-item-count)
      move ws-current-date-time(1:8) to ws-item-date(ws-item-count)
      move spaces to ws-item-flag(ws-item-count)
      move spaces to ws-item-company(ws-item-count).

*> a missing CASHCTL, or one with no usable fee on it, means no
*> NSF fee is charged - the returns themselves are still worked.
*> No usable match tolerance means an oldest-first match has to
*> clear the invoices exactly.
   read-cash-controls.
      move 0 to ws-nsf-fee-amount
      move 0 to ws-match-tolerance
      open input cash-control-file
      if ws-cash-control-ok
         read cash-control-file
            at end
               move zero to ccr-nsf-fee-amount
               move zero to ccr-match-tolerance
         end-read
         if ccr-nsf-fee-amount is numeric
            move ccr-nsf-fee-amount to ws-nsf-fee-amount
         else
            display "CASHCTL NSF FEE NOT NUMERIC - NO FEE CHARGED"
         end-if
         if ccr-match-tolerance is numeric
            move ccr-match-tolerance to ws-match-tolerance
         else
            display "CASHCTL MATCH TOLERANCE NOT NUMERIC - OLDEST-"
               "FIRST MATCHES MUST CLEAR INVOICES EXACTLY"
         end-if
         close cash-control-file
      else
         if not ws-cash-control-not-found
            display "UNABLE TO OPEN CASHCTL - FILE STATUS "
               ws-cash-control-status
            perform abend-program
         end-if
      end-if.

*> a missing returns file just means the bank returned nothing
*> today. A record without a numeric amount or a bank reference
*> cannot be matched to anything - listed, never reversed - and a
*> second return for a payment already on tonight's list would
*> reverse it twice, so it is held out the same way.
   load-returns.
      open input returns-file
      if ws-returns-not-found
         display "NO RETURNS FILE - NO PAYMENTS REVERSED"
      else
         if not ws-returns-ok
            display "UNABLE TO OPEN RETURNS - FILE STATUS "
               ws-returns-status
            perform abend-program
         end-if
         read returns-file
            at end set ws-returns-eof to true
         end-read
         perform until ws-returns-eof
            if return-record not = spaces
               add 1 to ws-returns-read
               perform load-one-return
            end-if
            read returns-file
               at end set ws-returns-eof to true
            end-read
         end-perform
         close returns-file
      end-if.

   load-one-return.
      if ws-return-count >= 500
         display "RETURNS FILE EXCEEDS TABLE LIMIT OF 500"
         perform abend-program
      end-if
      move 0 to ws-return-found-idx
      if rtn-amount is numeric and rtn-reference not = spaces
         perform varying ws-return-idx from 1 by 1
               until ws-return-idx > ws-return-count
                  or ws-return-found-idx > 0
            if ws-rtn-customer(ws-return-idx) = rtn-customer-id
                  and ws-rtn-reference(ws-return-idx)
                     = rtn-reference
               move ws-return-idx to ws-return-found-idx
            end-if
         end-perform
      end-if
      add 1 to ws-return-count
      move rtn-customer-id to ws-rtn-customer(ws-return-count)
      move rtn-invoice-number to ws-rtn-invoice(ws-return-count)
      move rtn-return-date to ws-rtn-date(ws-return-count)
      move rtn-reference to ws-rtn-reference(ws-return-count)
      move rtn-reason-code to ws-rtn-reason(ws-return-count)
      move 0 to ws-rtn-hist-total(ws-return-count)
      move 0 to ws-rtn-reversed(ws-return-count)
      move 0 to ws-rtn-matched(ws-return-count)
      move 0 to ws-rtn-prior(ws-return-count)
      move 0 to ws-rtn-fee(ws-return-count)
      if rtn-insufficient-funds
         move "Y" to ws-rtn-nsf-switch(ws-return-count)
      else
         move "N" to ws-rtn-nsf-switch(ws-return-count)
      end-if
      if rtn-amount is numeric and rtn-reference not = spaces
         move rtn-amount to ws-rtn-amount(ws-return-count)
         add rtn-amount to ws-returned-amount
         if ws-return-found-idx > 0
            move "DUPLICATE" to ws-rtn-status(ws-return-count)
            add 1 to ws-returns-rejected
         else
            move "UNMATCHED" to ws-rtn-status(ws-return-count)
         end-if
      else
         move 0 to ws-rtn-amount(ws-return-count)
         move "BAD RECORD" to ws-rtn-status(ws-return-count)
         add 1 to ws-returns-rejected
         display "BAD RETURN RECORD SKIPPED - CUSTOMER "
            rtn-customer-id " INVOICE " rtn-invoice-number
            " AMOUNT NOT NUMERIC OR NO REFERENCE"
      end-if.

*> two passes of the payment history. The first totals, per
*> return, the applications its payment made; a return is only
*> reversed when that total agrees with what the bank sent back -
*> otherwise the reference is suspect and collections works it by
*> hand. The second pass puts each agreed application back on the
*> ledger, marks it reversed so the bank sending the return again
*> cannot reverse it twice, and carries the history forward to
*> PAYHISTN, dropping applications past the retention window.
*> PAYHISTN stays open so tonight's applications follow. A missing
*> history is a valid first-night state.
   reverse-returned-payments.
      compute ws-pay-hist-cutoff-int
         = ws-run-date-int - ws-pay-hist-retention-days
      if ws-return-count > 0
         perform match-payment-history
      end-if
      open output payment-history-new-file
      if not ws-pay-hist-new-ok
         display "UNABLE TO OPEN PAYHISTN - FILE STATUS "
            ws-pay-hist-new-status
         perform abend-program
      end-if
      open input payment-history-file
      if ws-pay-hist-not-found
         display "NO PAYMENT HISTORY - STARTING NEW HISTORY"
      else
         if not ws-pay-hist-ok
            display "UNABLE TO OPEN PAYHIST - FILE STATUS "
               ws-pay-hist-status
            perform abend-program
         end-if
         read payment-history-file
            at end set ws-pay-hist-eof to true
         end-read
         perform until ws-pay-hist-eof
            add 1 to ws-pay-hist-read
            if pah-applied and ws-return-count > 0
               perform find-return-for-history
               if ws-return-found-idx > 0
                  if ws-rtn-status(ws-return-found-idx)
                        = "REVERSED"
                     perform reverse-one-application
                  end-if
               end-if
            end-if
            perform carry-payment-history
            read payment-history-file
               at end set ws-pay-hist-eof to true
            end-read
         end-perform
         close payment-history-file
      end-if.

   match-payment-history.
      open input payment-history-file
      if ws-pay-hist-ok
         read payment-history-file
            at end set ws-pay-hist-eof to true
         end-read
         perform until ws-pay-hist-eof
            perform find-return-for-history
            if ws-return-found-idx > 0
               if pah-applied
                  add 1 to ws-rtn-matched(ws-return-found-idx)
                  add pah-applied-amount
                     to ws-rtn-hist-total(ws-return-found-idx)
               else
                  add 1 to ws-rtn-prior(ws-return-found-idx)
               end-if
            end-if
            read payment-history-file
               at end set ws-pay-hist-eof to true
            end-read
         end-perform
         close payment-history-file
      else
         if not ws-pay-hist-not-found
            display "UNABLE TO OPEN PAYHIST - FILE STATUS "
               ws-pay-hist-status
            perform abend-program
         end-if
      end-if
      perform varying ws-return-idx from 1 by 1
            until ws-return-idx > ws-return-count
         if ws-rtn-status(ws-return-idx) = "UNMATCHED"
            if ws-rtn-matched(ws-return-idx) > 0
               if ws-rtn-hist-total(ws-return-idx)
                     = ws-rtn-amount(ws-return-idx)
                  move "REVERSED" to ws-rtn-status(ws-return-idx)
                  add 1 to ws-returns-reversed
               else
                  move "MISMATCH" to ws-rtn-status(ws-return-idx)
                  add 1 to ws-returns-unmatched
               end-if
            else
               if ws-rtn-prior(ws-return-idx) > 0
                  move "ALREADY REVERSED"
                     to ws-rtn-status(ws-return-idx)
                  add 1 to ws-returns-already
               else
                  add 1 to ws-returns-unmatched
               end-if
            end-if
         end-if
      end-perform.

*> the return a history record belongs to - same customer, same
*> bank reference; held-out returns never match
   find-return-for-history.
      move 0 to ws-return-found-idx
      perform varying ws-return-idx from 1 by 1
            until ws-return-idx > ws-return-count
               or ws-return-found-idx > 0
         if ws-rtn-customer(ws-return-idx) = pah-customer-id
               and ws-rtn-reference(ws-return-idx) = pah-reference
               and ws-rtn-status(ws-return-idx) not = "BAD RECORD"
               and ws-rtn-status(ws-return-idx) not = "DUPLICATE"
            move ws-return-idx to ws-return-found-idx
         end-if
      end-perform.

*> put one application back. Still open as an invoice: the balance
*> goes back up. Held as unapplied cash: the bounced cash comes out
*> of what is held, and if that leaves the key owing it becomes an
*> invoice again. Gone from the ledger (paid off and dropped): the
*> invoice is re-created from the history with its original item
*> date and amount, so it ages from when it was billed.
   reverse-one-application.
      move pah-customer-id to ws-lookup-customer
      move pah-invoice-number to ws-lookup-invoice
      perform find-open-item
      if ws-item-found
         if ws-item-type(ws-item-found-idx) = "I"
            add pah-applied-amount
               to ws-item-balance(ws-item-found-idx)
            move "REINSTATED" to ws-rev-hold-action
         else
            subtract pah-applied-amount
               from ws-item-balance(ws-item-found-idx)
            move "UNAPPLIED REV" to ws-rev-hold-action
            if ws-item-balance(ws-item-found-idx) < 0
               move "I" to ws-item-type(ws-item-found-idx)
               compute ws-item-balance(ws-item-found-idx)
                  = 0 - ws-item-balance(ws-item-found-idx)
               move pah-original-amount
                  to ws-item-original(ws-item-found-idx)
               move pah-item-date to ws-item-date(ws-item-found-idx)
               move pah-company to ws-item-company(ws-item-found-idx)
               move "RE-OPENED" to ws-rev-hold-action
            end-if
         end-if
      else
         perform add-open-item
         move ws-item-count to ws-item-found-idx
         move "I" to ws-item-type(ws-item-found-idx)
         move pah-item-date to ws-item-date(ws-item-found-idx)
         move pah-original-amount
            to ws-item-original(ws-item-found-idx)
         move pah-applied-amount
            to ws-item-balance(ws-item-found-idx)
         move pah-company to ws-item-company(ws-item-found-idx)
         move "RE-OPENED" to ws-rev-hold-action
      end-if
      if ws-item-balance(ws-item-found-idx) not = 0
         move "RTN" to ws-item-flag(ws-item-found-idx)
      end-if
      if ws-reversal-count >= 1000
         display "REVERSALS EXCEED TABLE LIMIT OF 1000"
         perform abend-program
      end-if
      add 1 to ws-reversal-count
      move ws-return-found-idx
         to ws-rev-return-idx(ws-reversal-count)
      move pah-customer-id to ws-rev-customer(ws-reversal-count)
      move pah-invoice-number to ws-rev-invoice(ws-reversal-count)
      move ws-item-date(ws-item-found-idx)
         to ws-rev-item-date(ws-reversal-count)
      move pah-applied-amount to ws-rev-amount(ws-reversal-count)
      move ws-rev-hold-action to ws-rev-action(ws-reversal-count)
      move "N" to ws-rev-printed(ws-reversal-count)
      add pah-applied-amount to ws-rtn-reversed(ws-return-found-idx)
      add pah-applied-amount to ws-reversed-amount
      set pah-reversed to true.

*> applications older than the retention window drop off; one
*> whose apply date will not parse is kept rather than lost
   carry-payment-history.
      move 0 to ws-pay-hist-date-int
      if pah-apply-date is numeric
            and pah-apply-date(5:2) >= "01"
            and pah-apply-date(5:2) <= "12"
            and pah-apply-date(7:2) >= "01"
            and pah-apply-date(7:2) <= "31"
         move pah-apply-date to ws-pay-hist-date-num
         compute ws-pay-hist-date-int
            = function integer-of-date(ws-pay-hist-date-num)
      end-if
      if ws-pay-hist-date-int = 0
            or ws-pay-hist-date-int >= ws-pay-hist-cutoff-int
         move payment-history-record to payment-history-new-record
         perform write-payment-history
      end-if.

   write-payment-history.
      write payment-history-new-record
      add 1 to ws-pay-hist-written.

*> one fee item per customer per night, keyed NSF plus the run
*> date, added to if the customer bounced more than one payment.
*> Only a return actually reversed is charged - one still being
*> worked by hand is not.
   assess-nsf-fees.
      string "NSF" ws-current-date-time(3:6)
         delimited by size into ws-nsf-fee-invoice
      perform varying ws-return-idx from 1 by 1
            until ws-return-idx > ws-return-count
         if ws-rtn-status(ws-return-idx) = "REVERSED"
               and ws-rtn-nsf-switch(ws-return-idx) = "Y"
               and ws-nsf-fee-amount > 0
            move ws-rtn-customer(ws-return-idx) to ws-lookup-customer
            move ws-nsf-fee-invoice to ws-lookup-invoice
            perform find-open-item
            if ws-item-found
               add ws-nsf-fee-amount
                  to ws-item-original(ws-item-found-idx)
               add ws-nsf-fee-amount
                  to ws-item-balance(ws-item-found-idx)
            else
               perform add-open-item
               move ws-item-count to ws-item-found-idx
               move "I" to ws-item-type(ws-item-found-idx)
               move ws-nsf-fee-amount
                  to ws-item-original(ws-item-found-idx)
               move ws-nsf-fee-amount
                  to ws-item-balance(ws-item-found-idx)
            end-if
            move "NSF" to ws-item-flag(ws-item-found-idx)
            move ws-nsf-fee-amount to ws-rtn-fee(ws-return-idx)
            add 1 to ws-nsf-fees-assessed
            add ws-nsf-fee-amount to ws-nsf-fee-total
         end-if
      end-perform.

*> a missing detail file just means no payment was split today.
*> A line without a numeric amount is left out, so the payment it
*> belongs to no longer adds up and is matched as one amount.
   load-remittance-detail.
      open input remittance-detail-file
      if ws-remit-detail-not-found
         display "NO REMITTANCE DETAIL FILE - NO PAYMENTS SPLIT"
      else
         if not ws-remit-detail-ok
            display "UNABLE TO OPEN REMITDTL - FILE STATUS "
               ws-remit-detail-status
            perform abend-program
         end-if
         read remittance-detail-file
            at end set ws-remit-detail-eof to true
         end-read
         perform until ws-remit-detail-eof
            if remittance-detail-record not = spaces
               add 1 to ws-remit-detail-read
               if rmd-amount is numeric
                  if ws-rmd-count >= 2000
                     display "REMITTANCE DETAIL EXCEEDS TABLE LIMIT"
                        " OF 2000"
                     perform abend-program
                  end-if
                  add 1 to ws-rmd-count
                  move rmd-customer-id to ws-rmd-customer(ws-rmd-count)
                  move rmd-reference to ws-rmd-reference(ws-rmd-count)
                  move rmd-invoice-number
                     to ws-rmd-invoice(ws-rmd-count)
                  move rmd-amount to ws-rmd-amount(ws-rmd-count)
               else
                  add 1 to ws-remit-detail-bad
                  display "BAD REMITTANCE DETAIL SKIPPED - CUSTOMER "
                     rmd-customer-id " REFERENCE " rmd-reference
                     " AMOUNT NOT NUMERIC"
               end-if
            end-if
            read remittance-detail-file
               at end set ws-remit-detail-eof to true
            end-read
         end-perform
         close remittance-detail-file
      end-if.

*> a missing payments file just means the lockbox sent nothing
*> today - aging still runs on the open items
         close payment-file
      end-if.

*> the first pass. A payment with remittance detail is split
*> across the invoices the customer listed, provided the lines add
*> up to it; otherwise a payment whose customer and invoice hit an
*> open invoice pays it down. Anything else waits for the second
*> pass, so an amount-based match can never take an invoice that a
*> later payment in the same transmission names exactly.
   apply-one-payment.
      move pay-customer-id to ws-pmt-customer
      move pay-invoice-number to ws-pmt-invoice
      move pay-amount to ws-pmt-amount
      move pay-reference to ws-pmt-reference
      perform total-remittance-detail
      if ws-rmd-lines > 0 and ws-rmd-total = ws-pmt-amount
         perform apply-split-payment
      else
         if ws-rmd-lines > 0
            add 1 to ws-split-mismatches
            display "REMITTANCE DETAIL DOES NOT ADD UP - CUSTOMER "
               ws-pmt-customer " REFERENCE " ws-pmt-reference
               " - MATCHED AS ONE PAYMENT"
         end-if
         move ws-pmt-customer to ws-lookup-customer
         move ws-pmt-invoice to ws-lookup-invoice
         perform find-open-item
         if ws-item-found and ws-item-type(ws-item-found-idx) = "I"
            move ws-pmt-amount to ws-apply-amount
            perform apply-to-invoice
            add 1 to ws-payments-applied
            add ws-pmt-amount to ws-applied-amount
         else
            perform hold-unmatched-payment
         end-if
      end-if.

*> the detail lines filed under this payment and what they add to.
*> A payment with no bank reference cannot own any.
   total-remittance-detail.
      move 0 to ws-rmd-lines
      move 0 to ws-rmd-total
      if ws-pmt-reference not = spaces
         perform varying ws-rmd-idx from 1 by 1
               until ws-rmd-idx > ws-rmd-count
            if ws-rmd-customer(ws-rmd-idx) = ws-pmt-customer
                  and ws-rmd-reference(ws-rmd-idx) = ws-pmt-reference
               add 1 to ws-rmd-lines
               add ws-rmd-amount(ws-rmd-idx) to ws-rmd-total
            end-if
         end-perform
      end-if.

*> each line goes where the customer said - onto the open invoice,
*> or held as unapplied cash under the invoice number it names
*> until that billing arrives, as a single payment would be
   apply-split-payment.
      add 1 to ws-payments-split
      add 1 to ws-payments-applied
      perform varying ws-rmd-idx from 1 by 1
            until ws-rmd-idx > ws-rmd-count
         if ws-rmd-customer(ws-rmd-idx) = ws-pmt-customer
               and ws-rmd-reference(ws-rmd-idx) = ws-pmt-reference
               and ws-rmd-amount(ws-rmd-idx) > 0
            move ws-pmt-customer to ws-lookup-customer
            move ws-rmd-invoice(ws-rmd-idx) to ws-lookup-invoice
            move ws-rmd-amount(ws-rmd-idx) to ws-apply-amount
            perform find-open-item
            if ws-item-found and ws-item-type(ws-item-found-idx) = "I"
               perform apply-to-invoice
               if ws-item-flag(ws-item-found-idx) = spaces
                  move "SPLT" to ws-item-flag(ws-item-found-idx)
               end-if
               add ws-apply-amount to ws-applied-amount
            else
               perform hold-as-unapplied
               add ws-apply-amount to ws-unapplied-amount
            end-if
         end-if
      end-perform.

   hold-unmatched-payment.
      if ws-unmatched-count >= 2000
         display "UNMATCHED PAYMENTS EXCEED TABLE LIMIT OF 2000"
         perform abend-program
      end-if
      add 1 to ws-unmatched-count
      move ws-pmt-customer to ws-unm-customer(ws-unmatched-count)
      move ws-pmt-invoice to ws-unm-invoice(ws-unmatched-count)
      move ws-pmt-amount to ws-unm-amount(ws-unmatched-count)
      move ws-pmt-reference to ws-unm-reference(ws-unmatched-count).

   apply-to-invoice.
      subtract ws-apply-amount from ws-item-balance(ws-item-found-idx)
      perform write-application-history.

*> cash held under the lookup key - more cash against a key already
*> held as unapplied, or a new unapplied item
   hold-as-unapplied.
      perform find-open-item
      if ws-item-found
         add ws-apply-amount to ws-item-balance(ws-item-found-idx)
      else
         perform add-open-item
         move ws-item-count to ws-item-found-idx
         move "U" to ws-item-type(ws-item-count)
         move ws-apply-amount to ws-item-original(ws-item-count)
         move ws-apply-amount to ws-item-balance(ws-item-count)
      end-if
      perform write-application-history.

*> every application goes on the history so a later return of
*> this payment can find where the money went - a split or
*> auto-matched payment leaves one record per item it touched
   write-application-history.
      move ws-pmt-reference to phn-reference
      move ws-pmt-customer to phn-customer-id
      move ws-item-invoice(ws-item-found-idx) to phn-invoice-number
      move ws-item-date(ws-item-found-idx) to phn-item-date
      move ws-item-type(ws-item-found-idx) to phn-item-type
      move ws-item-original(ws-item-found-idx) to phn-original-amount
      move ws-apply-amount to phn-applied-amount
      move ws-current-date-time(1:8) to phn-apply-date
      move "A" to phn-status
      move ws-item-company(ws-item-found-idx) to phn-company
      perform write-payment-history.

*> the second pass, over the payments nothing named exactly. The
*> customer's open invoices are tried oldest first: an invoice
*> owing exactly the payment takes it; failing that the payment
*> clears the oldest invoices in turn, provided it comes out within
*> the match tolerance of clearing them - a short-pay inside the
*> tolerance is left open on the last invoice, an overpay sits on
*> it as a credit. A payment that fits neither is held as
*> unapplied cash under the invoice the bank keyed, as before.
   match-held-payments.
      perform varying ws-unmatched-idx from 1 by 1
            until ws-unmatched-idx > ws-unmatched-count
         move ws-unm-customer(ws-unmatched-idx) to ws-pmt-customer
         move ws-unm-invoice(ws-unmatched-idx) to ws-pmt-invoice
         move ws-unm-amount(ws-unmatched-idx) to ws-pmt-amount
         move ws-unm-reference(ws-unmatched-idx) to ws-pmt-reference
         perform collect-customer-invoices
         move 0 to ws-cand-match
         if not ws-cand-overflow and ws-pmt-amount > 0
            perform find-exact-amount
         end-if
         if ws-cand-match > 0
            perform apply-exact-amount
         else
            if not ws-cand-overflow and ws-pmt-amount > 0
               perform find-oldest-first-run
            end-if
            if ws-cand-match > 0
               perform apply-oldest-first
            else
               move ws-pmt-customer to ws-lookup-customer
               move ws-pmt-invoice to ws-lookup-invoice
               move ws-pmt-amount to ws-apply-amount
               perform hold-as-unapplied
               add 1 to ws-payments-unapplied
               add ws-pmt-amount to ws-unapplied-amount
            end-if
         end-if
      end-perform.

*> a customer with more open invoices than the list holds is left
*> to collections rather than matched against part of its ledger
   collect-customer-invoices.
      move 0 to ws-cand-count
      move "N" to ws-cand-overflow-switch
      perform varying ws-item-idx from 1 by 1
            until ws-item-idx > ws-item-count
         if ws-item-customer(ws-item-idx) = ws-pmt-customer
               and ws-item-type(ws-item-idx) = "I"
               and ws-item-balance(ws-item-idx) > 0
            perform insert-candidate
         end-if
      end-perform
      if ws-cand-overflow
         display "CUSTOMER " ws-pmt-customer
            " HAS OVER 500 OPEN INVOICES - PAYMENT "
            ws-pmt-reference " NOT AUTO-MATCHED"
      end-if.

*> into date order as it is found; an invoice dated the same as
*> one already listed goes after it
   insert-candidate.
      if ws-cand-count >= 500
         move "Y" to ws-cand-overflow-switch
      else
         move 1 to ws-cand-pos
         move "N" to ws-cand-placed-switch
         perform until ws-cand-pos > ws-cand-count or ws-cand-placed
            move ws-cand-item-idx(ws-cand-pos) to ws-cand-item-work
            if ws-item-date(ws-cand-item-work)
                  > ws-item-date(ws-item-idx)
               move "Y" to ws-cand-placed-switch
            else
               add 1 to ws-cand-pos
            end-if
         end-perform
         perform varying ws-cand-shift from ws-cand-count by -1
               until ws-cand-shift < ws-cand-pos
            move ws-cand-item-idx(ws-cand-shift)
               to ws-cand-item-idx(ws-cand-shift + 1)
         end-perform
         move ws-item-idx to ws-cand-item-idx(ws-cand-pos)
         add 1 to ws-cand-count
      end-if.

*> the oldest invoice owing exactly the payment
   find-exact-amount.
      move 0 to ws-cand-match
      perform varying ws-cand-idx from 1 by 1
            until ws-cand-idx > ws-cand-count or ws-cand-match > 0
         move ws-cand-item-idx(ws-cand-idx) to ws-cand-item-work
         if ws-item-balance(ws-cand-item-work) = ws-pmt-amount
            move ws-cand-idx to ws-cand-match
         end-if
      end-perform.

*> the shortest run of oldest invoices whose balances add up to
*> within the tolerance of the payment - the run stops as soon as
*> it overshoots by more than the tolerance
   find-oldest-first-run.
      move 0 to ws-cand-match
      move 0 to ws-cand-cum
      move "N" to ws-cand-past-switch
      perform varying ws-cand-idx from 1 by 1
            until ws-cand-idx > ws-cand-count or ws-cand-match > 0
               or ws-cand-past
         move ws-cand-item-idx(ws-cand-idx) to ws-cand-item-work
         add ws-item-balance(ws-cand-item-work) to ws-cand-cum
         if ws-cand-cum > ws-pmt-amount + ws-match-tolerance
            move "Y" to ws-cand-past-switch
         else
            if ws-cand-cum >= ws-pmt-amount - ws-match-tolerance
               move ws-cand-idx to ws-cand-match
            end-if
         end-if
      end-perform.

   apply-exact-amount.
      move "EXACT AMOUNT" to ws-match-method
      move ws-cand-item-idx(ws-cand-match) to ws-item-found-idx
      move ws-pmt-amount to ws-apply-amount
      perform apply-auto-match
      add 1 to ws-payments-auto-exact
      add 1 to ws-payments-applied.

*> every invoice in the run is cleared but the last, which takes
*> whatever of the payment is left
   apply-oldest-first.
      move "OLDEST FIRST" to ws-match-method
      move ws-pmt-amount to ws-pmt-remaining
      perform varying ws-cand-idx from 1 by 1
            until ws-cand-idx > ws-cand-match
         move ws-cand-item-idx(ws-cand-idx) to ws-item-found-idx
         if ws-cand-idx = ws-cand-match
            move ws-pmt-remaining to ws-apply-amount
         else
            move ws-item-balance(ws-item-found-idx) to ws-apply-amount
         end-if
         subtract ws-apply-amount from ws-pmt-remaining
         perform apply-auto-match
      end-perform
      add 1 to ws-payments-auto-oldest
      add 1 to ws-payments-applied.

   apply-auto-match.
      perform apply-to-invoice
      if ws-item-flag(ws-item-found-idx) = spaces
         move "AUTO" to ws-item-flag(ws-item-found-idx)
      end-if
      add ws-apply-amount to ws-applied-amount
      add ws-apply-amount to ws-auto-applied-amount
      if ws-auto-count >= 1000
         display "AUTO-MATCHES EXCEED TABLE LIMIT OF 1000"
         perform abend-program
      end-if
      add 1 to ws-auto-count
      move ws-pmt-customer to ws-auto-customer(ws-auto-count)
      move ws-item-invoice(ws-item-found-idx)
         to ws-auto-invoice(ws-auto-count)
      move ws-item-date(ws-item-found-idx)
         to ws-auto-item-date(ws-auto-count)
      move ws-apply-amount to ws-auto-amount(ws-auto-count)
      move ws-match-method to ws-auto-method(ws-auto-count)
      move ws-pmt-reference to ws-auto-reference(ws-auto-count)
      move "N" to ws-auto-printed(ws-auto-count).

*> feed the sort - only items still carrying a balance survive to
*> the report and the new generation; paid-off items drop here
   release-open-items.
            move ws-item-original(ws-item-idx)
               to srt-original-amount
            move ws-item-balance(ws-item-idx) to srt-open-balance
            move ws-item-flag(ws-item-idx) to srt-item-flag
            move ws-item-company(ws-item-idx) to srt-company
            release sort-record
         end-if
      end-perform.
            perform write-item-output
            perform return-sorted-item
         end-perform
         perform write-customer-reversals
         perform write-customer-auto-matches
         perform write-customer-totals
      end-perform
      perform write-leftover-reversals
      perform write-leftover-auto-matches
      perform write-grand-totals
      close aging-report-file
      close open-item-new-file.
         move ws-bucket-60 to wad-60
         move ws-bucket-90 to wad-90
         move srt-open-balance to wad-balance
         move srt-item-flag to wad-flag
         move ws-aging-detail to aging-report-record
         write aging-report-record
         add ws-bucket-current to ws-cust-current
      move srt-item-type to oin-item-type
      move srt-original-amount to oin-original-amount
      move srt-open-balance to oin-open-balance
      move srt-company to oin-company
      write open-item-new-record
      add 1 to ws-items-written.

*> the customer's returned payments, just above its totals
   write-customer-reversals.
      perform varying ws-reversal-idx from 1 by 1
            until ws-reversal-idx > ws-reversal-count
         if ws-rev-customer(ws-reversal-idx) = ws-current-customer
            perform write-reversal-event
         end-if
      end-perform.

*> a customer whose reversals left nothing open has no totals block
*> to print them under - they are listed together after the last
*> customer so no reversal goes unreported
   write-leftover-reversals.
      perform varying ws-reversal-idx from 1 by 1
            until ws-reversal-idx > ws-reversal-count
         if ws-rev-printed(ws-reversal-idx) = "N"
            if not ws-leftover-printed
               move ws-reversal-leftover-head to aging-report-record
               write aging-report-record
               set ws-leftover-printed to true
            end-if
            perform write-reversal-event
         end-if
      end-perform.

   write-reversal-event.
      move ws-rev-customer(ws-reversal-idx) to wre-customer
      move ws-rev-invoice(ws-reversal-idx) to wre-invoice
      move ws-rev-item-date(ws-reversal-idx) to wre-date
      move ws-rev-amount(ws-reversal-idx) to wre-amount
      move ws-rev-action(ws-reversal-idx) to wre-action
      move ws-reversal-event-line to aging-report-record
      write aging-report-record
      move "Y" to ws-rev-printed(ws-reversal-idx).

*> the customer's auto-matched payments, after its reversals
   write-customer-auto-matches.
      perform varying ws-auto-idx from 1 by 1
            until ws-auto-idx > ws-auto-count
         if ws-auto-customer(ws-auto-idx) = ws-current-customer
            perform write-auto-match-event
         end-if
      end-perform.

*> a customer the auto-match paid off entirely has no totals block
*> either - same treatment as the reversals
   write-leftover-auto-matches.
      perform varying ws-auto-idx from 1 by 1
            until ws-auto-idx > ws-auto-count
         if ws-auto-printed(ws-auto-idx) = "N"
            if not ws-auto-leftover-printed
               move ws-auto-leftover-head to aging-report-record
               write aging-report-record
               set ws-auto-leftover-printed to true
            end-if
            perform write-auto-match-event
         end-if
      end-perform.

   write-auto-match-event.
      move ws-auto-customer(ws-auto-idx) to wam-customer
      move ws-auto-invoice(ws-auto-idx) to wam-invoice
      move ws-auto-item-date(ws-auto-idx) to wam-date
      move ws-auto-amount(ws-auto-idx) to wam-amount
      move ws-auto-method(ws-auto-idx) to wam-method
      move ws-auto-reference(ws-auto-idx) to wam-reference
      move ws-auto-match-line to aging-report-record
      write aging-report-record
      move "Y" to ws-auto-printed(ws-auto-idx).

   write-customer-totals.
      move ws-current-customer to wct-customer
      move ws-cust-current to wct-current
      move ws-grand-total-line to aging-report-record
      write aging-report-record.

*> every return the bank sent, whatever became of it, with the
*> applications each reversed return put back listed under it
   write-returns-report.
      open output returns-report-file
      if not ws-returns-report-ok
         display "UNABLE TO OPEN RTNRPT - FILE STATUS "
            ws-returns-report-status
         perform abend-program
      end-if
      move ws-run-date-display to rth-run-date
      move ws-returns-header to returns-report-record
      write returns-report-record
      move ws-returns-column-heads to returns-report-record
      write returns-report-record
      perform varying ws-return-idx from 1 by 1
            until ws-return-idx > ws-return-count
         move ws-rtn-customer(ws-return-idx) to rtd-customer
         move ws-rtn-invoice(ws-return-idx) to rtd-invoice
         move ws-rtn-reference(ws-return-idx) to rtd-reference
         move ws-rtn-reason(ws-return-idx) to rtd-reason
         move ws-rtn-date(ws-return-idx) to rtd-date
         move ws-rtn-amount(ws-return-idx) to rtd-amount
         move ws-rtn-reversed(ws-return-idx) to rtd-reversed
         move ws-rtn-fee(ws-return-idx) to rtd-fee
         move ws-rtn-status(ws-return-idx) to rtd-status
         move ws-returns-detail to returns-report-record
         write returns-report-record
         perform varying ws-reversal-idx from 1 by 1
               until ws-reversal-idx > ws-reversal-count
            if ws-rev-return-idx(ws-reversal-idx) = ws-return-idx
               move ws-rev-invoice(ws-reversal-idx) to rtv-invoice
               move ws-rev-item-date(ws-reversal-idx)
                  to rtv-item-date
               move ws-rev-amount(ws-reversal-idx) to rtv-amount
               move ws-rev-action(ws-reversal-idx) to rtv-action
               move ws-returns-reversal-line to returns-report-record
               write returns-report-record
            end-if
         end-perform
      end-perform
      move spaces to returns-report-record
      write returns-report-record
      move "RETURNS RECEIVED" to rtt-label
      move ws-returns-read to rtt-count
      move ws-returned-amount to rtt-amount
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      move "RETURNS REVERSED" to rtt-label
      move ws-returns-reversed to rtt-count
      move ws-reversed-amount to rtt-amount
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      move "NSF FEES CHARGED" to rtt-label
      move ws-nsf-fees-assessed to rtt-count
      move ws-nsf-fee-total to rtt-amount
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      move "UNMATCHED/MISMATCH - WORK" to rtt-label
      move ws-returns-unmatched to rtt-count
      move 0 to rtt-amount
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      move "ALREADY REVERSED" to rtt-label
      move ws-returns-already to rtt-count
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      move "BAD/DUPLICATE RECORDS" to rtt-label
      move ws-returns-rejected to rtt-count
      move ws-returns-total-line to returns-report-record
      write returns-report-record
      close returns-report-file.

   display-cash-results.
      display "Feed items posted:    " ws-feed-items-read
      display "Returns read:         " ws-returns-read
      display "Returns reversed:     " ws-returns-reversed
      display "Returns unmatched:    " ws-returns-unmatched
      display "Returns rejected:     " ws-returns-rejected
      display "NSF fees charged:     " ws-nsf-fees-assessed
      display "Payments read:        " ws-payments-read
      display "Payments applied:     " ws-payments-applied
      display "  split by remittance:" ws-payments-split
      display "  auto exact amount:  " ws-payments-auto-exact
      display "  auto oldest first:  " ws-payments-auto-oldest
      display "Detail not adding up: " ws-split-mismatches
      display "Bad detail records:   " ws-remit-detail-bad
      display "Payments unapplied:   " ws-payments-unapplied
      display "Payments rejected:    " ws-payments-rejected
      display "Open items carried:   " ws-items-written
      display "History carried:      " ws-pay-hist-written
      display "Aging report written to AGERPT"
      display "Returns report written to RTNRPT".

   abend-program.
      move 16 to return-code
