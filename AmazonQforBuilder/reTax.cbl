identification division.
program-id. re-tax.

*> retroactive re-tax. When the tax department keys a back-dated
*> rate correction through rate-maint, the nights that already ran
*> taxed those items at the wrong rate - billing, the GL and the
*> remittance all carry the old figure. This run takes the
*> corrected jurisdiction and the transaction-date range the
*> correction covers (PARM='JURIS,YYYYMMDD,YYYYMMDD'), pulls every
*> affected item back out of the retained daily tax feed
*> generations (concatenated on TAXFDALL), and re-prices each one
*> against the RATEFILE row now in force on its TRANSACTION-DATE,
*> honoring the same exemption certificates the nightly run did:
*> a certificate that was in force on the night the item was
*> accepted still exempts it. Differences are netted per invoice
*> and written three ways:
*>
*>   RTXGLEX - GL adjustment postings per company in the nightly
*>             GL extract layout (tax account against clearing),
*>             so period-close consolidates them with the dailies;
*>   RTXREMX - the remittance adjustment per company, broken out
*>             by state/county/city component, in the nightly
*>             remittance extract layout;
*>   RTXFEED - one adjustment record per invoice in the tax feed
*>             layout, back to billing, so the customer is
*>             re-invoiced (or credited) for the difference. The
*>             amount is zero - only the tax moved - and a tax
*>             increase goes as a sale, a decrease as a credit.
*>
*> RTXRPT lists every invoice adjusted with the tax charged, the
*> corrected tax and the difference, and closes with the
*> remittance adjustment by component.
*>
*> Netting is per invoice and takes in any adjustment records an
*> earlier re-tax already put on the feed (they carry a zero
*> amount, so they re-price to zero and back their own tax out),
*> which makes a rerun over the same range a no-op instead of a
*> second adjustment. The feed carries only the blended rate
*> applied, not its components, so the tax originally charged is
*> split back into state/county/city by finding the RATEFILE row
*> for the jurisdiction that reproduces it; tax no row reproduces
*> (the blended default, or an earlier adjustment) is taken as
*> state-level, the way the nightly run carries the default.

environment division.
input-output section.
file-control.
   select tax-feed-file assign to "TAXFDALL"
      organization is line sequential
      file status is ws-tax-feed-status.

   select tax-rate-file assign to "RATEFILE"
      organization is line sequential
      file status is ws-rate-file-status.

   select exemption-cert-file assign to "CERTFILE"
      organization is line sequential
      file status is ws-cert-file-status.

   select company-file assign to "COMPFILE"
      organization is line sequential
      file status is ws-company-file-status.

   select retax-report-file assign to "RTXRPT"
      organization is line sequential
      file status is ws-retax-report-status.

   select gl-extract-file assign to "RTXGLEX"
      organization is line sequential
      file status is ws-gl-extract-status.

   select remittance-extract-file assign to "RTXREMX"
      organization is line sequential
      file status is ws-remit-extract-status.

   select adjustment-feed-file assign to "RTXFEED"
      organization is line sequential
      file status is ws-adj-feed-status.

   select sort-work-file assign to "SORTWK".

data division.
file section.
   fd  tax-feed-file.
   copy TAXFDREC.

   fd  tax-rate-file.
   copy TAXRTREC.

   fd  exemption-cert-file.
   01  exemption-cert-record.
       05 cert-customer-id              pic x(10).
       05 cert-jurisdiction             pic x(5).
       05 cert-number                   pic x(15).
       05 cert-expiration               pic x(8).

   fd  company-file.
   copy COMPREC.

   fd  retax-report-file.
   01  retax-report-record              pic x(132).

   fd  gl-extract-file.
   copy GLEXREC.

   fd  remittance-extract-file.
   copy REMXREC.

*> the adjustment feed is TAXFDREC field for field - laid out
*> here under its own names because the input feed already owns
*> the copybook's
   fd  adjustment-feed-file.
   01  adjustment-feed-record.
       05 afd-invoice-number            pic x(10).
       05 afd-customer-id               pic x(10).
       05 afd-company                   pic x(3).
       05 afd-transaction-date          pic x(8).
       05 afd-transaction-type          pic x(1).
       05 afd-jurisdiction              pic x(5).
       05 afd-applied-rate              pic 9v9999.
       05 afd-amount                    pic 9(5)v99.
       05 afd-item-tax                  pic 9(5)v99.
       05 afd-run-date                  pic x(8).

   sd  sort-work-file.
   01  sort-record.
       05 srt-company                   pic x(3).
       05 srt-customer-id               pic x(10).
       05 srt-invoice-number            pic x(10).
       05 srt-transaction-date          pic x(8).
       05 srt-amount                    pic s9(5)v99.
       05 srt-old-tax                   pic s9(5)v99.
       05 srt-old-state-tax             pic s9(5)v99.
       05 srt-old-county-tax            pic s9(5)v99.
       05 srt-old-city-tax              pic s9(5)v99.
       05 srt-new-tax                   pic s9(5)v99.
       05 srt-new-state-tax             pic s9(5)v99.
       05 srt-new-county-tax            pic s9(5)v99.
       05 srt-new-city-tax              pic s9(5)v99.
       05 srt-new-rate                  pic 9v9999.

working-storage section.
   01 ws-tax-feed-status              pic xx.
      88 ws-tax-feed-ok                value "00".
      88 ws-tax-feed-eof               value "10".

   01 ws-rate-file-status             pic xx.
      88 ws-rate-file-ok               value "00".
      88 ws-rate-file-eof              value "10".

   01 ws-cert-file-status             pic xx.
      88 ws-cert-file-ok               value "00".
      88 ws-cert-file-eof              value "10".
      88 ws-cert-file-not-found        value "35".

   01 ws-company-file-status          pic xx.
      88 ws-company-file-ok            value "00".
      88 ws-company-file-eof           value "10".

   01 ws-retax-report-status          pic xx.
      88 ws-retax-report-ok            value "00".

   01 ws-gl-extract-status            pic xx.
      88 ws-gl-extract-ok              value "00".

   01 ws-remit-extract-status         pic xx.
      88 ws-remit-extract-ok           value "00".

   01 ws-adj-feed-status              pic xx.
      88 ws-adj-feed-ok                value "00".

   01 ws-sort-eof-switch              pic x value "N".
      88 ws-sort-eof                  value "Y".

*> the correction being applied - jurisdiction and the inclusive
*> TRANSACTION-DATE range the corrected row covers
   01 ws-parm-text                    pic x(30).
   01 ws-juris-token                  pic x(10).
   01 ws-from-token                   pic x(10).
   01 ws-to-token                     pic x(10).
   01 ws-retax-juris                  pic x(5).
   01 ws-from-date                    pic x(8).
   01 ws-to-date                      pic x(8).

*> operating companies from COMPFILE, with the adjustment
*> accumulators alongside. Increases (tax under-charged) and
*> decreases (over-charged) are kept gross so the GL gets both
*> sides, the way the nightly extract posts sales and credits;
*> the component figures are net, for the remittance.
   01 ws-comp-table.
      05 ws-comp-entry occurs 5 times.
         10 ws-comp-code              pic x(3).
         10 ws-comp-tax-account       pic x(10).
         10 ws-comp-clr-account       pic x(10).
         10 ws-compa-increase         pic 9(7)v99.
         10 ws-compa-decrease         pic 9(7)v99.
         10 ws-compa-state-tax        pic s9(9)v99.
         10 ws-compa-county-tax       pic s9(9)v99.
         10 ws-compa-city-tax         pic s9(9)v99.
         10 ws-compa-invoices         pic 9(7).
   01 ws-comp-count                   pic 9(1) value 0.
   01 ws-comp-idx                     pic 9(1).
   01 ws-comp-hold-idx                pic 9(1).
   01 ws-comp-found-switch            pic x value "N".
      88 ws-comp-found                value "Y".
   01 ws-lookup-company               pic x(3).

*> the rate master as it stands now - corrections included. Same
*> table and same in-force rule as the nightly run.
   01 ws-default-tax-rate             pic 9v9999 value 0.07.
   01 ws-rate-table.
      05 ws-rate-entry occurs 200 times.
         10 ws-rate-juris             pic x(5).
         10 ws-rate-from              pic x(8).
         10 ws-rate-to                pic x(8).
         10 ws-rate-state             pic 9v9999.
         10 ws-rate-county            pic 9v9999.
         10 ws-rate-city              pic 9v9999.
         10 ws-rate-fin-chg           pic x(1).
   01 ws-rate-count                   pic 9(3) value 0.
   01 ws-rate-idx                     pic 9(3).
   01 ws-rate-lookup-date             pic x(8).
   01 ws-rate-found-switch            pic x value "N".
      88 ws-rate-found                value "Y".
   01 ws-applicable-fin-chg           pic x(1).
      88 ws-applicable-fin-chg-taxed  value "Y".
   01 ws-applicable-rate              pic 9v9999.
   01 ws-applicable-state-rate        pic 9v9999.
   01 ws-applicable-county-rate       pic 9v9999.
   01 ws-applicable-city-rate         pic 9v9999.
   01 ws-row-total-rate               pic 9v9999.

*> exemption certificates - an item exempt on the night it was
*> accepted stays exempt; the certificate is judged against the
*> feed record's RUN-DATE, not today
   01 ws-cert-table.
      05 ws-cert-entry occurs 100 times.
         10 ws-cert-customer          pic x(10).
         10 ws-cert-juris             pic x(5).
         10 ws-cert-expiry            pic x(8).
   01 ws-cert-count                   pic 9(3) value 0.
   01 ws-cert-idx                     pic 9(3).
   01 ws-cert-exempt-switch           pic x value "N".
      88 ws-cert-exempt               value "Y".

*> one item's re-pricing - unsigned, as the feed carries it
   01 ws-new-state-tax                pic 9(5)v99.
   01 ws-new-county-tax               pic 9(5)v99.
   01 ws-new-city-tax                 pic 9(5)v99.
   01 ws-new-item-tax                 pic 9(5)v99.
   01 ws-old-state-tax                pic 9(5)v99.
   01 ws-old-county-tax               pic 9(5)v99.
   01 ws-old-city-tax                 pic 9(5)v99.
   01 ws-old-split-total              pic 9(5)v99.
   01 ws-split-found-switch           pic x value "N".
      88 ws-split-found               value "Y".

*> one invoice's netting, signed
   01 ws-current-company              pic x(3).
   01 ws-current-customer             pic x(10).
   01 ws-current-invoice              pic x(10).
   01 ws-inv-date                     pic x(8).
   01 ws-inv-items                    pic 9(5).
   01 ws-inv-amount                   pic s9(7)v99.
   01 ws-inv-old-tax                  pic s9(7)v99.
   01 ws-inv-new-tax                  pic s9(7)v99.
   01 ws-inv-state-diff               pic s9(7)v99.
   01 ws-inv-county-diff              pic s9(7)v99.
   01 ws-inv-city-diff                pic s9(7)v99.
   01 ws-inv-adjustment               pic s9(7)v99.
   01 ws-inv-rate                     pic 9v9999.

   01 ws-co-invoices                  pic 9(7).
   01 ws-co-old-tax                   pic s9(9)v99.
   01 ws-co-new-tax                   pic s9(9)v99.
   01 ws-co-adjustment                pic s9(9)v99.

   01 ws-items-selected               pic 9(7) value 0.
   01 ws-invoices-adjusted            pic 9(7) value 0.
   01 ws-invoices-unchanged           pic 9(7) value 0.
   01 ws-items-unposted               pic 9(7) value 0.
   01 ws-gl-records                   pic 9(7) value 0.
   01 ws-remit-records                pic 9(7) value 0.
   01 ws-grand-old-tax                pic s9(9)v99 value 0.
   01 ws-grand-new-tax                pic s9(9)v99 value 0.
   01 ws-grand-adjustment             pic s9(9)v99 value 0.
   01 ws-remit-tax-total              pic s9(9)v99.

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-retax-header.
      05 filler                       pic x(30)
         value "RETROACTIVE RE-TAX REPORT     ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wrh-run-date                 pic x(10).

   01 ws-retax-header-2.
      05 filler                       pic x(14) value "JURISDICTION: ".
      05 wrh-jurisdiction             pic x(5).
      05 filler                       pic x(23)
         value "   TRANSACTION DATES: ".
      05 wrh-from                     pic x(8).
      05 filler                       pic x(4)  value " TO ".
      05 wrh-to                       pic x(8).

   01 ws-retax-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(10) value "DATE".
      05 filler                       pic x(7)  value "ITEMS".
      05 filler                       pic x(13) value "AMOUNT".
      05 filler                       pic x(13) value "TAX CHARGED".
      05 filler                       pic x(13) value "CORRECTED".
      05 filler                       pic x(13) value "ADJUSTMENT".

   01 ws-retax-detail.
      05 wrd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wrd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wrd-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wrd-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wrd-items                    pic zzzz9.
      05 filler                       pic x(2)  value spaces.
      05 wrd-amount                   pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-old-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-new-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-adjustment               pic -(7)9.99.

   01 ws-retax-comp-totals.
      05 filler                       pic x(3)  value "CO.".
      05 filler                       pic x(1)  value spaces.
      05 wrc-company                  pic x(3).
      05 filler                       pic x(5)  value " TOT".
      05 wrc-invoices                 pic z(6)9.
      05 filler                       pic x(21)
         value " INVOICES ADJUSTED".
      05 filler                       pic x(15) value spaces.
      05 wrc-old-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrc-new-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrc-adjustment               pic -(7)9.99.

   01 ws-retax-totals.
      05 filler                       pic x(12) value "TOTAL".
      05 wrt-invoices                 pic z(6)9.
      05 filler                       pic x(21)
         value " INVOICES ADJUSTED".
      05 filler                       pic x(15) value spaces.
      05 wrt-old-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrt-new-tax                  pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrt-adjustment               pic -(7)9.99.

   01 ws-retax-unchanged-line.
      05 filler                       pic x(36)
         value "INVOICES RE-PRICED WITH NO CHANGE: ".
      05 wru-unchanged                pic z(6)9.

   01 ws-remit-adj-header.
      05 filler                       pic x(30)
         value "REMITTANCE ADJUSTMENT         ".
      05 filler                       pic x(8)  value "PERIOD: ".
      05 wah-period                   pic x(6).

   01 ws-remit-adj-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(7)  value "JURIS".
      05 filler                       pic x(13) value "STATE TAX".
      05 filler                       pic x(13) value "COUNTY TAX".
      05 filler                       pic x(13) value "CITY TAX".
      05 filler                       pic x(13) value "TOTAL TAX".

   01 ws-remit-adj-detail.
      05 wad-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wad-jurisdiction             pic x(5).
      05 filler                       pic x(2)  value spaces.
      05 wad-state-tax                pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wad-county-tax               pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wad-city-tax                 pic -(7)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wad-tax-total                pic -(7)9.99.

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(30).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   perform get-retax-parameters
   perform load-company-master
   perform load-tax-rates
   perform load-exemption-certs
   perform open-retax-outputs
   sort sort-work-file
      on ascending key srt-company srt-customer-id
                       srt-invoice-number
      input procedure is release-affected-items
      output procedure is build-invoice-adjustments
   perform write-gl-adjustments
   perform write-remittance-adjustments
   close retax-report-file
   close adjustment-feed-file
   perform display-retax-results
*> RC4 = nothing in the range for the jurisdiction, which usually
*> means a mistyped PARM; RC8 = items on a company no longer on
*> COMPFILE, which the GL cannot post and were left out
   if ws-items-unposted > 0
      move 8 to return-code
   else
      if ws-items-selected = 0
         move 4 to return-code
      else
         move 0 to return-code
      end-if
   end-if
   stop run.

   get-retax-parameters.
      if ls-parm-length < 19
         display "RE-TAX PARM MISSING - SUPPLY"
            " PARM='JURIS,YYYYMMDD,YYYYMMDD'"
         perform abend-program
      end-if
      move spaces to ws-parm-text
      if ls-parm-length <= 30
         move ls-parm-text(1:ls-parm-length) to ws-parm-text
      else
         move ls-parm-text to ws-parm-text
      end-if
      move spaces to ws-juris-token
      move spaces to ws-from-token
      move spaces to ws-to-token
      unstring ws-parm-text delimited by ","
         into ws-juris-token ws-from-token ws-to-token
      end-unstring
      move ws-juris-token(1:5) to ws-retax-juris
      move ws-from-token(1:8) to ws-from-date
      move ws-to-token(1:8) to ws-to-date
      if ws-retax-juris = spaces
         display "RE-TAX JURISDICTION MISSING: " ws-parm-text
         perform abend-program
      end-if
      if ws-from-date is not numeric or ws-to-date is not numeric
         display "RE-TAX DATES NOT YYYYMMDD,YYYYMMDD: " ws-parm-text
         perform abend-program
      end-if
      if ws-to-date < ws-from-date
         display "TO-DATE BEFORE FROM-DATE: " ws-parm-text
         perform abend-program
      end-if.

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
            move 0 to ws-compa-increase(ws-comp-count)
            move 0 to ws-compa-decrease(ws-comp-count)
            move 0 to ws-compa-state-tax(ws-comp-count)
            move 0 to ws-compa-county-tax(ws-comp-count)
            move 0 to ws-compa-city-tax(ws-comp-count)
            move 0 to ws-compa-invoices(ws-comp-count)
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

*> a missing or empty rate master is a hard error - re-pricing
*> against nothing would back every item out to the default
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
            move trt-fin-chg-taxable to ws-rate-fin-chg(ws-rate-count)
         else
            display "TAX RATE MASTER EXCEEDS TABLE LIMIT OF 200"
            perform abend-program
         end-if
         read tax-rate-file
            at end set ws-rate-file-eof to true
         end-read
      end-perform
      close tax-rate-file
      if ws-rate-count = 0
         display "TAX RATE MASTER IS EMPTY - LOAD RATES VIA RATEMNT"
         perform abend-program
      end-if.

*> no CERTFILE simply means no customer holds a certificate
   load-exemption-certs.
      open input exemption-cert-file
      if ws-cert-file-not-found
         move 0 to ws-cert-count
      else
         if not ws-cert-file-ok
            display "UNABLE TO OPEN CERTFILE - FILE STATUS "
               ws-cert-file-status
            perform abend-program
         end-if
         read exemption-cert-file
            at end set ws-cert-file-eof to true
         end-read
         perform until ws-cert-file-eof
            if ws-cert-count < 100
               add 1 to ws-cert-count
               move cert-customer-id to ws-cert-customer(ws-cert-count)
               move cert-jurisdiction to ws-cert-juris(ws-cert-count)
               move cert-expiration to ws-cert-expiry(ws-cert-count)
            else
               display "CERTIFICATE FILE EXCEEDS TABLE LIMIT OF 100"
               perform abend-program
            end-if
            read exemption-cert-file
               at end set ws-cert-file-eof to true
            end-read
         end-perform
         close exemption-cert-file
      end-if.

   open-retax-outputs.
      open output retax-report-file
      if not ws-retax-report-ok
         display "UNABLE TO OPEN RTXRPT - FILE STATUS "
            ws-retax-report-status
         perform abend-program
      end-if
      open output adjustment-feed-file
      if not ws-adj-feed-ok
         display "UNABLE TO OPEN RTXFEED - FILE STATUS "
            ws-adj-feed-status
         perform abend-program
      end-if
      string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
             "-" ws-current-date-time(7:2) into ws-run-date-display
      move ws-run-date-display to wrh-run-date
      move ws-retax-header to retax-report-record
      write retax-report-record
      move ws-retax-juris to wrh-jurisdiction
      move ws-from-date to wrh-from
      move ws-to-date to wrh-to
      move ws-retax-header-2 to retax-report-record
      write retax-report-record
      move ws-retax-column-heads to retax-report-record
      write retax-report-record.

*> every retained feed record for the jurisdiction whose business
*> date falls in the corrected range, re-priced and released
*> signed (credit memos negative) for netting by invoice
   release-affected-items.
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
         if tf-jurisdiction = ws-retax-juris
               and tf-transaction-date >= ws-from-date
               and tf-transaction-date <= ws-to-date
            add 1 to ws-items-selected
            perform release-repriced-item
         end-if
         read tax-feed-file
            at end set ws-tax-feed-eof to true
         end-read
      end-perform
      close tax-feed-file.

   release-repriced-item.
      move tf-company to ws-lookup-company
      perform lookup-company
      if not ws-comp-found
         add 1 to ws-items-unposted
         display "COMPANY " tf-company " NOT ON COMPFILE - INVOICE "
            tf-invoice-number " CUSTOMER " tf-customer-id
            " NOT ADJUSTED"
      else
         perform reprice-feed-item
         perform split-original-tax
         move ws-comp-code(ws-comp-hold-idx) to srt-company
         move tf-customer-id to srt-customer-id
         move tf-invoice-number to srt-invoice-number
         move tf-transaction-date to srt-transaction-date
         move ws-applicable-rate to srt-new-rate
         if tf-transaction-type = "C"
            compute srt-amount = 0 - tf-amount
            compute srt-old-tax = 0 - tf-item-tax
            compute srt-old-state-tax = 0 - ws-old-state-tax
            compute srt-old-county-tax = 0 - ws-old-county-tax
            compute srt-old-city-tax = 0 - ws-old-city-tax
            compute srt-new-tax = 0 - ws-new-item-tax
            compute srt-new-state-tax = 0 - ws-new-state-tax
            compute srt-new-county-tax = 0 - ws-new-county-tax
            compute srt-new-city-tax = 0 - ws-new-city-tax
         else
            move tf-amount to srt-amount
            move tf-item-tax to srt-old-tax
            move ws-old-state-tax to srt-old-state-tax
            move ws-old-county-tax to srt-old-county-tax
            move ws-old-city-tax to srt-old-city-tax
            move ws-new-item-tax to srt-new-tax
            move ws-new-state-tax to srt-new-state-tax
            move ws-new-county-tax to srt-new-county-tax
            move ws-new-city-tax to srt-new-city-tax
         end-if
         release sort-record
      end-if.

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

*> the corrected tax - the row in force on the item's business
*> date, zeroed by a certificate that was in force the night the
*> item was accepted, each component rounded on its own and
*> summed, exactly as the nightly run computes it - a finance
*> charge included, untaxed unless the row in force taxes it
   reprice-feed-item.
      perform lookup-corrected-rate
      perform lookup-exemption-cert
      if ws-cert-exempt
            or (tf-transaction-type = "F"
               and not ws-applicable-fin-chg-taxed)
         move 0 to ws-applicable-rate
         move 0 to ws-applicable-state-rate
         move 0 to ws-applicable-county-rate
         move 0 to ws-applicable-city-rate
      end-if
      compute ws-new-state-tax rounded
         = tf-amount * ws-applicable-state-rate
      compute ws-new-county-tax rounded
         = tf-amount * ws-applicable-county-rate
      compute ws-new-city-tax rounded
         = tf-amount * ws-applicable-city-rate
      compute ws-new-item-tax = ws-new-state-tax
         + ws-new-county-tax + ws-new-city-tax.

   lookup-corrected-rate.
      move "N" to ws-rate-found-switch
      move "N" to ws-applicable-fin-chg
      if tf-transaction-date is numeric
         move tf-transaction-date to ws-rate-lookup-date
      else
         move tf-run-date to ws-rate-lookup-date
      end-if
      perform varying ws-rate-idx from 1 by 1
            until ws-rate-idx > ws-rate-count or ws-rate-found
         if ws-rate-juris(ws-rate-idx) = tf-jurisdiction
               and ws-rate-from(ws-rate-idx) <= ws-rate-lookup-date
               and ws-rate-to(ws-rate-idx) >= ws-rate-lookup-date
            move "Y" to ws-rate-found-switch
            move ws-rate-state(ws-rate-idx)
               to ws-applicable-state-rate
            move ws-rate-county(ws-rate-idx)
               to ws-applicable-county-rate
            move ws-rate-city(ws-rate-idx)
               to ws-applicable-city-rate
            move ws-rate-fin-chg(ws-rate-idx)
               to ws-applicable-fin-chg
            compute ws-applicable-rate = ws-applicable-state-rate
               + ws-applicable-county-rate + ws-applicable-city-rate
         end-if
      end-perform
      if not ws-rate-found
         move ws-default-tax-rate to ws-applicable-rate
         move ws-default-tax-rate to ws-applicable-state-rate
         move 0 to ws-applicable-county-rate
         move 0 to ws-applicable-city-rate
      end-if.

   lookup-exemption-cert.
      move "N" to ws-cert-exempt-switch
      perform varying ws-cert-idx from 1 by 1
            until ws-cert-idx > ws-cert-count or ws-cert-exempt
         if ws-cert-customer(ws-cert-idx) = tf-customer-id
               and ws-cert-juris(ws-cert-idx) = tf-jurisdiction
               and ws-cert-expiry(ws-cert-idx) >= tf-run-date
            move "Y" to ws-cert-exempt-switch
         end-if
      end-perform.

*> recover the component split of the tax originally charged:
*> the first row for the jurisdiction whose blended rate is the
*> rate the feed says was applied, and whose components rounded
*> the nightly way reproduce the item tax to the cent
   split-original-tax.
      move 0 to ws-old-state-tax
      move 0 to ws-old-county-tax
      move 0 to ws-old-city-tax
      move "N" to ws-split-found-switch
      if tf-item-tax = 0
         move "Y" to ws-split-found-switch
      end-if
      perform varying ws-rate-idx from 1 by 1
            until ws-rate-idx > ws-rate-count or ws-split-found
         compute ws-row-total-rate = ws-rate-state(ws-rate-idx)
            + ws-rate-county(ws-rate-idx) + ws-rate-city(ws-rate-idx)
         if ws-rate-juris(ws-rate-idx) = tf-jurisdiction
               and ws-row-total-rate = tf-applied-rate
            compute ws-old-state-tax rounded
               = tf-amount * ws-rate-state(ws-rate-idx)
            compute ws-old-county-tax rounded
               = tf-amount * ws-rate-county(ws-rate-idx)
            compute ws-old-city-tax rounded
               = tf-amount * ws-rate-city(ws-rate-idx)
            compute ws-old-split-total = ws-old-state-tax
               + ws-old-county-tax + ws-old-city-tax
            if ws-old-split-total = tf-item-tax
               move "Y" to ws-split-found-switch
            end-if
         end-if
      end-perform
      if not ws-split-found
         move tf-item-tax to ws-old-state-tax
         move 0 to ws-old-county-tax
         move 0 to ws-old-city-tax
      end-if.

*> control break on company, then invoice: each invoice nets its
*> items (and any earlier adjustment on it) into one difference;
*> an invoice whose tax comes out unchanged writes nothing
   build-invoice-adjustments.
      perform return-sorted-item
      perform until ws-sort-eof
         move srt-company to ws-current-company
         move 0 to ws-co-invoices
         move 0 to ws-co-old-tax
         move 0 to ws-co-new-tax
         move 0 to ws-co-adjustment
         perform until ws-sort-eof
               or srt-company not = ws-current-company
            perform net-one-invoice
         end-perform
         perform write-company-totals
      end-perform
      move ws-invoices-adjusted to wrt-invoices
      move ws-grand-old-tax to wrt-old-tax
      move ws-grand-new-tax to wrt-new-tax
      move ws-grand-adjustment to wrt-adjustment
      move ws-retax-totals to retax-report-record
      write retax-report-record
      move ws-invoices-unchanged to wru-unchanged
      move ws-retax-unchanged-line to retax-report-record
      write retax-report-record.

   return-sorted-item.
      return sort-work-file
         at end set ws-sort-eof to true
      end-return.

   net-one-invoice.
      move srt-customer-id to ws-current-customer
      move srt-invoice-number to ws-current-invoice
      move srt-transaction-date to ws-inv-date
      move srt-new-rate to ws-inv-rate
      move 0 to ws-inv-items
      move 0 to ws-inv-amount
      move 0 to ws-inv-old-tax
      move 0 to ws-inv-new-tax
      move 0 to ws-inv-state-diff
      move 0 to ws-inv-county-diff
      move 0 to ws-inv-city-diff
      perform until ws-sort-eof
            or srt-company not = ws-current-company
            or srt-customer-id not = ws-current-customer
            or srt-invoice-number not = ws-current-invoice
         add 1 to ws-inv-items
         add srt-amount to ws-inv-amount
         add srt-old-tax to ws-inv-old-tax
         add srt-new-tax to ws-inv-new-tax
         compute ws-inv-state-diff = ws-inv-state-diff
            + srt-new-state-tax - srt-old-state-tax
         compute ws-inv-county-diff = ws-inv-county-diff
            + srt-new-county-tax - srt-old-county-tax
         compute ws-inv-city-diff = ws-inv-city-diff
            + srt-new-city-tax - srt-old-city-tax
*> the adjustment carries the invoice's earliest business date so
*> it ages and states with the invoice it corrects
         if srt-transaction-date < ws-inv-date
            move srt-transaction-date to ws-inv-date
         end-if
         perform return-sorted-item
      end-perform
      compute ws-inv-adjustment = ws-inv-new-tax - ws-inv-old-tax
      if ws-inv-adjustment = 0
         add 1 to ws-invoices-unchanged
      else
         perform write-invoice-adjustment
      end-if.

   write-invoice-adjustment.
      add 1 to ws-invoices-adjusted
      add 1 to ws-co-invoices
      add ws-inv-old-tax to ws-co-old-tax
      add ws-inv-new-tax to ws-co-new-tax
      add ws-inv-adjustment to ws-co-adjustment
      add ws-inv-old-tax to ws-grand-old-tax
      add ws-inv-new-tax to ws-grand-new-tax
      add ws-inv-adjustment to ws-grand-adjustment
      move ws-current-company to ws-lookup-company
      perform lookup-company
      add 1 to ws-compa-invoices(ws-comp-hold-idx)
      if ws-inv-adjustment > 0
         add ws-inv-adjustment to ws-compa-increase(ws-comp-hold-idx)
      else
         subtract ws-inv-adjustment
            from ws-compa-decrease(ws-comp-hold-idx)
      end-if
      add ws-inv-state-diff to ws-compa-state-tax(ws-comp-hold-idx)
      add ws-inv-county-diff
         to ws-compa-county-tax(ws-comp-hold-idx)
      add ws-inv-city-diff to ws-compa-city-tax(ws-comp-hold-idx)
      move ws-current-company to wrd-company
      move ws-current-customer to wrd-customer
      move ws-current-invoice to wrd-invoice
      move ws-inv-date to wrd-date
      move ws-inv-items to wrd-items
      move ws-inv-amount to wrd-amount
      move ws-inv-old-tax to wrd-old-tax
      move ws-inv-new-tax to wrd-new-tax
      move ws-inv-adjustment to wrd-adjustment
      move ws-retax-detail to retax-report-record
      write retax-report-record
*> back to billing as a zero-amount item carrying only the tax
*> difference - a sale when the customer owes more, a credit memo
*> when they were over-charged
      move ws-current-invoice to afd-invoice-number
      move ws-current-customer to afd-customer-id
      move ws-current-company to afd-company
      move ws-inv-date to afd-transaction-date
      move ws-retax-juris to afd-jurisdiction
      move ws-inv-rate to afd-applied-rate
      move 0 to afd-amount
      if ws-inv-adjustment > 0
         move "S" to afd-transaction-type
         move ws-inv-adjustment to afd-item-tax
      else
         move "C" to afd-transaction-type
         compute afd-item-tax = 0 - ws-inv-adjustment
      end-if
      move ws-current-date-time(1:8) to afd-run-date
      write adjustment-feed-record.

   write-company-totals.
      move ws-current-company to wrc-company
      move ws-co-invoices to wrc-invoices
      move ws-co-old-tax to wrc-old-tax
      move ws-co-new-tax to wrc-new-tax
      move ws-co-adjustment to wrc-adjustment
      move ws-retax-comp-totals to retax-report-record
      write retax-report-record.

*> per company, increases post C tax / D clearing and decreases
*> the reverse, each side gross, booked to the current period the
*> way any other night's activity is. No adjustment, no postings.
   write-gl-adjustments.
      open output gl-extract-file
      if not ws-gl-extract-ok
         display "UNABLE TO OPEN RTXGLEX - FILE STATUS "
            ws-gl-extract-status
         perform abend-program
      end-if
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         if ws-compa-increase(ws-comp-idx) > 0
            move ws-comp-code(ws-comp-idx) to gl-company
            move ws-comp-tax-account(ws-comp-idx) to gl-account-code
            move "C" to gl-debit-credit-indicator
            move ws-compa-increase(ws-comp-idx) to gl-amount
            perform write-gl-adjustment-record
            move ws-comp-code(ws-comp-idx) to gl-company
            move ws-comp-clr-account(ws-comp-idx) to gl-account-code
            move "D" to gl-debit-credit-indicator
            move ws-compa-increase(ws-comp-idx) to gl-amount
            perform write-gl-adjustment-record
         end-if
         if ws-compa-decrease(ws-comp-idx) > 0
            move ws-comp-code(ws-comp-idx) to gl-company
            move ws-comp-tax-account(ws-comp-idx) to gl-account-code
            move "D" to gl-debit-credit-indicator
            move ws-compa-decrease(ws-comp-idx) to gl-amount
            perform write-gl-adjustment-record
            move ws-comp-code(ws-comp-idx) to gl-company
            move ws-comp-clr-account(ws-comp-idx) to gl-account-code
            move "C" to gl-debit-credit-indicator
            move ws-compa-decrease(ws-comp-idx) to gl-amount
            perform write-gl-adjustment-record
         end-if
      end-perform
      close gl-extract-file.

   write-gl-adjustment-record.
      move ws-current-date-time(1:6) to gl-period
      move ws-current-date-time(1:8) to gl-run-date
      write gl-extract-record
      add 1 to ws-gl-records.

*> one remittance adjustment per company that had any, for the
*> corrected jurisdiction - the taxable base itself did not
*> change, only the tax on it
   write-remittance-adjustments.
      open output remittance-extract-file
      if not ws-remit-extract-ok
         display "UNABLE TO OPEN RTXREMX - FILE STATUS "
            ws-remit-extract-status
         perform abend-program
      end-if
      move spaces to retax-report-record
      write retax-report-record
      move ws-current-date-time(1:6) to wah-period
      move ws-remit-adj-header to retax-report-record
      write retax-report-record
      move ws-remit-adj-column-heads to retax-report-record
      write retax-report-record
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         if ws-compa-invoices(ws-comp-idx) > 0
            perform write-remittance-adjustment
         end-if
      end-perform
      close remittance-extract-file.

   write-remittance-adjustment.
      compute ws-remit-tax-total = ws-compa-state-tax(ws-comp-idx)
         + ws-compa-county-tax(ws-comp-idx)
         + ws-compa-city-tax(ws-comp-idx)
      move ws-comp-code(ws-comp-idx) to wad-company
      move ws-retax-juris to wad-jurisdiction
      move ws-compa-state-tax(ws-comp-idx) to wad-state-tax
      move ws-compa-county-tax(ws-comp-idx) to wad-county-tax
      move ws-compa-city-tax(ws-comp-idx) to wad-city-tax
      move ws-remit-tax-total to wad-tax-total
      move ws-remit-adj-detail to retax-report-record
      write retax-report-record
      move ws-comp-code(ws-comp-idx) to rem-company
      move ws-retax-juris to rem-jurisdiction
      move 0 to rem-taxable-base
      move ws-compa-state-tax(ws-comp-idx) to rem-state-tax
      move ws-compa-county-tax(ws-comp-idx) to rem-county-tax
      move ws-compa-city-tax(ws-comp-idx) to rem-city-tax
      move ws-remit-tax-total to rem-tax-collected
      move ws-current-date-time(1:6) to rem-period
      move ws-current-date-time(1:8) to rem-run-date
      write remittance-extract-record
      add 1 to ws-remit-records.

   display-retax-results.
      display "Re-tax jurisdiction:   " ws-retax-juris
      display "Transaction dates:     " ws-from-date " TO " ws-to-date
      display "Feed items selected:   " ws-items-selected
      display "Invoices adjusted:     " ws-invoices-adjusted
      display "Invoices unchanged:    " ws-invoices-unchanged
      display "Items not adjusted:    " ws-items-unposted
      display "GL postings written:   " ws-gl-records
      display "Remittance records:    " ws-remit-records
      display "Re-tax report written to RTXRPT".

   abend-program.
      move 16 to return-code
      stop run.
