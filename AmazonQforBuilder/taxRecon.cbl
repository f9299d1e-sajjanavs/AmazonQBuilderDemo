identification division.
program-id. tax-recon.

*> three-way tax liability reconciliation. The same sales tax is
*> recorded three times - item by item on the tax feed
*> (TF-ITEM-TAX on the retained TAXFEED generations), per
*> jurisdiction on the remittance extract (the retained REMEXTR
*> generations, which also carry re-tax's adjustment extracts),
*> and as postings to each company's tax account on the GL
*> extract (the retained GLEXTR generations). This run proves
*> they agree, per company and per run date, over a date range or
*> a whole close period:
*>
*>   ITEM = REMITTED             - every item's tax reached the
*>                                 remittance the tax department
*>                                 files from;
*>   ITEM - BAD DEBT = GL        - the tax account moved by the
*>                                 tax billed, less the tax
*>                                 recovered on written-off
*>                                 invoices (the retained WOTAX
*>                                 generations from wo-approve),
*>                                 which is the one legitimate
*>                                 reconciling item between them.
*>
*> The remittance and bad-debt figures carry a jurisdiction, so
*> item tax is also tied to the remittance per company and
*> jurisdiction over the range. TRCNRPT lists every day with any
*> activity for each company, with both differences broken out,
*> then the jurisdiction tie-out, then the verdict.
*>
*> json-sum-tax folds company/jurisdiction pairs past its table
*> limit into an "ALL"/"OTHER" remittance bucket. On a day with
*> that bucket the remittance cannot be split by company, so the
*> day's item tax is tied to its remittance across all companies
*> instead, and jurisdiction differences in a range with an
*> overflow day are shown but not failed.
*>
*> PARM='YYYYMM' reconciles a close period, PARM='YYYYMMDD,
*> YYYYMMDD' an inclusive run-date range of up to 92 days (a
*> quarter). RC8 = a difference somewhere - the period must not
*> close until it is explained. RC4 = the three agree, but
*> records were left out: generations written before the run date
*> joined the layouts (undated), or a company no longer on
*> COMPFILE.

environment division.
input-output section.
file-control.
   select tax-feed-file assign to "TAXFDALL"
      organization is line sequential
      file status is ws-tax-feed-status.

   select remittance-file assign to "REMXALL"
      organization is line sequential
      file status is ws-remit-status.

   select write-off-tax-file assign to "WOTXALL"
      organization is line sequential
      file status is ws-wo-tax-status.

   select gl-daily-file assign to "GLDAILY"
      organization is line sequential
      file status is ws-gl-daily-status.

   select company-file assign to "COMPFILE"
      organization is line sequential
      file status is ws-company-file-status.

   select recon-report-file assign to "TRCNRPT"
      organization is line sequential
      file status is ws-recon-report-status.

data division.
file section.
   fd  tax-feed-file.
   copy TAXFDREC.

   fd  remittance-file.
   copy REMXREC.

*> the write-off recovery extract is REMXREC field for field -
*> laid out here under its own names because the remittance file
*> already owns the copybook's
   fd  write-off-tax-file.
   01  write-off-tax-record.
       05 wtx-company                   pic x(3).
       05 wtx-jurisdiction              pic x(5).
       05 wtx-taxable-base              pic s9(9)v99.
       05 wtx-state-tax                 pic s9(9)v99.
       05 wtx-county-tax                pic s9(9)v99.
       05 wtx-city-tax                  pic s9(9)v99.
       05 wtx-tax-collected             pic s9(9)v99.
       05 wtx-period                    pic x(6).
       05 wtx-run-date                  pic x(8).

   fd  gl-daily-file.
   copy GLEXREC.

   fd  company-file.
   copy COMPREC.

   fd  recon-report-file.
   01  recon-report-record              pic x(132).

working-storage section.
   01 ws-tax-feed-status              pic xx.
      88 ws-tax-feed-ok                value "00".
      88 ws-tax-feed-eof               value "10".

   01 ws-remit-status                 pic xx.
      88 ws-remit-ok                   value "00".
      88 ws-remit-eof                  value "10".

   01 ws-wo-tax-status                pic xx.
      88 ws-wo-tax-ok                  value "00".
      88 ws-wo-tax-eof                 value "10".
      88 ws-wo-tax-not-found           value "35".

   01 ws-gl-daily-status              pic xx.
      88 ws-gl-daily-ok                value "00".
      88 ws-gl-daily-eof               value "10".

   01 ws-company-file-status          pic xx.
      88 ws-company-file-ok            value "00".
      88 ws-company-file-eof           value "10".

   01 ws-recon-report-status          pic xx.
      88 ws-recon-report-ok            value "00".

*> the run-date range being reconciled
   01 ws-parm-text                    pic x(30).
   01 ws-from-token                   pic x(10).
   01 ws-to-token                     pic x(10).
   01 ws-from-date                    pic x(8).
   01 ws-to-date                      pic x(8).
   01 ws-check-date                   pic x(8).
   01 ws-check-date-num redefines ws-check-date.
      05 ws-check-year                pic 9(4).
      05 ws-check-month               pic 9(2).
      05 ws-check-day                 pic 9(2).
   01 ws-date-ok-switch               pic x value "N".
      88 ws-date-ok                   value "Y".
   01 ws-date-work                    pic 9(8).
   01 ws-from-int                     pic 9(8).
   01 ws-to-int                       pic 9(8).
   01 ws-record-int                   pic 9(8).
   01 ws-range-days                   pic 9(3).
   01 ws-period-year                  pic 9(4).
   01 ws-period-month                 pic 9(2).

*> operating companies and the tax account each posts to
   01 ws-comp-table.
      05 ws-comp-entry occurs 5 times.
         10 ws-comp-code              pic x(3).
         10 ws-comp-name              pic x(30).
         10 ws-comp-tax-account       pic x(10).
   01 ws-comp-count                   pic 9(1) value 0.
   01 ws-comp-idx                     pic 9(1).
   01 ws-record-comp                  pic 9(1).
   01 ws-comp-found-switch            pic x value "N".
      88 ws-comp-found                value "Y".
   01 ws-lookup-company               pic x(3).

*> one slot per company per day of the range
   01 ws-day-table.
      05 ws-comp-days occurs 5 times.
         10 ws-day-entry occurs 92 times.
            15 ws-day-item-tax        pic s9(9)v99.
            15 ws-day-remit-tax       pic s9(9)v99.
            15 ws-day-bad-debt        pic s9(9)v99.
            15 ws-day-gl-tax          pic s9(9)v99.
   01 ws-day-idx                      pic 9(3).
   01 ws-record-day                   pic 9(3).

*> the cross-company remittance overflow bucket, by day
   01 ws-overflow-table.
      05 ws-ovf-entry occurs 92 times.
         10 ws-ovf-switch             pic x.
            88 ws-ovf-day             value "Y".
         10 ws-ovf-remit-tax          pic s9(9)v99.
   01 ws-overflow-seen-switch         pic x value "N".
      88 ws-overflow-seen             value "Y".

*> per company per jurisdiction over the whole range
   01 ws-juris-table.
      05 ws-juris-entry occurs 300 times.
         10 ws-jur-company            pic x(3).
         10 ws-jur-code               pic x(5).
         10 ws-jur-item-tax           pic s9(9)v99.
         10 ws-jur-remit-tax          pic s9(9)v99.
         10 ws-jur-bad-debt           pic s9(9)v99.
   01 ws-jur-count                    pic 9(3) value 0.
   01 ws-jur-idx                      pic 9(3).
   01 ws-jur-found-switch             pic x value "N".
      88 ws-jur-found                 value "Y".
   01 ws-lookup-juris                 pic x(5).

   01 ws-record-tax                   pic s9(9)v99.
   01 ws-item-remit-diff              pic s9(9)v99.
   01 ws-gl-diff                      pic s9(9)v99.
   01 ws-day-activity-switch          pic x value "N".
      88 ws-day-has-activity          value "Y".

   01 ws-co-item-tax                  pic s9(9)v99.
   01 ws-co-remit-tax                 pic s9(9)v99.
   01 ws-co-bad-debt                  pic s9(9)v99.
   01 ws-co-gl-tax                    pic s9(9)v99.
   01 ws-all-item-tax                 pic s9(9)v99.
   01 ws-all-remit-tax                pic s9(9)v99.

   01 ws-mismatch-count               pic 9(5) value 0.
   01 ws-undated-count                pic 9(7) value 0.
   01 ws-unknown-comp-count           pic 9(7) value 0.
   01 ws-feed-records                 pic 9(7) value 0.
   01 ws-remit-records                pic 9(7) value 0.
   01 ws-wo-tax-records               pic 9(7) value 0.
   01 ws-gl-records                   pic 9(7) value 0.

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-recon-header.
      05 filler                       pic x(36)
         value "TAX LIABILITY RECONCILIATION       ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wrh-run-date                 pic x(10).

   01 ws-recon-header-2.
      05 filler                       pic x(11) value "RUN DATES: ".
      05 wrh-from                     pic x(8).
      05 filler                       pic x(4)  value " TO ".
      05 wrh-to                       pic x(8).

   01 ws-recon-comp-header.
      05 filler                       pic x(8)  value "COMPANY ".
      05 wrc-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wrc-name                     pic x(30).
      05 filler                       pic x(14) value "  TAX ACCOUNT ".
      05 wrc-tax-account              pic x(10).

   01 ws-recon-column-heads.
      05 filler                       pic x(10) value "RUN DATE".
      05 filler                       pic x(14) value "    ITEM TAX".
      05 filler                       pic x(14) value "    REMITTED".
      05 filler                       pic x(14) value "    BAD DEBT".
      05 filler                       pic x(14) value "      GL TAX".
      05 filler                       pic x(14) value " ITEM-REMIT".
      05 filler                       pic x(14) value " ITEM-BD-GL".
      05 filler                       pic x(20) value "STATUS".

   01 ws-recon-detail.
      05 wrd-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wrd-item-tax                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-remit-tax                pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-bad-debt                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-gl-tax                   pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-remit-diff               pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-gl-diff                  pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-status                   pic x(20).

   01 ws-overflow-header.
      05 filler                       pic x(60) value
         "DAYS WITH REMITTANCE OVERFLOW - TIED ACROSS ALL COMPANIES".

   01 ws-overflow-column-heads.
      05 filler                       pic x(10) value "RUN DATE".
      05 filler                       pic x(14) value "    ITEM TAX".
      05 filler                       pic x(14) value "    REMITTED".
      05 filler                       pic x(14) value " ITEM-REMIT".
      05 filler                       pic x(20) value "STATUS".

   01 ws-overflow-detail.
      05 wod-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wod-item-tax                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wod-remit-tax                pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wod-remit-diff               pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wod-status                   pic x(20).

   01 ws-juris-header.
      05 filler                       pic x(60) value
         "JURISDICTION TIE-OUT - ITEM TAX VS REMITTED, WHOLE RANGE".

   01 ws-juris-column-heads.
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(7)  value "JURIS".
      05 filler                       pic x(14) value "    ITEM TAX".
      05 filler                       pic x(14) value "    REMITTED".
      05 filler                       pic x(14) value " ITEM-REMIT".
      05 filler                       pic x(14) value "    BAD DEBT".
      05 filler                       pic x(20) value "STATUS".

   01 ws-juris-detail.
      05 wjd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wjd-jurisdiction             pic x(5).
      05 filler                       pic x(2)  value spaces.
      05 wjd-item-tax                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wjd-remit-tax                pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wjd-remit-diff               pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wjd-bad-debt                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wjd-status                   pic x(20).

   01 ws-recon-verdict.
      05 wrv-text                     pic x(100).

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(30).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   perform get-recon-range
   perform load-companies
   perform clear-recon-tables
   perform read-tax-feed
   perform read-remittance
   perform read-write-off-tax
   perform read-gl-postings
   perform write-recon-report
   display wrv-text
   display "Tax feed records:      " ws-feed-records
   display "Remittance records:    " ws-remit-records
   display "Write-off tax records: " ws-wo-tax-records
   display "GL tax postings:       " ws-gl-records
   display "Undated records:       " ws-undated-count
   display "Unknown company:       " ws-unknown-comp-count
   display "Differences:           " ws-mismatch-count
   display "Reconciliation written to TRCNRPT"
   if ws-mismatch-count > 0
      move 8 to return-code
   else
      if ws-undated-count > 0 or ws-unknown-comp-count > 0
         move 4 to return-code
      else
         move 0 to return-code
      end-if
   end-if
   stop run.

*> YYYYMM is the whole calendar month; otherwise an explicit
*> inclusive range
   get-recon-range.
      if ls-parm-length < 6
         display "RECON PARM MISSING - SUPPLY PARM='YYYYMM' OR"
            " PARM='YYYYMMDD,YYYYMMDD'"
         perform abend-program
      end-if
      move spaces to ws-parm-text
      if ls-parm-length <= 30
         move ls-parm-text(1:ls-parm-length) to ws-parm-text
      else
         move ls-parm-text to ws-parm-text
      end-if
      if ls-parm-length = 6
         move ws-parm-text(1:6) to ws-from-date(1:6)
         move "01" to ws-from-date(7:2)
         move ws-from-date to ws-check-date
         perform validate-date
         if not ws-date-ok
            display "RECON PERIOD NOT YYYYMM: " ws-parm-text
            perform abend-program
         end-if
         move ws-check-year to ws-period-year
         move ws-check-month to ws-period-month
         if ws-period-month = 12
            add 1 to ws-period-year
            move 1 to ws-period-month
         else
            add 1 to ws-period-month
         end-if
         compute ws-date-work = ws-period-year * 10000
            + ws-period-month * 100 + 1
         compute ws-to-int
            = function integer-of-date(ws-date-work) - 1
         compute ws-date-work = function date-of-integer(ws-to-int)
         move ws-date-work to ws-to-date
      else
         move spaces to ws-from-token
         move spaces to ws-to-token
         unstring ws-parm-text delimited by ","
            into ws-from-token ws-to-token
         end-unstring
         move ws-from-token(1:8) to ws-from-date
         move ws-to-token(1:8) to ws-to-date
         move ws-from-date to ws-check-date
         perform validate-date
         if ws-date-ok
            move ws-to-date to ws-check-date
            perform validate-date
         end-if
         if not ws-date-ok
            display "RECON DATES NOT YYYYMMDD,YYYYMMDD: " ws-parm-text
            perform abend-program
         end-if
      end-if
      move ws-from-date to ws-date-work
      compute ws-from-int = function integer-of-date(ws-date-work)
      move ws-to-date to ws-date-work
      compute ws-to-int = function integer-of-date(ws-date-work)
      if ws-to-int < ws-from-int
         display "TO-DATE BEFORE FROM-DATE: " ws-parm-text
         perform abend-program
      end-if
      if ws-to-int - ws-from-int + 1 > 92
         display "RECON RANGE EXCEEDS 92 DAYS: " ws-parm-text
         perform abend-program
      end-if
      compute ws-range-days = ws-to-int - ws-from-int + 1.

   validate-date.
      move "N" to ws-date-ok-switch
      if ws-check-date is numeric
         if ws-check-month >= 1 and ws-check-month <= 12
               and ws-check-day >= 1 and ws-check-day <= 31
               and ws-check-year >= 1601
            move "Y" to ws-date-ok-switch
         end-if
      end-if.

   load-companies.
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
            move cmp-company-name to ws-comp-name(ws-comp-count)
            move cmp-gl-tax-account
               to ws-comp-tax-account(ws-comp-count)
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
         display "COMPANY FILE IS EMPTY - NOTHING TO RECONCILE"
         perform abend-program
      end-if.

   clear-recon-tables.
      perform varying ws-day-idx from 1 by 1
            until ws-day-idx > ws-range-days
         move "N" to ws-ovf-switch(ws-day-idx)
         move 0 to ws-ovf-remit-tax(ws-day-idx)
         perform varying ws-comp-idx from 1 by 1
               until ws-comp-idx > ws-comp-count
            move 0 to ws-day-item-tax(ws-comp-idx, ws-day-idx)
            move 0 to ws-day-remit-tax(ws-comp-idx, ws-day-idx)
            move 0 to ws-day-bad-debt(ws-comp-idx, ws-day-idx)
            move 0 to ws-day-gl-tax(ws-comp-idx, ws-day-idx)
         end-perform
      end-perform.

*> the record's run date as a day of the range - 0 when it is
*> outside it; an undated record is counted and left out
   locate-record-day.
      move 0 to ws-record-day
      if ws-check-date = spaces or ws-check-date is not numeric
         add 1 to ws-undated-count
      else
         if ws-check-date >= ws-from-date
               and ws-check-date <= ws-to-date
            move ws-check-date to ws-date-work
            compute ws-record-int
               = function integer-of-date(ws-date-work)
            compute ws-record-day = ws-record-int - ws-from-int + 1
         end-if
      end-if.

*> blank is the primary (first-listed) company, as everywhere else
   resolve-record-company.
      if ws-lookup-company = spaces
         move "Y" to ws-comp-found-switch
         move 1 to ws-record-comp
      else
         move "N" to ws-comp-found-switch
         perform varying ws-comp-idx from 1 by 1
               until ws-comp-idx > ws-comp-count or ws-comp-found
            if ws-comp-code(ws-comp-idx) = ws-lookup-company
               move "Y" to ws-comp-found-switch
               move ws-comp-idx to ws-record-comp
            end-if
         end-perform
      end-if
      if not ws-comp-found
         add 1 to ws-unknown-comp-count
         display "COMPANY " ws-lookup-company
            " NOT ON COMPFILE - RECORD LEFT OUT OF THE TIE-OUT"
      end-if.

   find-jurisdiction.
      move ws-comp-code(ws-record-comp) to ws-lookup-company
      move "N" to ws-jur-found-switch
      perform varying ws-jur-idx from 1 by 1
            until ws-jur-idx > ws-jur-count or ws-jur-found
         if ws-jur-company(ws-jur-idx) = ws-lookup-company
               and ws-jur-code(ws-jur-idx) = ws-lookup-juris
            move "Y" to ws-jur-found-switch
         end-if
      end-perform
      if ws-jur-found
         subtract 1 from ws-jur-idx
      else
         if ws-jur-count >= 300
            display "JURISDICTION TABLE EXCEEDS LIMIT OF 300"
            perform abend-program
         end-if
         add 1 to ws-jur-count
         move ws-jur-count to ws-jur-idx
         move ws-lookup-company to ws-jur-company(ws-jur-idx)
         move ws-lookup-juris to ws-jur-code(ws-jur-idx)
         move 0 to ws-jur-item-tax(ws-jur-idx)
         move 0 to ws-jur-remit-tax(ws-jur-idx)
         move 0 to ws-jur-bad-debt(ws-jur-idx)
      end-if.

*> item tax, signed - credit memos reduce it
   read-tax-feed.
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
         move tf-run-date to ws-check-date
         perform locate-record-day
         if ws-record-day > 0
            move tf-company to ws-lookup-company
            perform resolve-record-company
            if ws-comp-found
               add 1 to ws-feed-records
               if tf-transaction-type = "C"
                  compute ws-record-tax = 0 - tf-item-tax
               else
                  move tf-item-tax to ws-record-tax
               end-if
               add ws-record-tax
                  to ws-day-item-tax(ws-record-comp, ws-record-day)
               move tf-jurisdiction to ws-lookup-juris
               perform find-jurisdiction
               add ws-record-tax to ws-jur-item-tax(ws-jur-idx)
            end-if
         end-if
         read tax-feed-file
            at end set ws-tax-feed-eof to true
         end-read
      end-perform
      close tax-feed-file.

   read-remittance.
      open input remittance-file
      if not ws-remit-ok
         display "UNABLE TO OPEN REMXALL - FILE STATUS "
            ws-remit-status
         perform abend-program
      end-if
      read remittance-file
         at end set ws-remit-eof to true
      end-read
      perform until ws-remit-eof
         move rem-run-date to ws-check-date
         perform locate-record-day
         if ws-record-day > 0
            add 1 to ws-remit-records
            if rem-company = "ALL"
               move "Y" to ws-ovf-switch(ws-record-day)
               move "Y" to ws-overflow-seen-switch
               add rem-tax-collected
                  to ws-ovf-remit-tax(ws-record-day)
            else
               move rem-company to ws-lookup-company
               perform resolve-record-company
               if ws-comp-found
                  add rem-tax-collected
                     to ws-day-remit-tax(ws-record-comp, ws-record-day)
                  move rem-jurisdiction to ws-lookup-juris
                  perform find-jurisdiction
                  add rem-tax-collected
                     to ws-jur-remit-tax(ws-jur-idx)
               end-if
            end-if
         end-if
         read remittance-file
            at end set ws-remit-eof to true
         end-read
      end-perform
      close remittance-file.

*> the recovery is negative on the extract; carried here as a
*> positive bad-debt figure. No WOTAX generations yet simply
*> means nothing has been written off.
   read-write-off-tax.
      open input write-off-tax-file
      if not ws-wo-tax-not-found
         if not ws-wo-tax-ok
            display "UNABLE TO OPEN WOTXALL - FILE STATUS "
               ws-wo-tax-status
            perform abend-program
         end-if
         read write-off-tax-file
            at end set ws-wo-tax-eof to true
         end-read
         perform until ws-wo-tax-eof
            move wtx-run-date to ws-check-date
            perform locate-record-day
            if ws-record-day > 0
               move wtx-company to ws-lookup-company
               perform resolve-record-company
               if ws-comp-found
                  add 1 to ws-wo-tax-records
                  compute ws-record-tax = 0 - wtx-tax-collected
                  add ws-record-tax
                     to ws-day-bad-debt(ws-record-comp, ws-record-day)
                  move wtx-jurisdiction to ws-lookup-juris
                  perform find-jurisdiction
                  add ws-record-tax to ws-jur-bad-debt(ws-jur-idx)
               end-if
            end-if
            read write-off-tax-file
               at end set ws-wo-tax-eof to true
            end-read
         end-perform
         close write-off-tax-file
      end-if.

*> net movement on each company's tax account - credits raise the
*> liability, debits lower it
   read-gl-postings.
      open input gl-daily-file
      if not ws-gl-daily-ok
         display "UNABLE TO OPEN GLDAILY - FILE STATUS "
            ws-gl-daily-status
         perform abend-program
      end-if
      read gl-daily-file
         at end set ws-gl-daily-eof to true
      end-read
      perform until ws-gl-daily-eof
         move gl-run-date to ws-check-date
         perform locate-record-day
         if ws-record-day > 0
            move gl-company to ws-lookup-company
            perform resolve-record-company
            if ws-comp-found
               if gl-account-code
                     = ws-comp-tax-account(ws-record-comp)
                  add 1 to ws-gl-records
                  if gl-debit-credit-indicator = "C"
                     add gl-amount
                        to ws-day-gl-tax(ws-record-comp, ws-record-day)
                  else
                     subtract gl-amount from
                        ws-day-gl-tax(ws-record-comp, ws-record-day)
                  end-if
               end-if
            end-if
         end-if
         read gl-daily-file
            at end set ws-gl-daily-eof to true
         end-read
      end-perform
      close gl-daily-file.

   write-recon-report.
      open output recon-report-file
      if not ws-recon-report-ok
         display "UNABLE TO OPEN TRCNRPT - FILE STATUS "
            ws-recon-report-status
         perform abend-program
      end-if
      string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
             "-" ws-current-date-time(7:2) into ws-run-date-display
      move ws-run-date-display to wrh-run-date
      move ws-recon-header to recon-report-record
      write recon-report-record
      move ws-from-date to wrh-from
      move ws-to-date to wrh-to
      move ws-recon-header-2 to recon-report-record
      write recon-report-record
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         perform write-company-section
      end-perform
      if ws-overflow-seen
         perform write-overflow-section
      end-if
      perform write-jurisdiction-section
      move spaces to recon-report-record
      write recon-report-record
      move spaces to wrv-text
      if ws-mismatch-count > 0
         string "TAX RECONCILIATION FAILED - " ws-mismatch-count
            " DIFFERENCES" delimited by size into wrv-text
      else
         if ws-undated-count > 0 or ws-unknown-comp-count > 0
            string "TAX RECONCILIATION AGREES - " ws-undated-count
               " UNDATED AND " ws-unknown-comp-count
               " UNKNOWN-COMPANY RECORDS LEFT OUT"
               delimited by size into wrv-text
         else
            move "TAX RECONCILIATION AGREES" to wrv-text
         end-if
      end-if
      move ws-recon-verdict to recon-report-record
      write recon-report-record
      close recon-report-file.

   write-company-section.
      move spaces to recon-report-record
      write recon-report-record
      move ws-comp-code(ws-comp-idx) to wrc-company
      move ws-comp-name(ws-comp-idx) to wrc-name
      move ws-comp-tax-account(ws-comp-idx) to wrc-tax-account
      move ws-recon-comp-header to recon-report-record
      write recon-report-record
      move ws-recon-column-heads to recon-report-record
      write recon-report-record
      move 0 to ws-co-item-tax
      move 0 to ws-co-remit-tax
      move 0 to ws-co-bad-debt
      move 0 to ws-co-gl-tax
      perform varying ws-day-idx from 1 by 1
            until ws-day-idx > ws-range-days
         perform write-company-day
      end-perform
      move "TOTAL" to wrd-date
      move ws-co-item-tax to wrd-item-tax
      move ws-co-remit-tax to wrd-remit-tax
      move ws-co-bad-debt to wrd-bad-debt
      move ws-co-gl-tax to wrd-gl-tax
      compute ws-item-remit-diff = ws-co-item-tax - ws-co-remit-tax
      compute ws-gl-diff
         = ws-co-item-tax - ws-co-bad-debt - ws-co-gl-tax
      move ws-item-remit-diff to wrd-remit-diff
      move ws-gl-diff to wrd-gl-diff
      move spaces to wrd-status
      move ws-recon-detail to recon-report-record
      write recon-report-record.

*> a quiet day (nothing on any of the three) prints nothing
   write-company-day.
      move "N" to ws-day-activity-switch
      if ws-day-item-tax(ws-comp-idx, ws-day-idx) not = 0
            or ws-day-remit-tax(ws-comp-idx, ws-day-idx) not = 0
            or ws-day-bad-debt(ws-comp-idx, ws-day-idx) not = 0
            or ws-day-gl-tax(ws-comp-idx, ws-day-idx) not = 0
         move "Y" to ws-day-activity-switch
      end-if
      if ws-day-has-activity
         add ws-day-item-tax(ws-comp-idx, ws-day-idx)
            to ws-co-item-tax
         add ws-day-remit-tax(ws-comp-idx, ws-day-idx)
            to ws-co-remit-tax
         add ws-day-bad-debt(ws-comp-idx, ws-day-idx)
            to ws-co-bad-debt
         add ws-day-gl-tax(ws-comp-idx, ws-day-idx) to ws-co-gl-tax
         compute ws-item-remit-diff
            = ws-day-item-tax(ws-comp-idx, ws-day-idx)
            - ws-day-remit-tax(ws-comp-idx, ws-day-idx)
         compute ws-gl-diff
            = ws-day-item-tax(ws-comp-idx, ws-day-idx)
            - ws-day-bad-debt(ws-comp-idx, ws-day-idx)
            - ws-day-gl-tax(ws-comp-idx, ws-day-idx)
         perform format-day-date
         move ws-date-work to wrd-date
         move ws-day-item-tax(ws-comp-idx, ws-day-idx) to wrd-item-tax
         move ws-day-remit-tax(ws-comp-idx, ws-day-idx)
            to wrd-remit-tax
         move ws-day-bad-debt(ws-comp-idx, ws-day-idx) to wrd-bad-debt
         move ws-day-gl-tax(ws-comp-idx, ws-day-idx) to wrd-gl-tax
         move ws-item-remit-diff to wrd-remit-diff
         move ws-gl-diff to wrd-gl-diff
         move spaces to wrd-status
*> the item/remittance leg of an overflow day is tied below,
*> across companies
         if ws-gl-diff not = 0
            add 1 to ws-mismatch-count
            move "** GL DIFFERENCE **" to wrd-status
         end-if
         if ws-item-remit-diff not = 0
            if ws-ovf-day(ws-day-idx)
               if ws-gl-diff = 0
                  move "SEE OVERFLOW" to wrd-status
               end-if
            else
               add 1 to ws-mismatch-count
               if ws-gl-diff = 0
                  move "** REMIT DIFF **" to wrd-status
               else
                  move "** BOTH DIFFER **" to wrd-status
               end-if
            end-if
         end-if
         move ws-recon-detail to recon-report-record
         write recon-report-record
      end-if.

   format-day-date.
      compute ws-record-int = ws-from-int + ws-day-idx - 1
      compute ws-date-work = function date-of-integer(ws-record-int).

   write-overflow-section.
      move spaces to recon-report-record
      write recon-report-record
      move ws-overflow-header to recon-report-record
      write recon-report-record
      move ws-overflow-column-heads to recon-report-record
      write recon-report-record
      perform varying ws-day-idx from 1 by 1
            until ws-day-idx > ws-range-days
         if ws-ovf-day(ws-day-idx)
            move 0 to ws-all-item-tax
            move ws-ovf-remit-tax(ws-day-idx) to ws-all-remit-tax
            perform varying ws-comp-idx from 1 by 1
                  until ws-comp-idx > ws-comp-count
               add ws-day-item-tax(ws-comp-idx, ws-day-idx)
                  to ws-all-item-tax
               add ws-day-remit-tax(ws-comp-idx, ws-day-idx)
                  to ws-all-remit-tax
            end-perform
            compute ws-item-remit-diff
               = ws-all-item-tax - ws-all-remit-tax
            perform format-day-date
            move ws-date-work to wod-date
            move ws-all-item-tax to wod-item-tax
            move ws-all-remit-tax to wod-remit-tax
            move ws-item-remit-diff to wod-remit-diff
            if ws-item-remit-diff = 0
               move spaces to wod-status
            else
               add 1 to ws-mismatch-count
               move "** REMIT DIFF **" to wod-status
            end-if
            move ws-overflow-detail to recon-report-record
            write recon-report-record
         end-if
      end-perform.

*> the overflow bucket cannot be apportioned to jurisdictions, so
*> with it in the range these differences are shown, not failed -
*> the day-level tie-out above has already proved the total
   write-jurisdiction-section.
      move spaces to recon-report-record
      write recon-report-record
      move ws-juris-header to recon-report-record
      write recon-report-record
      move ws-juris-column-heads to recon-report-record
      write recon-report-record
      perform varying ws-jur-idx from 1 by 1
            until ws-jur-idx > ws-jur-count
         compute ws-item-remit-diff = ws-jur-item-tax(ws-jur-idx)
            - ws-jur-remit-tax(ws-jur-idx)
         move ws-jur-company(ws-jur-idx) to wjd-company
         move ws-jur-code(ws-jur-idx) to wjd-jurisdiction
         move ws-jur-item-tax(ws-jur-idx) to wjd-item-tax
         move ws-jur-remit-tax(ws-jur-idx) to wjd-remit-tax
         move ws-item-remit-diff to wjd-remit-diff
         move ws-jur-bad-debt(ws-jur-idx) to wjd-bad-debt
         move spaces to wjd-status
         if ws-item-remit-diff not = 0
            if ws-overflow-seen
               move "OVERFLOW IN RANGE" to wjd-status
            else
               add 1 to ws-mismatch-count
               move "** REMIT DIFF **" to wjd-status
            end-if
         end-if
         move ws-juris-detail to recon-report-record
         write recon-report-record
      end-perform.

   abend-program.
      move 16 to return-code
      stop run.
