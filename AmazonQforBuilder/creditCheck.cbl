identification division.
program-id. credit-check.

*> nightly credit exposure check. Runs after the tax run and before
*> cash-apply, while OPENITEM is still last night's ledger and
*> TAXFEED is tonight's accepted billing: a customer's exposure is
*> what it already owes (open invoices less unapplied cash it has
*> sent) plus what it was billed tonight (amount plus tax, credit
*> memos netting out). Each customer with activity is measured
*> against the credit limit on the customer master (zero = no
*> limit). A customer over its limit is put on credit hold on the
*> master on the spot, and the hold is logged on CREDLOG the same
*> way cust-maint logs one keyed by hand; only a credit manager can
*> release it, through cust-maint. The hold is a change to the
*> customer master like any other, so it also goes on MNTAUDIT
*> under the job name, with the record before and after.
*>
*> The credit exposure report (CREDRPT) lists every customer over
*> its limit, every customer at or above the near-limit percentage
*> (PARM, default 90), and every customer on the master currently
*> on hold, whether it was held tonight or earlier.

environment division.
input-output section.
file-control.
   select open-item-file assign to "OPENITEM"
      organization is line sequential
      file status is ws-open-item-status.

   select tax-feed-file assign to "TAXFEED"
      organization is line sequential
      file status is ws-tax-feed-status.

   select customer-master-file assign to "CUSTMAST"
      organization is indexed
      access is dynamic
      record key is cust-id
      file status is ws-customer-status.

   select credit-log-file assign to "CREDLOG"
      organization is line sequential
      file status is ws-credit-log-status.

   select credit-report-file assign to "CREDRPT"
      organization is line sequential
      file status is ws-credit-report-status.

   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

   select sort-work-file assign to "SORTWK".

data division.
file section.
   fd  open-item-file.
   copy OPENIREC.

   fd  tax-feed-file.
   copy TAXFDREC.

   fd  customer-master-file.
   copy CUSTREC.

   fd  credit-log-file.
   copy CRHLREC.

   fd  credit-report-file.
   01  credit-report-record             pic x(132).

   fd  maint-audit-file.
   copy MNTAREC.

   sd  sort-work-file.
   01  sort-record.
       05 srt-customer-id               pic x(10).
       05 srt-source                    pic x(1).
       05 srt-amount                    pic s9(9)v99.

working-storage section.
   01 ws-open-item-status             pic xx.
      88 ws-open-item-ok               value "00".
      88 ws-open-item-eof              value "10".
      88 ws-open-item-not-found        value "35".

   01 ws-tax-feed-status              pic xx.
      88 ws-tax-feed-ok                value "00".
      88 ws-tax-feed-eof               value "10".

   01 ws-customer-status              pic xx.
      88 ws-customer-ok                value "00".
      88 ws-customer-eof               value "10".

   01 ws-credit-log-status            pic xx.
      88 ws-credit-log-ok              value "00".

   01 ws-credit-report-status         pic xx.
      88 ws-credit-report-ok           value "00".

   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".
   01 ws-before-image                 pic x(60).
   01 ws-after-image                  pic x(60).

   01 ws-sort-eof-switch              pic x value "N".
      88 ws-sort-eof                  value "Y".

*> near-limit warning level, percent of the limit
   01 ws-near-pct                     pic 9(3) value 90.
   01 ws-parm-pct                     pic x(3) justified right.

   01 ws-current-customer             pic x(10).
   01 ws-cust-open                    pic s9(9)v99.
   01 ws-cust-billed                  pic s9(9)v99.
   01 ws-cust-exposure                pic s9(9)v99.
   01 ws-cust-limit                   pic 9(7)v99.
   01 ws-pct-used                     pic 9(5)v9.
   01 ws-action-text                  pic x(14).

*> near-limit customers, collected through the pass and printed as
*> the report's second section
   01 ws-near-table.
      05 ws-near-entry occurs 1000 times.
         10 ws-near-customer          pic x(10).
         10 ws-near-name              pic x(30).
         10 ws-near-open              pic s9(9)v99.
         10 ws-near-billed            pic s9(9)v99.
         10 ws-near-exposure          pic s9(9)v99.
         10 ws-near-limit             pic 9(7)v99.
         10 ws-near-pct-used          pic 9(5)v9.
   01 ws-near-count                   pic 9(4) value 0.
   01 ws-near-idx                     pic 9(4).
   01 ws-near-dropped                 pic 9(5) value 0.

*> tonight's exposure for each customer on hold, so the on-hold
*> section can show it against the limit
   01 ws-held-table.
      05 ws-held-entry occurs 2000 times.
         10 ws-held-customer          pic x(10).
         10 ws-held-exposure          pic s9(9)v99.
   01 ws-held-count                   pic 9(4) value 0.
   01 ws-held-idx                     pic 9(4).
   01 ws-held-found-idx               pic 9(4).

   01 ws-customers-checked            pic 9(7) value 0.
   01 ws-customers-over               pic 9(7) value 0.
   01 ws-customers-held               pic 9(7) value 0.
   01 ws-customers-on-hold            pic 9(7) value 0.
   01 ws-not-on-master                pic 9(7) value 0.
   01 ws-items-read                   pic 9(7) value 0.
   01 ws-feed-items-read              pic 9(7) value 0.

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-credit-header.
      05 filler                       pic x(30)
         value "CREDIT EXPOSURE REPORT        ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wch-run-date                 pic x(10).

   01 ws-over-head                    pic x(60)
      value "CUSTOMERS OVER CREDIT LIMIT".

   01 ws-near-head.
      05 filler                       pic x(30)
         value "CUSTOMERS NEAR CREDIT LIMIT (".
      05 wnh-pct                      pic zz9.
      05 filler                       pic x(13) value "% AND OVER)".

   01 ws-hold-head                    pic x(60)
      value "CUSTOMERS ON CREDIT HOLD".

   01 ws-credit-column-heads.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(32) value "NAME".
      05 filler                       pic x(15) value "OPEN BALANCE".
      05 filler                       pic x(15) value "TONIGHT".
      05 filler                       pic x(15) value "EXPOSURE".
      05 filler                       pic x(13) value "LIMIT".
      05 filler                       pic x(9)  value "PCT".
      05 filler                       pic x(14) value "ACTION".

   01 ws-credit-detail.
      05 wcd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wcd-name                     pic x(30).
      05 filler                       pic x(2)  value spaces.
      05 wcd-open                     pic -(9)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-billed                   pic -(9)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-exposure                 pic -(9)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-limit                    pic z(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wcd-pct                      pic zzzz9.9.
      05 filler                       pic x(2)  value spaces.
      05 wcd-action                   pic x(14).

   01 ws-hold-column-heads.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(32) value "NAME".
      05 filler                       pic x(15) value "EXPOSURE".
      05 filler                       pic x(13) value "LIMIT".

   01 ws-hold-detail.
      05 whd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 whd-name                     pic x(30).
      05 filler                       pic x(2)  value spaces.
      05 whd-exposure                 pic -(9)9.99.
      05 filler                       pic x(2)  value spaces.
      05 whd-limit                    pic z(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 whd-note                     pic x(20).

   01 ws-none-line                    pic x(60) value "    NONE".

   01 ws-credit-total-line.
      05 wct-label                    pic x(30).
      05 wct-count                    pic z(6)9.

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(10).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
          "-" ws-current-date-time(7:2) into ws-run-date-display
   perform get-near-pct
   perform open-credit-files
   sort sort-work-file
      on ascending key srt-customer-id
      input procedure is release-exposure-items
      output procedure is check-customer-exposure
   perform write-near-section
   perform write-hold-section
   perform write-credit-totals
   close customer-master-file
   close credit-log-file
   close maint-audit-file
   close credit-report-file
   perform display-credit-results
*> RC4 = exposure for a customer missing from the master could not
*> be checked - the rest of the run is good
   if ws-not-on-master > 0
      move 4 to return-code
   end-if
   stop run.

*> PARM is the near-limit percentage; none supplied means 90
   get-near-pct.
      if ls-parm-length > 0
         if ls-parm-length > 3
            display "NEAR-LIMIT PARM TOO LONG - SUPPLY PARM='NN'"
            perform abend-program
         end-if
         move ls-parm-text(1:ls-parm-length) to ws-parm-pct
         inspect ws-parm-pct replacing leading space by "0"
         if ws-parm-pct is not numeric
            display "NEAR-LIMIT PERCENT NOT NUMERIC: " ws-parm-pct
            perform abend-program
         end-if
         move ws-parm-pct to ws-near-pct
         if ws-near-pct = 0 or ws-near-pct > 100
            display "NEAR-LIMIT PERCENT OUT OF RANGE: " ws-near-pct
            perform abend-program
         end-if
      end-if
      display "Near-limit warning at " ws-near-pct "%".

   open-credit-files.
      open i-o customer-master-file
      if not ws-customer-ok
         display "UNABLE TO OPEN CUSTMAST - FILE STATUS "
            ws-customer-status
         perform abend-program
      end-if
      open extend credit-log-file
      if not ws-credit-log-ok
         open output credit-log-file
      end-if
      if not ws-credit-log-ok
         display "UNABLE TO OPEN CREDLOG - FILE STATUS "
            ws-credit-log-status
         perform abend-program
      end-if
      open extend maint-audit-file
      if not ws-maint-audit-ok
         open output maint-audit-file
      end-if
      if not ws-maint-audit-ok
         display "UNABLE TO OPEN MNTAUDIT - FILE STATUS "
            ws-maint-audit-status
         perform abend-program
      end-if
      open output credit-report-file
      if not ws-credit-report-ok
         display "UNABLE TO OPEN CREDRPT - FILE STATUS "
            ws-credit-report-status
         perform abend-program
      end-if
      move ws-run-date-display to wch-run-date
      move ws-credit-header to credit-report-record
      write credit-report-record
      move spaces to credit-report-record
      write credit-report-record
      move ws-over-head to credit-report-record
      write credit-report-record
      move ws-credit-column-heads to credit-report-record
      write credit-report-record.

*> what each customer already owes off the ledger (a missing ledger
*> is the first night - nothing owed yet), then tonight's billing
   release-exposure-items.
      open input open-item-file
      if ws-open-item-not-found
         display "NO OPEN ITEM LEDGER - TONIGHT'S BILLING ONLY"
      else
         if not ws-open-item-ok
            display "UNABLE TO OPEN OPENITEM - FILE STATUS "
               ws-open-item-status
            perform abend-program
         end-if
         read open-item-file
            at end set ws-open-item-eof to true
         end-read
         perform until ws-open-item-eof
            add 1 to ws-items-read
            move oi-customer-id to srt-customer-id
            move "O" to srt-source
            if oi-unapplied-cash
               compute srt-amount = 0 - oi-open-balance
            else
               move oi-open-balance to srt-amount
            end-if
            release sort-record
            read open-item-file
               at end set ws-open-item-eof to true
            end-read
         end-perform
         close open-item-file
      end-if
      open input tax-feed-file
      if not ws-tax-feed-ok
         display "UNABLE TO OPEN TAXFEED - FILE STATUS "
            ws-tax-feed-status
         perform abend-program
      end-if
      read tax-feed-file
         at end set ws-tax-feed-eof to true
      end-read
      perform until ws-tax-feed-eof
         add 1 to ws-feed-items-read
         move tf-customer-id to srt-customer-id
         move "B" to srt-source
         if tf-transaction-type = "C"
            compute srt-amount = 0 - tf-amount - tf-item-tax
         else
            compute srt-amount = tf-amount + tf-item-tax
         end-if
         release sort-record
         read tax-feed-file
            at end set ws-tax-feed-eof to true
         end-read
      end-perform
      close tax-feed-file.

*> control break on customer: total the exposure, then measure it
*> against the customer's limit
   check-customer-exposure.
      perform return-sorted-item
      perform until ws-sort-eof
         move srt-customer-id to ws-current-customer
         move 0 to ws-cust-open
         move 0 to ws-cust-billed
         perform until ws-sort-eof
               or srt-customer-id not = ws-current-customer
            if srt-source = "O"
               add srt-amount to ws-cust-open
            else
               add srt-amount to ws-cust-billed
            end-if
            perform return-sorted-item
         end-perform
         compute ws-cust-exposure = ws-cust-open + ws-cust-billed
         perform check-one-customer
      end-perform.

   return-sorted-item.
      return sort-work-file
         at end set ws-sort-eof to true
      end-return.

   check-one-customer.
      add 1 to ws-customers-checked
      move ws-current-customer to cust-id
      read customer-master-file
         invalid key
            add 1 to ws-not-on-master
            display "CUSTOMER " ws-current-customer
               " NOT ON CUSTMAST - EXPOSURE NOT CHECKED"
         not invalid key
            perform measure-against-limit
      end-read.

*> an over-limit customer not already held is held now; the master
*> rewrite and the log record go together
   measure-against-limit.
      if cust-credit-limit is numeric and cust-credit-limit > 0
         move cust-credit-limit to ws-cust-limit
         if ws-cust-exposure > 0
            compute ws-pct-used rounded
               = ws-cust-exposure * 100 / ws-cust-limit
               on size error move 99999.9 to ws-pct-used
            end-compute
         else
            move 0 to ws-pct-used
         end-if
         if ws-cust-exposure > ws-cust-limit
            add 1 to ws-customers-over
            if cust-on-credit-hold
               move "ALREADY HELD" to ws-action-text
            else
               perform place-credit-hold
            end-if
            perform write-over-line
         else
            if ws-pct-used >= ws-near-pct
               perform hold-near-customer
            end-if
         end-if
      end-if
      if cust-on-credit-hold
         perform hold-held-exposure
      end-if.

   place-credit-hold.
      move customer-record to ws-before-image
      move "H" to cust-credit-hold
      move customer-record to ws-after-image
      rewrite customer-record
         invalid key
            move space to cust-credit-hold
            move "HOLD FAILED" to ws-action-text
            display "CUSTMAST REWRITE FAILED FOR " cust-id
               " - FILE STATUS " ws-customer-status
         not invalid key
            add 1 to ws-customers-held
            move "HELD TONIGHT" to ws-action-text
            move cust-id to crl-customer-id
            move "H" to crl-action
            move "OVER CREDIT LIMIT - AUTO HOLD" to crl-reason
            move "CREDCHK" to crl-operator-id
            move spaces to crl-manager-id
            move ws-current-date-time(1:14) to crl-timestamp
            move ws-cust-exposure to crl-exposure
            move ws-cust-limit to crl-credit-limit
            write credit-log-record
            if not ws-credit-log-ok
               display "CREDLOG WRITE FAILED - FILE STATUS "
                  ws-credit-log-status
               perform abend-program
            end-if
            perform write-maint-audit
      end-rewrite.

   write-maint-audit.
      move ws-current-date-time(1:14) to mna-timestamp
      move "CREDCHK" to mna-operator-id
      move "CUSTMAST" to mna-file-name
      move "H" to mna-action
      move ws-after-image(1:10) to mna-key
      move ws-before-image to mna-before-image
      move ws-after-image to mna-after-image
      write maint-audit-record
      if not ws-maint-audit-ok
         display "MNTAUDIT WRITE FAILED - FILE STATUS "
            ws-maint-audit-status
         perform abend-program
      end-if.

   write-over-line.
      move ws-current-customer to wcd-customer
      move cust-name to wcd-name
      move ws-cust-open to wcd-open
      move ws-cust-billed to wcd-billed
      move ws-cust-exposure to wcd-exposure
      move ws-cust-limit to wcd-limit
      move ws-pct-used to wcd-pct
      move ws-action-text to wcd-action
      move ws-credit-detail to credit-report-record
      write credit-report-record.

   hold-near-customer.
      if ws-near-count >= 1000
         add 1 to ws-near-dropped
      else
         add 1 to ws-near-count
         move ws-current-customer to ws-near-customer(ws-near-count)
         move cust-name to ws-near-name(ws-near-count)
         move ws-cust-open to ws-near-open(ws-near-count)
         move ws-cust-billed to ws-near-billed(ws-near-count)
         move ws-cust-exposure to ws-near-exposure(ws-near-count)
         move ws-cust-limit to ws-near-limit(ws-near-count)
         move ws-pct-used to ws-near-pct-used(ws-near-count)
      end-if.

   hold-held-exposure.
      if ws-held-count < 2000
         add 1 to ws-held-count
         move ws-current-customer to ws-held-customer(ws-held-count)
         move ws-cust-exposure to ws-held-exposure(ws-held-count)
      end-if.

   write-near-section.
      if ws-customers-over = 0
         move ws-none-line to credit-report-record
         write credit-report-record
      end-if
      move spaces to credit-report-record
      write credit-report-record
      move ws-near-pct to wnh-pct
      move ws-near-head to credit-report-record
      write credit-report-record
      move ws-credit-column-heads to credit-report-record
      write credit-report-record
      if ws-near-count = 0
         move ws-none-line to credit-report-record
         write credit-report-record
      end-if
      perform varying ws-near-idx from 1 by 1
            until ws-near-idx > ws-near-count
         move ws-near-customer(ws-near-idx) to wcd-customer
         move ws-near-name(ws-near-idx) to wcd-name
         move ws-near-open(ws-near-idx) to wcd-open
         move ws-near-billed(ws-near-idx) to wcd-billed
         move ws-near-exposure(ws-near-idx) to wcd-exposure
         move ws-near-limit(ws-near-idx) to wcd-limit
         move ws-near-pct-used(ws-near-idx) to wcd-pct
         move spaces to wcd-action
         move ws-credit-detail to credit-report-record
         write credit-report-record
      end-perform
      if ws-near-dropped > 0
         display "NEAR-LIMIT LIST FULL - " ws-near-dropped
            " CUSTOMERS NOT LISTED"
      end-if.

*> every customer on hold on the master, whether held tonight, on
*> an earlier night or by hand - a customer with no activity
*> tonight shows no exposure figure
   write-hold-section.
      move spaces to credit-report-record
      write credit-report-record
      move ws-hold-head to credit-report-record
      write credit-report-record
      move ws-hold-column-heads to credit-report-record
      write credit-report-record
      move low-values to cust-id
      start customer-master-file key >= cust-id
         invalid key set ws-customer-eof to true
      end-start
      if not ws-customer-eof
         read customer-master-file next record
            at end set ws-customer-eof to true
         end-read
      end-if
      perform until ws-customer-eof
         if cust-on-credit-hold
            perform write-hold-line
         end-if
         read customer-master-file next record
            at end set ws-customer-eof to true
         end-read
      end-perform
      if ws-customers-on-hold = 0
         move ws-none-line to credit-report-record
         write credit-report-record
      end-if.

   write-hold-line.
      add 1 to ws-customers-on-hold
      move cust-id to whd-customer
      move cust-name to whd-name
      if cust-credit-limit is numeric
         move cust-credit-limit to whd-limit
      else
         move 0 to whd-limit
      end-if
      move 0 to ws-held-found-idx
      perform varying ws-held-idx from 1 by 1
            until ws-held-idx > ws-held-count
               or ws-held-found-idx > 0
         if ws-held-customer(ws-held-idx) = cust-id
            move ws-held-idx to ws-held-found-idx
         end-if
      end-perform
      if ws-held-found-idx > 0
         move ws-held-exposure(ws-held-found-idx) to whd-exposure
         move spaces to whd-note
      else
         move 0 to whd-exposure
         move "NO ACTIVITY TONIGHT" to whd-note
      end-if
      move ws-hold-detail to credit-report-record
      write credit-report-record.

   write-credit-totals.
      move spaces to credit-report-record
      write credit-report-record
      move "CUSTOMERS CHECKED" to wct-label
      move ws-customers-checked to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record
      move "OVER LIMIT" to wct-label
      move ws-customers-over to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record
      move "PLACED ON HOLD TONIGHT" to wct-label
      move ws-customers-held to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record
      move "NEAR LIMIT" to wct-label
      move ws-near-count to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record
      move "ON HOLD" to wct-label
      move ws-customers-on-hold to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record
      move "NOT ON CUSTOMER MASTER" to wct-label
      move ws-not-on-master to wct-count
      move ws-credit-total-line to credit-report-record
      write credit-report-record.

   display-credit-results.
      display "Open items read:      " ws-items-read
      display "Feed items read:      " ws-feed-items-read
      display "Customers checked:    " ws-customers-checked
      display "Over limit:           " ws-customers-over
      display "Held tonight:         " ws-customers-held
      display "Near limit:           " ws-near-count
      display "On hold:              " ws-customers-on-hold
      display "Not on cust master:   " ws-not-on-master
      display "Credit report written to CREDRPT".

   abend-program.
      move 16 to return-code
      stop run.
