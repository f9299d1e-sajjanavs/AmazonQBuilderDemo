
identification division.
program-id. fin-charge.

*> month-end finance charges. For the PARM='YYYYMM' period, reads
*> the open-item ledger cash-apply keeps (OPENITEM, in customer/
*> invoice order) and bills each customer a finance charge on the
*> balance it is carrying past terms, at its company's rate.
*>
*> Past terms means an open invoice more than 30 days old at the
*> last day of the period - the aging report's first bucket past
*> current. A customer's credits (unapplied cash, and invoices paid
*> over into a negative balance) come off its past-due balances
*> first, company by company in company-file order, so a customer
*> is never charged on money it has already sent. Earlier finance
*> charges are left out of the past-due balance - no charge on a
*> charge.
*>
*> Each company's monthly rate and minimum charge are on COMPFILE:
*> the charge is the net past-due balance at the rate, rounded,
*> raised to the minimum; a company with no rate levies nothing.
*> Customers missing from the master, inactive, or flagged exempt
*> from finance charges on it are passed over and listed. A
*> customer already holding this period's finance-charge invoice
*> on OPENITEM was charged by an earlier run and is not charged
*> again.
*>
*> The charges go to FCFEED as billing-feed transactions (the same
*> pipe-delimited layout billing sends - type F, dated the last day
*> of the period, at the customer's default jurisdiction), which
*> the next night's feed-xlate and json-sum-tax pick up with the
*> day's billing: validated, taxed where the jurisdiction's rate
*> row taxes finance charges, posted to the GL and carried to the
*> statement like any other invoice. The invoice number is FC, the
*> period's YYMM and the company code, so the nightly duplicate
*> check stops a period's charge from being billed twice.
*>
*> FCREGRPT is the finance-charge register AR reviews before the
*> charges go out: every customer charged or passed over, its
*> past-due balance, the rate and the charge, with totals per
*> company. FCFEED is rewritten from scratch on every run, so a
*> rerun after a correction replaces the charges, never adds to
*> them.

environment division.
input-output section.
file-control.
   select open-item-file assign to "OPENITEM"
      organization is line sequential
      file status is ws-open-item-status.

   select customer-master-file assign to "CUSTMAST"
      organization is indexed
      access is random
      record key is cust-id
      file status is ws-customer-status.

   select company-file assign to "COMPFILE"
      organization is line sequential
      file status is ws-company-file-status.

   select fin-charge-feed-file assign to "FCFEED"
      organization is line sequential
      file status is ws-fc-feed-status.

   select register-file assign to "FCREGRPT"
      organization is line sequential
      file status is ws-register-status.

data division.
file section.
   fd  open-item-file.
   copy OPENIREC.

   fd  customer-master-file.
   copy CUSTREC.

   fd  company-file.
   copy COMPREC.

*> billing's delimited extract layout, as feed-xlate reads it
   fd  fin-charge-feed-file.
   01  fin-charge-feed-record          pic x(200).

   fd  register-file.
   01  register-record                 pic x(132).

working-storage section.
   01 ws-open-item-status             pic xx.
      88 ws-open-item-ok               value "00".
      88 ws-open-item-eof              value "10".

   01 ws-customer-status              pic xx.
      88 ws-customer-ok                value "00".

   01 ws-company-file-status          pic xx.
      88 ws-company-file-ok            value "00".
      88 ws-company-file-eof           value "10".

   01 ws-fc-feed-status               pic xx.
      88 ws-fc-feed-ok                 value "00".

   01 ws-register-status              pic xx.
      88 ws-register-ok                value "00".

*> the period and the date the balances are aged to - its last day
   01 ws-period                       pic x(6).
   01 ws-period-end                   pic 9(8).
   01 ws-period-end-int               pic 9(8).
   01 ws-next-month-start             pic 9(8).
   01 ws-next-year                    pic 9(4).
   01 ws-next-month                   pic 9(2).
   01 ws-period-end-display           pic x(10).

*> terms - an invoice older than this at period end is past due
   01 ws-terms-days                   pic 9(3) value 30.
*> the largest amount the nightly run accepts on one item - a
*> charge above it would only be rejected there
   01 ws-max-charge                   pic 9(7)v99 value 50000.00.

*> one entry per company, in company-file order; a rate that is
*> missing or not numeric on the file is carried as zero
   01 ws-comp-table.
      05 ws-comp-entry occurs 5 times.
         10 ws-comp-code              pic x(3).
         10 ws-comp-rate              pic 9v9999.
         10 ws-comp-minimum           pic 9(3)v99.
         10 ws-comp-fc-invoice        pic x(10).
         10 ws-compt-charges          pic 9(5).
         10 ws-compt-amount           pic s9(9)v99.
   01 ws-comp-count                   pic 9(1) value 0.
   01 ws-comp-idx                     pic 9(1).
   01 ws-comp-hold-idx                pic 9(1).
   01 ws-comp-found-switch            pic x value "N".
      88 ws-comp-found                value "Y".

*> the current customer's past-due balance per company, and
*> whether it already holds the company's charge for the period
   01 ws-cust-comp-table.
      05 ws-cc-entry occurs 5 times.
         10 ws-cc-past-due            pic s9(9)v99.
         10 ws-cc-charged-switch      pic x(1).
            88 ws-cc-charged          value "Y".
   01 ws-current-customer             pic x(10).
   01 ws-cust-credit                  pic s9(9)v99.
   01 ws-cust-net-past-due            pic s9(9)v99.
   01 ws-cust-hold-name               pic x(30).
   01 ws-cust-hold-juris              pic x(5).
   01 ws-cust-found-switch            pic x value "N".
      88 ws-cust-found                value "Y".

   01 ws-date-check                   pic x(8).
   01 ws-date-num                     pic 9(8).
   01 ws-date-int                     pic 9(8).
   01 ws-item-age-days                pic s9(5).

   01 ws-charge                       pic s9(9)v99.
   01 ws-charge-edit                  pic 9(5).99.
   01 ws-rate-pct                     pic 99v99.
   01 ws-skip-reason                  pic x(40).

   01 ws-items-read                   pic 9(7) value 0.
   01 ws-customers-read               pic 9(7) value 0.
   01 ws-customers-past-due           pic 9(5) value 0.
   01 ws-customers-charged            pic 9(5) value 0.
   01 ws-charges-written              pic 9(5) value 0.
   01 ws-total-charged                pic s9(9)v99 value 0.
   01 ws-exempt-count                 pic 9(5) value 0.
   01 ws-inactive-count               pic 9(5) value 0.
   01 ws-not-on-master                pic 9(5) value 0.
   01 ws-already-charged              pic 9(5) value 0.
   01 ws-no-rate-count                pic 9(5) value 0.
   01 ws-over-max-count               pic 9(5) value 0.
   01 ws-bad-company-items            pic 9(5) value 0.
   01 ws-cust-charged-switch          pic x value "N".
      88 ws-cust-charged              value "Y".

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-register-header-1.
      05 filler                       pic x(30)
         value "FINANCE CHARGE REGISTER".
      05 filler                       pic x(8)  value "PERIOD: ".
      05 wrh-period                   pic x(6).
      05 filler                       pic x(4)  value spaces.
      05 filler                       pic x(9)  value "AGED TO: ".
      05 wrh-period-end               pic x(10).
      05 filler                       pic x(4)  value spaces.
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wrh-run-date                 pic x(10).

   01 ws-register-header-2.
      05 filler                       pic x(56) value
         "PAST DUE = OPEN INVOICES OVER 30 DAYS OLD AT PERIOD END,".
      05 filler                       pic x(60) value
         " NET OF CREDITS - BILLED WITH THE NEXT NIGHT'S BILLING FEED".

   01 ws-register-column-heads.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(26) value "NAME".
      05 filler                       pic x(5)  value "CO".
      05 filler                       pic x(14) value "    PAST DUE".
      05 filler                       pic x(9)  value "   RATE".
      05 filler                       pic x(14) value "      CHARGE".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(40) value "NOTE".

   01 ws-register-detail.
      05 wrd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wrd-name                     pic x(24).
      05 filler                       pic x(2)  value spaces.
      05 wrd-company                  pic x(3).
      05 filler                       pic x(2)  value spaces.
      05 wrd-past-due                 pic -(8)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wrd-rate                     pic x(7).
      05 filler                       pic x(2)  value spaces.
      05 wrd-charge                   pic x(12).
      05 filler                       pic x(2)  value spaces.
      05 wrd-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wrd-note                     pic x(40).

   01 ws-rate-edit.
      05 wre-rate                     pic z9.99.
      05 filler                       pic x(1)  value "%".
   01 ws-charge-display               pic -(8)9.99.

   01 ws-register-comp-head           pic x(60)
      value "TOTALS BY COMPANY".

   01 ws-register-comp-line.
      05 filler                       pic x(8)  value "COMPANY ".
      05 wrc-company                  pic x(3).
      05 filler                       pic x(4)  value spaces.
      05 filler                       pic x(9)  value "CHARGES: ".
      05 wrc-charges                  pic zzzz9.
      05 filler                       pic x(4)  value spaces.
      05 filler                       pic x(7)  value "TOTAL: ".
      05 wrc-amount                   pic -(8)9.99.

   01 ws-register-total-line.
      05 wrt-label                    pic x(40).
      05 wrt-count                    pic zzzzz9.

   01 ws-register-amount-line.
      05 filler                       pic x(40)
         value "TOTAL FINANCE CHARGES BILLED".
      05 wra-amount                   pic -(8)9.99.

   01 ws-register-none-line           pic x(60)
      value "    NO CUSTOMER HAS A BALANCE PAST TERMS".

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(20).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
          "-" ws-current-date-time(7:2) into ws-run-date-display
   perform get-charge-period
   perform load-company-master
   perform open-charge-files
   perform write-register-headings
   read open-item-file
      at end set ws-open-item-eof to true
   end-read
   perform until ws-open-item-eof
      move oi-customer-id to ws-current-customer
      perform start-customer
      perform until ws-open-item-eof
            or oi-customer-id not = ws-current-customer
         perform take-open-item
         read open-item-file
            at end set ws-open-item-eof to true
         end-read
      end-perform
      perform finish-customer
   end-perform
   perform write-register-totals
   close open-item-file
   close customer-master-file
   close fin-charge-feed-file
   close register-file
   perform display-charge-results
*> RC4 = the charges went out, but something on the register needs
*> a look before they do: a customer missing from the master, an
*> open item under a company not on COMPFILE, or a charge too
*> large for the nightly run to accept
   if ws-not-on-master > 0 or ws-bad-company-items > 0
         or ws-over-max-count > 0
      move 4 to return-code
   end-if
   stop run.

*> PARM is the month being charged; the balances are aged to its
*> last day
   get-charge-period.
      if ls-parm-length < 6
         display "CHARGE PERIOD PARM MISSING - SUPPLY PARM='YYYYMM'"
         perform abend-program
      end-if
      move ls-parm-text(1:6) to ws-period
      if ws-period is not numeric
            or ws-period(5:2) < "01" or ws-period(5:2) > "12"
         display "CHARGE PERIOD NOT YYYYMM: " ws-period
         perform abend-program
      end-if
      move ws-period(1:4) to ws-next-year
      move ws-period(5:2) to ws-next-month
      if ws-next-month = 12
         add 1 to ws-next-year
         move 1 to ws-next-month
      else
         add 1 to ws-next-month
      end-if
      compute ws-next-month-start
         = ws-next-year * 10000 + ws-next-month * 100 + 1
      compute ws-period-end-int
         = function integer-of-date(ws-next-month-start) - 1
      compute ws-period-end
         = function date-of-integer(ws-period-end-int)
      move ws-period-end to ws-date-check
      string ws-date-check(1:4) "-" ws-date-check(5:2)
             "-" ws-date-check(7:2) into ws-period-end-display
      display "Finance charge period: " ws-period
         " (aged to " ws-period-end-display ")".

*> the company file carries each company's rate and minimum; the
*> period's finance-charge invoice number for the company is built
*> here once
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
            if cmp-fin-chg-rate is numeric
               move cmp-fin-chg-rate to ws-comp-rate(ws-comp-count)
            else
               move 0 to ws-comp-rate(ws-comp-count)
            end-if
            if cmp-fin-chg-minimum is numeric
               move cmp-fin-chg-minimum
                  to ws-comp-minimum(ws-comp-count)
            else
               move 0 to ws-comp-minimum(ws-comp-count)
            end-if
            move spaces to ws-comp-fc-invoice(ws-comp-count)
            string "FC" ws-period(3:4) cmp-company-code
               delimited by size
               into ws-comp-fc-invoice(ws-comp-count)
            move 0 to ws-compt-charges(ws-comp-count)
            move 0 to ws-compt-amount(ws-comp-count)
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
         display "COMPANY FILE IS EMPTY - NO COMPANIES TO CHARGE FOR"
         perform abend-program
      end-if.

   open-charge-files.
      open input open-item-file
      if not ws-open-item-ok
         display "UNABLE TO OPEN OPENITEM - FILE STATUS "
            ws-open-item-status
         perform abend-program
      end-if
      open input customer-master-file
      if not ws-customer-ok
         display "UNABLE TO OPEN CUSTMAST - FILE STATUS "
            ws-customer-status
         perform abend-program
      end-if
      open output fin-charge-feed-file
      if not ws-fc-feed-ok
         display "UNABLE TO OPEN FCFEED - FILE STATUS "
            ws-fc-feed-status
         perform abend-program
      end-if
      open output register-file
      if not ws-register-ok
         display "UNABLE TO OPEN FCREGRPT - FILE STATUS "
            ws-register-status
         perform abend-program
      end-if.

   write-register-headings.
      move ws-period to wrh-period
      move ws-period-end-display to wrh-period-end
      move ws-run-date-display to wrh-run-date
      move ws-register-header-1 to register-record
      write register-record
      move ws-register-header-2 to register-record
      write register-record
      move spaces to register-record
      write register-record
      move ws-register-column-heads to register-record
      write register-record.

   start-customer.
      add 1 to ws-customers-read
      move 0 to ws-cust-credit
      move "N" to ws-cust-charged-switch
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         move 0 to ws-cc-past-due(ws-comp-idx)
         move "N" to ws-cc-charged-switch(ws-comp-idx)
      end-perform.

*> sort one open item into the customer's picture: a credit, a
*> past-due balance under its company, this period's charge
*> already on the ledger, or nothing (current, or an earlier
*> finance charge). A blank company is the primary company, as
*> everywhere else.
   take-open-item.
      add 1 to ws-items-read
      if oi-company = spaces
         move "Y" to ws-comp-found-switch
         move 1 to ws-comp-hold-idx
      else
         move "N" to ws-comp-found-switch
         perform varying ws-comp-idx from 1 by 1
               until ws-comp-idx > ws-comp-count or ws-comp-found
            if ws-comp-code(ws-comp-idx) = oi-company
               move "Y" to ws-comp-found-switch
               move ws-comp-idx to ws-comp-hold-idx
            end-if
         end-perform
      end-if
      if not ws-comp-found
         perform write-bad-company-line
      else
         if oi-invoice-number = ws-comp-fc-invoice(ws-comp-hold-idx)
            move "Y" to ws-cc-charged-switch(ws-comp-hold-idx)
         end-if
         if oi-unapplied-cash
            if oi-open-balance > 0
               add oi-open-balance to ws-cust-credit
            end-if
         else
            if oi-open-balance < 0
               subtract oi-open-balance from ws-cust-credit
            else
               if oi-invoice-item and oi-open-balance > 0
                     and oi-invoice-number(1:2) not = "FC"
                  perform age-open-invoice
                  if ws-item-age-days > ws-terms-days
                     add oi-open-balance
                        to ws-cc-past-due(ws-comp-hold-idx)
                  end-if
               end-if
            end-if
         end-if
      end-if.

*> an item date that will not parse ages as zero - current, never
*> charged - the same way the dunning pass treats it
   age-open-invoice.
      move 0 to ws-item-age-days
      move oi-item-date to ws-date-check
      if ws-date-check is numeric
            and ws-date-check(5:2) >= "01"
            and ws-date-check(5:2) <= "12"
            and ws-date-check(7:2) >= "01"
            and ws-date-check(7:2) <= "31"
         move ws-date-check to ws-date-num
         compute ws-date-int = function integer-of-date(ws-date-num)
         compute ws-item-age-days = ws-period-end-int - ws-date-int
      end-if.

*> the item cannot be put under a company, so it is left out of
*> the customer's balance rather than charged at a guessed rate
   write-bad-company-line.
      add 1 to ws-bad-company-items
      move spaces to ws-register-detail
      move oi-customer-id to wrd-customer
      move oi-company to wrd-company
      move oi-open-balance to wrd-past-due
      move oi-invoice-number to wrd-invoice
      move "COMPANY NOT ON COMPFILE - ITEM LEFT OUT" to wrd-note
      move ws-register-detail to register-record
      write register-record.

*> credits come off the past-due balances in company-file order
*> (primary first); whatever is still past due is charged, unless
*> the master says this customer is not to be
   finish-customer.
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         if ws-cust-credit > 0 and ws-cc-past-due(ws-comp-idx) > 0
            if ws-cust-credit >= ws-cc-past-due(ws-comp-idx)
               subtract ws-cc-past-due(ws-comp-idx)
                  from ws-cust-credit
               move 0 to ws-cc-past-due(ws-comp-idx)
            else
               subtract ws-cust-credit
                  from ws-cc-past-due(ws-comp-idx)
               move 0 to ws-cust-credit
            end-if
         end-if
      end-perform
      move 0 to ws-cust-net-past-due
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         add ws-cc-past-due(ws-comp-idx) to ws-cust-net-past-due
      end-perform
      if ws-cust-net-past-due > 0
         add 1 to ws-customers-past-due
         perform lookup-customer
         if not ws-cust-found
            add 1 to ws-not-on-master
            move "NOT ON CUSTOMER MASTER" to ws-skip-reason
            perform write-customer-skip-line
         else
         if not cust-active
            add 1 to ws-inactive-count
            move "INACTIVE ON CUSTOMER MASTER" to ws-skip-reason
            perform write-customer-skip-line
         else
         if cust-no-finance-charge
            add 1 to ws-exempt-count
            move "EXEMPT FROM FINANCE CHARGES" to ws-skip-reason
            perform write-customer-skip-line
         else
            perform varying ws-comp-idx from 1 by 1
                  until ws-comp-idx > ws-comp-count
               if ws-cc-past-due(ws-comp-idx) > 0
                  perform charge-customer-company
               end-if
            end-perform
            if ws-cust-charged
               add 1 to ws-customers-charged
            end-if
         end-if
         end-if
         end-if
      end-if.

   lookup-customer.
      move "N" to ws-cust-found-switch
      move "(NOT ON CUSTOMER MASTER)" to ws-cust-hold-name
      move spaces to ws-cust-hold-juris
      move ws-current-customer to cust-id
      read customer-master-file
         invalid key
            continue
         not invalid key
            move "Y" to ws-cust-found-switch
            move cust-name to ws-cust-hold-name
            move cust-default-juris to ws-cust-hold-juris
      end-read.

*> one company's charge for the customer: the net past-due balance
*> at the company's rate, rounded, never below its minimum
   charge-customer-company.
      move spaces to ws-register-detail
      move ws-current-customer to wrd-customer
      move ws-cust-hold-name to wrd-name
      move ws-comp-code(ws-comp-idx) to wrd-company
      move ws-cc-past-due(ws-comp-idx) to wrd-past-due
      if ws-comp-rate(ws-comp-idx) = 0
         add 1 to ws-no-rate-count
         move "COMPANY LEVIES NO FINANCE CHARGE" to wrd-note
      else
         compute ws-rate-pct = ws-comp-rate(ws-comp-idx) * 100
         move ws-rate-pct to wre-rate
         move ws-rate-edit to wrd-rate
         move ws-comp-fc-invoice(ws-comp-idx) to wrd-invoice
         if ws-cc-charged(ws-comp-idx)
            add 1 to ws-already-charged
            move "ALREADY CHARGED FOR THIS PERIOD" to wrd-note
         else
            compute ws-charge rounded
               = ws-cc-past-due(ws-comp-idx)
                  * ws-comp-rate(ws-comp-idx)
            if ws-charge < ws-comp-minimum(ws-comp-idx)
               move ws-comp-minimum(ws-comp-idx) to ws-charge
            end-if
            move ws-charge to ws-charge-display
            move ws-charge-display to wrd-charge
            if ws-charge > ws-max-charge
               add 1 to ws-over-max-count
               move "OVER NIGHTLY ITEM MAXIMUM - NOT BILLED"
                  to wrd-note
            else
               perform write-charge-feed-record
               move "BILLED" to wrd-note
            end-if
         end-if
      end-if
      move ws-register-detail to register-record
      write register-record.

*> invoice|customer|date|amount|jurisdiction|type|company - the
*> amount unsigned with a decimal point, as billing sends it
   write-charge-feed-record.
      move ws-charge to ws-charge-edit
      move spaces to fin-charge-feed-record
      string ws-comp-fc-invoice(ws-comp-idx) "|"
             ws-current-customer "|"
             ws-period-end "|"
             ws-charge-edit "|"
             ws-cust-hold-juris "|"
             "F|"
             ws-comp-code(ws-comp-idx)
         delimited by size into fin-charge-feed-record
      write fin-charge-feed-record
      if not ws-fc-feed-ok
         display "UNABLE TO WRITE FCFEED - FILE STATUS "
            ws-fc-feed-status
         perform abend-program
      end-if
      add 1 to ws-charges-written
      add ws-charge to ws-total-charged
      add 1 to ws-compt-charges(ws-comp-idx)
      add ws-charge to ws-compt-amount(ws-comp-idx)
      move "Y" to ws-cust-charged-switch.

   write-customer-skip-line.
      move spaces to ws-register-detail
      move ws-current-customer to wrd-customer
      move ws-cust-hold-name to wrd-name
      move ws-cust-net-past-due to wrd-past-due
      move ws-skip-reason to wrd-note
      move ws-register-detail to register-record
      write register-record.

   write-register-totals.
      if ws-customers-past-due = 0 and ws-bad-company-items = 0
         move ws-register-none-line to register-record
         write register-record
      end-if
      move spaces to register-record
      write register-record
      move ws-register-comp-head to register-record
      write register-record
      perform varying ws-comp-idx from 1 by 1
            until ws-comp-idx > ws-comp-count
         move ws-comp-code(ws-comp-idx) to wrc-company
         move ws-compt-charges(ws-comp-idx) to wrc-charges
         move ws-compt-amount(ws-comp-idx) to wrc-amount
         move ws-register-comp-line to register-record
         write register-record
      end-perform
      move spaces to register-record
      write register-record
      move "CUSTOMERS WITH A BALANCE PAST TERMS" to wrt-label
      move ws-customers-past-due to wrt-count
      perform write-register-count
      move "CUSTOMERS CHARGED" to wrt-label
      move ws-customers-charged to wrt-count
      perform write-register-count
      move "FINANCE CHARGES BILLED" to wrt-label
      move ws-charges-written to wrt-count
      perform write-register-count
      move "PASSED OVER - EXEMPT" to wrt-label
      move ws-exempt-count to wrt-count
      perform write-register-count
      move "PASSED OVER - INACTIVE" to wrt-label
      move ws-inactive-count to wrt-count
      perform write-register-count
      move "PASSED OVER - NOT ON CUSTOMER MASTER" to wrt-label
      move ws-not-on-master to wrt-count
      perform write-register-count
      move "PASSED OVER - ALREADY CHARGED" to wrt-label
      move ws-already-charged to wrt-count
      perform write-register-count
      move "PASSED OVER - COMPANY HAS NO RATE" to wrt-label
      move ws-no-rate-count to wrt-count
      perform write-register-count
      move "NOT BILLED - OVER NIGHTLY MAXIMUM" to wrt-label
      move ws-over-max-count to wrt-count
      perform write-register-count
      move "ITEMS LEFT OUT - COMPANY NOT ON FILE" to wrt-label
      move ws-bad-company-items to wrt-count
      perform write-register-count
      move ws-total-charged to wra-amount
      move ws-register-amount-line to register-record
      write register-record.

   write-register-count.
      move ws-register-total-line to register-record
      write register-record.

   display-charge-results.
      display "Open items read:      " ws-items-read
      display "Customers read:       " ws-customers-read
      display "Past terms:           " ws-customers-past-due
      display "Customers charged:    " ws-customers-charged
      display "Charges billed:       " ws-charges-written
      display "Exempt:               " ws-exempt-count
      display "Inactive:             " ws-inactive-count
      display "Not on cust master:   " ws-not-on-master
      display "Already charged:      " ws-already-charged
      display "Over nightly maximum: " ws-over-max-count
      display "Bad company items:    " ws-bad-company-items
      display "Charges written to FCFEED, register to FCREGRPT".

   abend-program.
      move 16 to return-code
      stop run.
