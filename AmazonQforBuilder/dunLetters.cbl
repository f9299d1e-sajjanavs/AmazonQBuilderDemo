identification division.
program-id. dun-letters.

*> nightly collections dunning. cash-apply's aging report shows who
*> is 31-60, 61-90 and over 90 days, but nobody acts on it until
*> someone reads it; this pass acts on it. It reads the open-item
*> ledger cash-apply just wrote (OPENITEM), decides per invoice the
*> letter its oldest past-due bucket calls for - 31-60 days a first
*> reminder, 61-90 a second notice, over 90 a final demand - and
*> prints one letter per customer (DUNLTRS), addressed from the
*> customer master, at the highest level any of its invoices has
*> reached tonight, listing every past-due invoice the customer
*> owes.
*>
*> Escalation rules, kept per customer/invoice on the dunning
*> history (DUNHIST, carried forward to DUNHISTN and swapped by the
*> job like OPENITEM): an invoice is never sent the same level
*> twice; it climbs one level per letter, so even an invoice first
*> seen at over 90 days starts with a first reminder; and it only
*> climbs once the waiting period (PARM, days - default 14) has run
*> since its last letter. An invoice cash-apply has cleared is no
*> longer on OPENITEM, so its history is not carried forward and it
*> drops out of dunning on its own.
*>
*> The collector worklist (DUNWORK) lists who was dunned tonight and
*> at what level, then every invoice that has had its final demand
*> and has not been paid down since.

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

   select dunning-history-file assign to "DUNHIST"
      organization is line sequential
      file status is ws-dun-hist-status.

   select dunning-history-new-file assign to "DUNHISTN"
      organization is line sequential
      file status is ws-dun-hist-new-status.

   select letter-file assign to "DUNLTRS"
      organization is line sequential
      file status is ws-letter-status.

   select worklist-file assign to "DUNWORK"
      organization is line sequential
      file status is ws-worklist-status.

   select sort-work-file assign to "SORTWK".

data division.
file section.
   fd  open-item-file.
   copy OPENIREC.

   fd  customer-master-file.
   copy CUSTREC.

   fd  dunning-history-file.
   copy DUNHREC.

   fd  dunning-history-new-file.
   01  dunning-history-new-record.
       05 dhn-customer-id               pic x(10).
       05 dhn-invoice-number            pic x(10).
       05 dhn-level                     pic 9(1).
       05 dhn-last-sent-date            pic x(8).
       05 dhn-balance-at-last           pic s9(7)v99.

   fd  letter-file.
   01  letter-record                    pic x(132).

   fd  worklist-file.
   01  worklist-record                  pic x(132).

   sd  sort-work-file.
   01  sort-record.
       05 srt-customer-id               pic x(10).
       05 srt-item-date                 pic x(8).
       05 srt-invoice-number            pic x(10).
       05 srt-open-balance              pic s9(7)v99.

working-storage section.
   01 ws-open-item-status             pic xx.
      88 ws-open-item-ok               value "00".
      88 ws-open-item-eof              value "10".

   01 ws-customer-status              pic xx.
      88 ws-customer-ok                value "00".

   01 ws-dun-hist-status              pic xx.
      88 ws-dun-hist-ok                value "00".
      88 ws-dun-hist-eof               value "10".
      88 ws-dun-hist-not-found         value "35".

   01 ws-dun-hist-new-status          pic xx.
      88 ws-dun-hist-new-ok            value "00".

   01 ws-letter-status                pic xx.
      88 ws-letter-ok                  value "00".

   01 ws-worklist-status              pic xx.
      88 ws-worklist-ok                value "00".

   01 ws-sort-eof-switch              pic x value "N".
      88 ws-sort-eof                  value "Y".

*> days that must pass after an invoice's last letter before it can
*> be sent the next level
   01 ws-wait-days                    pic 9(3) value 14.
   01 ws-parm-days                    pic x(3) justified right.

*> the prior dunning history, in storage for the run - looked up by
*> customer/invoice as the open items come through
   01 ws-history-table.
      05 ws-hist-entry occurs 2000 times.
         10 ws-hist-customer          pic x(10).
         10 ws-hist-invoice           pic x(10).
         10 ws-hist-level             pic 9(1).
         10 ws-hist-sent-date         pic x(8).
         10 ws-hist-balance           pic s9(7)v99.
   01 ws-hist-count                   pic 9(4) value 0.
   01 ws-hist-idx                     pic 9(4).
   01 ws-hist-found-idx               pic 9(4).

*> one customer's open invoices, oldest first, held until the
*> letter level for the customer is known
   01 ws-cust-item-table.
      05 ws-ci-entry occurs 500 times.
         10 ws-ci-invoice             pic x(10).
         10 ws-ci-date                pic x(8).
         10 ws-ci-balance             pic s9(7)v99.
         10 ws-ci-age-days            pic s9(5).
         10 ws-ci-bucket-level        pic 9(1).
         10 ws-ci-hist-idx            pic 9(4).
         10 ws-ci-prior-level         pic 9(1).
         10 ws-ci-new-level           pic 9(1).
   01 ws-ci-count                     pic 9(3).
   01 ws-ci-idx                       pic 9(3).

*> invoices past their final demand with nothing paid since -
*> collected through the pass, printed as the worklist's second
*> section
   01 ws-final-table.
      05 ws-fin-entry occurs 1000 times.
         10 ws-fin-customer           pic x(10).
         10 ws-fin-invoice            pic x(10).
         10 ws-fin-sent-date          pic x(8).
         10 ws-fin-days               pic s9(5).
         10 ws-fin-balance-at-final   pic s9(7)v99.
         10 ws-fin-balance            pic s9(7)v99.
   01 ws-final-count                  pic 9(4) value 0.
   01 ws-final-idx                    pic 9(4).
   01 ws-final-dropped                pic 9(5) value 0.

   01 ws-current-customer             pic x(10).
   01 ws-cust-hold-name               pic x(30).
   01 ws-cust-on-master-switch        pic x value "Y".
      88 ws-cust-on-master            value "Y".
   01 ws-letter-level                 pic 9(1).
   01 ws-cust-past-due                pic s9(9)v99.
   01 ws-cust-past-due-items          pic 9(3).

   01 ws-run-date-int                 pic 9(8).
   01 ws-date-check                   pic x(8).
   01 ws-date-num                     pic 9(8).
   01 ws-date-int                     pic 9(8).
   01 ws-days-since-sent              pic s9(5).

   01 ws-items-read                   pic 9(7) value 0.
   01 ws-letters-written              pic 9(5) value 0.
   01 ws-level-1-letters              pic 9(5) value 0.
   01 ws-level-2-letters              pic 9(5) value 0.
   01 ws-level-3-letters              pic 9(5) value 0.
   01 ws-hist-carried                 pic 9(7) value 0.
   01 ws-not-on-master                pic 9(5) value 0.

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-letter-separator             pic x(70) value all "=".

   01 ws-letter-header.
      05 wlh-title                    pic x(30).
      05 filler                       pic x(6)  value "DATE: ".
      05 wlh-run-date                 pic x(10).

   01 ws-letter-address.
      05 filler                       pic x(10) value "CUSTOMER: ".
      05 wla-customer-id              pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wla-customer-name            pic x(30).

   01 ws-letter-text                  pic x(70).

   01 ws-letter-column-heads.
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(10) value "DATE".
      05 filler                       pic x(10) value "DAYS OLD".
      05 filler                       pic x(13) value "BALANCE DUE".

   01 ws-letter-detail.
      05 wld-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wld-date                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wld-days                     pic zzzz9.
      05 filler                       pic x(5)  value spaces.
      05 wld-balance                  pic -(6)9.99.

   01 ws-letter-total-line.
      05 filler                       pic x(37)
         value "TOTAL PAST DUE".
      05 wlt-balance                  pic -(6)9.99.

   01 ws-worklist-header.
      05 filler                       pic x(30)
         value "COLLECTOR DUNNING WORKLIST    ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wwh-run-date                 pic x(10).

   01 ws-worklist-dunned-head         pic x(60)
      value "DUNNED TONIGHT".

   01 ws-worklist-dunned-columns.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(32) value "NAME".
      05 filler                       pic x(17) value "LETTER".
      05 filler                       pic x(7)  value "ITEMS".
      05 filler                       pic x(13) value "PAST DUE".

   01 ws-worklist-dunned-line.
      05 wwd-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wwd-name                     pic x(30).
      05 filler                       pic x(2)  value spaces.
      05 wwd-level-name               pic x(15).
      05 filler                       pic x(2)  value spaces.
      05 wwd-items                    pic zz9.
      05 filler                       pic x(2)  value spaces.
      05 wwd-past-due                 pic -(8)9.99.

   01 ws-worklist-final-head          pic x(60)
      value "FINAL DEMAND SENT - NO PAYMENT SINCE".

   01 ws-worklist-final-columns.
      05 filler                       pic x(12) value "CUSTOMER".
      05 filler                       pic x(12) value "INVOICE".
      05 filler                       pic x(10) value "FINAL ON".
      05 filler                       pic x(7)  value "DAYS".
      05 filler                       pic x(13) value "AT FINAL".
      05 filler                       pic x(13) value "BALANCE NOW".

   01 ws-worklist-final-line.
      05 wwf-customer                 pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wwf-invoice                  pic x(10).
      05 filler                       pic x(2)  value spaces.
      05 wwf-sent-date                pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wwf-days                     pic zzzz9.
      05 filler                       pic x(2)  value spaces.
      05 wwf-balance-at-final         pic -(6)9.99.
      05 filler                       pic x(2)  value spaces.
      05 wwf-balance                  pic -(6)9.99.

   01 ws-worklist-none-line           pic x(60)
      value "    NONE".

   01 ws-worklist-total-line.
      05 wwt-label                    pic x(30).
      05 wwt-count                    pic zzzz9.

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(10).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   compute ws-run-date-int
      = function integer-of-date(
           function numval(ws-current-date-time(1:8)))
   string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
          "-" ws-current-date-time(7:2) into ws-run-date-display
   perform get-wait-days
   perform load-dunning-history
   perform open-dunning-outputs
   sort sort-work-file
      on ascending key srt-customer-id srt-item-date
                       srt-invoice-number
      input procedure is release-open-invoices
      output procedure is build-dunning-letters
   perform write-final-demand-section
   close customer-master-file
   close dunning-history-new-file
   close letter-file
   close worklist-file
   perform display-dunning-results
*> RC4 = letters went out but some customer is missing from the
*> master and its letter has no name to address it to
   if ws-not-on-master > 0
      move 4 to return-code
   end-if
   stop run.

*> PARM is the waiting period in days; none supplied means the
*> standard 14
   get-wait-days.
      if ls-parm-length > 0
         if ls-parm-length > 3
            display "DUNNING WAIT PARM TOO LONG - SUPPLY PARM='NNN'"
            perform abend-program
         end-if
         move ls-parm-text(1:ls-parm-length) to ws-parm-days
         inspect ws-parm-days replacing leading space by "0"
         if ws-parm-days is not numeric
            display "DUNNING WAIT DAYS NOT NUMERIC: " ws-parm-days
            perform abend-program
         end-if
         move ws-parm-days to ws-wait-days
      end-if
      display "Dunning wait period:  " ws-wait-days " days".

*> a missing history is a valid first-night state - nothing has
*> been dunned yet
   load-dunning-history.
      open input dunning-history-file
      if ws-dun-hist-not-found
         display "NO DUNNING HISTORY - STARTING NEW HISTORY"
      else
         if not ws-dun-hist-ok
            display "UNABLE TO OPEN DUNHIST - FILE STATUS "
               ws-dun-hist-status
            perform abend-program
         end-if
         read dunning-history-file
            at end set ws-dun-hist-eof to true
         end-read
         perform until ws-dun-hist-eof
            if ws-hist-count >= 2000
               display "DUNNING HISTORY EXCEEDS TABLE LIMIT OF 2000"
               perform abend-program
            end-if
            add 1 to ws-hist-count
            move dh-customer-id to ws-hist-customer(ws-hist-count)
            move dh-invoice-number to ws-hist-invoice(ws-hist-count)
            move dh-level to ws-hist-level(ws-hist-count)
            move dh-last-sent-date to ws-hist-sent-date(ws-hist-count)
            move dh-balance-at-last to ws-hist-balance(ws-hist-count)
            read dunning-history-file
               at end set ws-dun-hist-eof to true
            end-read
         end-perform
         close dunning-history-file
      end-if.

   open-dunning-outputs.
      open input customer-master-file
      if not ws-customer-ok
         display "UNABLE TO OPEN CUSTMAST - FILE STATUS "
            ws-customer-status
         perform abend-program
      end-if
      open output dunning-history-new-file
      if not ws-dun-hist-new-ok
         display "UNABLE TO OPEN DUNHISTN - FILE STATUS "
            ws-dun-hist-new-status
         perform abend-program
      end-if
      open output letter-file
      if not ws-letter-ok
         display "UNABLE TO OPEN DUNLTRS - FILE STATUS "
            ws-letter-status
         perform abend-program
      end-if
      open output worklist-file
      if not ws-worklist-ok
         display "UNABLE TO OPEN DUNWORK - FILE STATUS "
            ws-worklist-status
         perform abend-program
      end-if
      move ws-run-date-display to wwh-run-date
      move ws-worklist-header to worklist-record
      write worklist-record
      move spaces to worklist-record
      write worklist-record
      move ws-worklist-dunned-head to worklist-record
      write worklist-record
      move ws-worklist-dunned-columns to worklist-record
      write worklist-record.

*> only invoices still owing are dunned; unapplied cash and credit
*> balances are collections' to resolve, not the customer's to pay
   release-open-invoices.
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
         add 1 to ws-items-read
         if oi-invoice-item and oi-open-balance > 0
            move oi-customer-id to srt-customer-id
            move oi-item-date to srt-item-date
            move oi-invoice-number to srt-invoice-number
            move oi-open-balance to srt-open-balance
            release sort-record
         end-if
         read open-item-file
            at end set ws-open-item-eof to true
         end-read
      end-perform
      close open-item-file.

*> control break on customer: gather the customer's invoices, work
*> out each one's letter level, write the letter at the highest of
*> them, then carry the history forward for every invoice that has
*> one
   build-dunning-letters.
      perform return-sorted-item
      perform until ws-sort-eof
         move srt-customer-id to ws-current-customer
         move 0 to ws-ci-count
         perform until ws-sort-eof
               or srt-customer-id not = ws-current-customer
            perform collect-customer-invoice
            perform return-sorted-item
         end-perform
         perform decide-letter-level
         if ws-letter-level > 0
            perform find-customer-name
            perform write-dunning-letter
            perform write-dunned-worklist-line
         end-if
         perform carry-customer-history
      end-perform.

   return-sorted-item.
      return sort-work-file
         at end set ws-sort-eof to true
      end-return.

   collect-customer-invoice.
      if ws-ci-count >= 500
         display "CUSTOMER " ws-current-customer
            " HAS MORE THAN 500 OPEN INVOICES"
         perform abend-program
      end-if
      add 1 to ws-ci-count
      move srt-invoice-number to ws-ci-invoice(ws-ci-count)
      move srt-item-date to ws-ci-date(ws-ci-count)
      move srt-open-balance to ws-ci-balance(ws-ci-count)
      move srt-item-date to ws-date-check
      perform convert-check-date
      if ws-date-int > 0
         compute ws-ci-age-days(ws-ci-count)
            = ws-run-date-int - ws-date-int
      else
         move 0 to ws-ci-age-days(ws-ci-count)
      end-if
*> the same buckets the aging report uses
      if ws-ci-age-days(ws-ci-count) > 90
         move 3 to ws-ci-bucket-level(ws-ci-count)
      else
         if ws-ci-age-days(ws-ci-count) > 60
            move 2 to ws-ci-bucket-level(ws-ci-count)
         else
            if ws-ci-age-days(ws-ci-count) > 30
               move 1 to ws-ci-bucket-level(ws-ci-count)
            else
               move 0 to ws-ci-bucket-level(ws-ci-count)
            end-if
         end-if
      end-if
      perform find-invoice-history
      move ws-hist-found-idx to ws-ci-hist-idx(ws-ci-count)
      if ws-hist-found-idx > 0
         move ws-hist-level(ws-hist-found-idx)
            to ws-ci-prior-level(ws-ci-count)
      else
         move 0 to ws-ci-prior-level(ws-ci-count)
      end-if
      move 0 to ws-ci-new-level(ws-ci-count).

   find-invoice-history.
      move 0 to ws-hist-found-idx
      perform varying ws-hist-idx from 1 by 1
            until ws-hist-idx > ws-hist-count
               or ws-hist-found-idx > 0
         if ws-hist-customer(ws-hist-idx) = srt-customer-id
               and ws-hist-invoice(ws-hist-idx) = srt-invoice-number
            move ws-hist-idx to ws-hist-found-idx
         end-if
      end-perform.

*> an invoice moves up one level when its bucket calls for more
*> than it has had and its waiting period since the last letter
*> has run; the customer's letter is the highest level any of its
*> invoices moved to tonight
   decide-letter-level.
      move 0 to ws-letter-level
      perform varying ws-ci-idx from 1 by 1
            until ws-ci-idx > ws-ci-count
         if ws-ci-bucket-level(ws-ci-idx) > ws-ci-prior-level(ws-ci-idx)
            move 99999 to ws-days-since-sent
            if ws-ci-hist-idx(ws-ci-idx) > 0
               move ws-hist-sent-date(ws-ci-hist-idx(ws-ci-idx))
                  to ws-date-check
               perform convert-check-date
               if ws-date-int > 0
                  compute ws-days-since-sent
                     = ws-run-date-int - ws-date-int
               end-if
            end-if
            if ws-days-since-sent >= ws-wait-days
               compute ws-ci-new-level(ws-ci-idx)
                  = ws-ci-prior-level(ws-ci-idx) + 1
               if ws-ci-new-level(ws-ci-idx) > ws-letter-level
                  move ws-ci-new-level(ws-ci-idx) to ws-letter-level
               end-if
            end-if
         end-if
      end-perform.

*> a customer missing from the master is still dunned - the debt is
*> real - but the letter cannot be addressed, so it is counted and
*> the run ends RC4 for someone to look at it
   find-customer-name.
      move "Y" to ws-cust-on-master-switch
      move "(NOT ON CUSTOMER MASTER)" to ws-cust-hold-name
      move ws-current-customer to cust-id
      read customer-master-file
         invalid key
            move "N" to ws-cust-on-master-switch
            add 1 to ws-not-on-master
         not invalid key
            move cust-name to ws-cust-hold-name
      end-read.

   write-dunning-letter.
      evaluate ws-letter-level
         when 1
            move "FIRST REMINDER" to wlh-title
            add 1 to ws-level-1-letters
         when 2
            move "SECOND NOTICE" to wlh-title
            add 1 to ws-level-2-letters
         when other
            move "FINAL DEMAND" to wlh-title
            add 1 to ws-level-3-letters
      end-evaluate
      move ws-letter-separator to letter-record
      write letter-record
      move ws-run-date-display to wlh-run-date
      move ws-letter-header to letter-record
      write letter-record
      move ws-current-customer to wla-customer-id
      move ws-cust-hold-name to wla-customer-name
      move ws-letter-address to letter-record
      write letter-record
      move spaces to letter-record
      write letter-record
      evaluate ws-letter-level
         when 1
            move "Our records show the invoices below are past due."
               to ws-letter-text
            perform write-letter-text
            move "If you have already paid, please disregard this."
               to ws-letter-text
            perform write-letter-text
         when 2
            move "The invoices below remain unpaid despite our"
               to ws-letter-text
            perform write-letter-text
            move "earlier reminder. Please remit the balance now."
               to ws-letter-text
            perform write-letter-text
         when other
            move "FINAL DEMAND: the invoices below are seriously"
               to ws-letter-text
            perform write-letter-text
            move "overdue. Unless paid, the account will be placed"
               to ws-letter-text
            perform write-letter-text
            move "with our collections department without notice."
               to ws-letter-text
            perform write-letter-text
      end-evaluate
      move spaces to letter-record
      write letter-record
      move ws-letter-column-heads to letter-record
      write letter-record
      move 0 to ws-cust-past-due
      move 0 to ws-cust-past-due-items
      perform varying ws-ci-idx from 1 by 1
            until ws-ci-idx > ws-ci-count
         if ws-ci-bucket-level(ws-ci-idx) > 0
            move ws-ci-invoice(ws-ci-idx) to wld-invoice
            move ws-ci-date(ws-ci-idx) to wld-date
            move ws-ci-age-days(ws-ci-idx) to wld-days
            move ws-ci-balance(ws-ci-idx) to wld-balance
            move ws-letter-detail to letter-record
            write letter-record
            add ws-ci-balance(ws-ci-idx) to ws-cust-past-due
            add 1 to ws-cust-past-due-items
         end-if
      end-perform
      move ws-cust-past-due to wlt-balance
      move ws-letter-total-line to letter-record
      write letter-record
      add 1 to ws-letters-written.

   write-letter-text.
      move ws-letter-text to letter-record
      write letter-record.

   write-dunned-worklist-line.
      move ws-current-customer to wwd-customer
      move ws-cust-hold-name to wwd-name
      move wlh-title to wwd-level-name
      move ws-cust-past-due-items to wwd-items
      move ws-cust-past-due to wwd-past-due
      move ws-worklist-dunned-line to worklist-record
      write worklist-record.

*> the new history generation: an invoice sent a letter tonight is
*> written at its new level with tonight's date and balance; one
*> with earlier history carries forward unchanged. Either way it is
*> still open - cleared invoices never reach here. An invoice that
*> had its final demand on an earlier night and owes at least what
*> it did then goes on the worklist.
   carry-customer-history.
      perform varying ws-ci-idx from 1 by 1
            until ws-ci-idx > ws-ci-count
         if ws-ci-new-level(ws-ci-idx) > 0
            move ws-current-customer to dhn-customer-id
            move ws-ci-invoice(ws-ci-idx) to dhn-invoice-number
            move ws-ci-new-level(ws-ci-idx) to dhn-level
            move ws-current-date-time(1:8) to dhn-last-sent-date
            move ws-ci-balance(ws-ci-idx) to dhn-balance-at-last
            perform write-new-history
         else
            if ws-ci-hist-idx(ws-ci-idx) > 0
               move ws-ci-hist-idx(ws-ci-idx) to ws-hist-idx
               move ws-hist-customer(ws-hist-idx) to dhn-customer-id
               move ws-hist-invoice(ws-hist-idx)
                  to dhn-invoice-number
               move ws-hist-level(ws-hist-idx) to dhn-level
               move ws-hist-sent-date(ws-hist-idx)
                  to dhn-last-sent-date
               move ws-hist-balance(ws-hist-idx)
                  to dhn-balance-at-last
               perform write-new-history
               if ws-hist-level(ws-hist-idx) = 3
                     and ws-ci-balance(ws-ci-idx)
                        >= ws-hist-balance(ws-hist-idx)
                  perform hold-final-demand-item
               end-if
            end-if
         end-if
      end-perform.

   write-new-history.
      write dunning-history-new-record
      add 1 to ws-hist-carried.

   hold-final-demand-item.
      if ws-final-count >= 1000
         add 1 to ws-final-dropped
      else
         add 1 to ws-final-count
         move ws-current-customer to ws-fin-customer(ws-final-count)
         move ws-ci-invoice(ws-ci-idx)
            to ws-fin-invoice(ws-final-count)
         move ws-hist-sent-date(ws-hist-idx)
            to ws-fin-sent-date(ws-final-count)
         move ws-hist-sent-date(ws-hist-idx) to ws-date-check
         perform convert-check-date
         if ws-date-int > 0
            compute ws-fin-days(ws-final-count)
               = ws-run-date-int - ws-date-int
         else
            move 0 to ws-fin-days(ws-final-count)
         end-if
         move ws-hist-balance(ws-hist-idx)
            to ws-fin-balance-at-final(ws-final-count)
         move ws-ci-balance(ws-ci-idx)
            to ws-fin-balance(ws-final-count)
      end-if.

   write-final-demand-section.
      if ws-letters-written = 0
         move ws-worklist-none-line to worklist-record
         write worklist-record
      end-if
      move spaces to worklist-record
      write worklist-record
      move ws-worklist-final-head to worklist-record
      write worklist-record
      move ws-worklist-final-columns to worklist-record
      write worklist-record
      if ws-final-count = 0
         move ws-worklist-none-line to worklist-record
         write worklist-record
      end-if
      perform varying ws-final-idx from 1 by 1
            until ws-final-idx > ws-final-count
         move ws-fin-customer(ws-final-idx) to wwf-customer
         move ws-fin-invoice(ws-final-idx) to wwf-invoice
         move ws-fin-sent-date(ws-final-idx) to wwf-sent-date
         move ws-fin-days(ws-final-idx) to wwf-days
         move ws-fin-balance-at-final(ws-final-idx)
            to wwf-balance-at-final
         move ws-fin-balance(ws-final-idx) to wwf-balance
         move ws-worklist-final-line to worklist-record
         write worklist-record
      end-perform
      if ws-final-dropped > 0
         display "FINAL DEMAND LIST FULL - " ws-final-dropped
            " INVOICES NOT LISTED"
      end-if
      move spaces to worklist-record
      write worklist-record
      move "FIRST REMINDERS" to wwt-label
      move ws-level-1-letters to wwt-count
      move ws-worklist-total-line to worklist-record
      write worklist-record
      move "SECOND NOTICES" to wwt-label
      move ws-level-2-letters to wwt-count
      move ws-worklist-total-line to worklist-record
      write worklist-record
      move "FINAL DEMANDS" to wwt-label
      move ws-level-3-letters to wwt-count
      move ws-worklist-total-line to worklist-record
      write worklist-record
      move "FINAL - NO PAYMENT SINCE" to wwt-label
      move ws-final-count to wwt-count
      move ws-worklist-total-line to worklist-record
      write worklist-record.

*> a date that will not parse - non-numeric, or a calendar-
*> impossible value INTEGER-OF-DATE cannot convert - comes back as
*> zero and the caller treats it as unknown
   convert-check-date.
      move 0 to ws-date-int
      if ws-date-check is numeric
            and ws-date-check(5:2) >= "01"
            and ws-date-check(5:2) <= "12"
            and ws-date-check(7:2) >= "01"
            and ws-date-check(7:2) <= "31"
         move ws-date-check to ws-date-num
         compute ws-date-int = function integer-of-date(ws-date-num)
      end-if.

   display-dunning-results.
      display "Open items read:      " ws-items-read
      display "Letters written:      " ws-letters-written
      display "  First reminders:    " ws-level-1-letters
      display "  Second notices:     " ws-level-2-letters
      display "  Final demands:      " ws-level-3-letters
      display "Final - no payment:   " ws-final-count
      display "History carried:      " ws-hist-carried
      display "Not on cust master:   " ws-not-on-master
      display "Letters written to DUNLTRS, worklist to DUNWORK".

   abend-program.
      move 16 to return-code
      stop run.
