identification division.
program-id. wo-nominate.

*> bad-debt write-off nomination. The first half of the write-off
*> dual control: an AR operator signs on and nominates open
*> invoices on the ledger (OPENITEM) for write-off - one invoice
*> at a time with a reason, or every invoice whose balance is at
*> or under a small-balance tolerance in one sweep. Nominations
*> are appended to WOPEND; nothing comes off the ledger here. A
*> different operator approves or rejects each one through
*> wo-approve, which is where the item leaves the ledger, the
*> write-off history is written and the GL and tax recovery are
*> posted.
*>
*> Only invoices still owing can be nominated - unapplied cash
*> and credit balances are not bad debt - and an invoice already
*> awaiting approval cannot be nominated a second time.

environment division.
input-output section.
file-control.
   select open-item-file assign to "OPENITEM"
      organization is line sequential
      file status is ws-open-item-status.

   select write-off-pending-file assign to "WOPEND"
      organization is line sequential
      file status is ws-wo-pending-status.

data division.
file section.
   fd  open-item-file.
   copy OPENIREC.

   fd  write-off-pending-file.
   copy WOPNREC.

working-storage section.
   01 ws-open-item-status             pic xx.
      88 ws-open-item-ok               value "00".
      88 ws-open-item-eof              value "10".

   01 ws-wo-pending-status            pic xx.
      88 ws-wo-pending-ok              value "00".
      88 ws-wo-pending-eof             value "10".
      88 ws-wo-pending-not-found       value "35".

*> the open-item ledger, in storage for the session
   01 ws-item-table.
      05 ws-item-entry occurs 2000 times.
         10 ws-item-customer          pic x(10).
         10 ws-item-invoice           pic x(10).
         10 ws-item-date              pic x(8).
         10 ws-item-type              pic x(1).
         10 ws-item-balance           pic s9(7)v99.
         10 ws-item-company           pic x(3).
   01 ws-item-count                   pic 9(4) value 0.
   01 ws-item-idx                     pic 9(4).
   01 ws-item-found-idx               pic 9(4).

*> everything already awaiting approval, plus what is nominated
*> this session - the duplicate check and the L listing
   01 ws-pending-table.
      05 ws-pend-entry occurs 1000 times.
         10 ws-pend-customer          pic x(10).
         10 ws-pend-invoice           pic x(10).
         10 ws-pend-balance           pic s9(7)v99.
         10 ws-pend-operator          pic x(8).
         10 ws-pend-date              pic x(8).
   01 ws-pend-count                   pic 9(4) value 0.
   01 ws-pend-idx                     pic 9(4).
   01 ws-pend-found-switch            pic x value "N".
      88 ws-pend-found                value "Y".

   01 ws-operator-id                  pic x(8).
   01 ws-action                       pic x(1).
   01 ws-confirm                      pic x(1).
   01 ws-customer-entry               pic x(10).
   01 ws-invoice-entry                pic x(10).
   01 ws-reason-entry                 pic x(40).

*> tolerance entry - scanned before NUMVAL touches it, the same way
*> rate-maint takes a rate
   01 ws-tol-entry                    pic x(12).
   01 ws-tolerance                    pic 9(7)v99.
   01 ws-tol-check                    pic 9(9)v99.
   01 ws-tol-ok-switch                pic x value "N".
      88 ws-tol-ok                    value "Y".
   01 ws-tol-idx                      pic 9(2).
   01 ws-tol-length                   pic 9(2).
   01 ws-tol-char                     pic x(1).
   01 ws-tol-points                   pic 9(2).
   01 ws-tol-digits                   pic 9(2).

   01 ws-sweep-count                  pic 9(5).
   01 ws-sweep-total                  pic s9(9)v99.

   01 ws-nominated-count              pic 9(5) value 0.
   01 ws-nominated-total              pic s9(9)v99 value 0.
   01 ws-amount-display               pic -(6)9.99.
   01 ws-total-display                pic -(8)9.99.
   01 ws-current-date-time            pic x(21).

   01 ws-done-switch                  pic x value "N".
      88 ws-done                      value "Y".

procedure division.
   move function current-date to ws-current-date-time
   perform load-open-items
   perform load-pending-nominations
   perform open-pending-for-append
   perform get-operator-id
   display "WRITE-OFF NOMINATION - " ws-item-count " OPEN ITEMS, "
      ws-pend-count " ALREADY AWAITING APPROVAL"
   perform until ws-done
      display " "
      display "ACTION? N=NOMINATE INVOICE T=TOLERANCE SWEEP"
         " L=LIST PENDING Q=QUIT:"
      accept ws-action
      if ws-action = "N" or ws-action = "n"
         perform nominate-invoice
      else
      if ws-action = "T" or ws-action = "t"
         perform tolerance-sweep
      else
      if ws-action = "L" or ws-action = "l"
         perform list-pending
      else
      if ws-action = "Q" or ws-action = "q"
         move "Y" to ws-done-switch
      end-if
      end-if
      end-if
      end-if
   end-perform
   close write-off-pending-file
   move ws-nominated-total to ws-total-display
   display "WRITE-OFF NOMINATION DONE - " ws-nominated-count
      " NOMINATED, TOTAL " ws-total-display
   stop run.

   load-open-items.
      open input open-item-file
      if not ws-open-item-ok
         display "UNABLE TO OPEN OPENITEM - FILE STATUS "
            ws-open-item-status
         move 16 to return-code
         stop run
      end-if
      read open-item-file
         at end set ws-open-item-eof to true
      end-read
      perform until ws-open-item-eof
         if ws-item-count >= 2000
            display "OPEN ITEM FILE EXCEEDS TABLE LIMIT OF 2000"
            move 16 to return-code
            stop run
         end-if
         add 1 to ws-item-count
         move oi-customer-id to ws-item-customer(ws-item-count)
         move oi-invoice-number to ws-item-invoice(ws-item-count)
         move oi-item-date to ws-item-date(ws-item-count)
         move oi-item-type to ws-item-type(ws-item-count)
         move oi-open-balance to ws-item-balance(ws-item-count)
         move oi-company to ws-item-company(ws-item-count)
         read open-item-file
            at end set ws-open-item-eof to true
         end-read
      end-perform
      close open-item-file.

*> a missing WOPEND just means nothing is awaiting approval
   load-pending-nominations.
      open input write-off-pending-file
      if not ws-wo-pending-not-found
         if not ws-wo-pending-ok
            display "UNABLE TO OPEN WOPEND - FILE STATUS "
               ws-wo-pending-status
            move 16 to return-code
            stop run
         end-if
         read write-off-pending-file
            at end set ws-wo-pending-eof to true
         end-read
         perform until ws-wo-pending-eof
            perform add-pending-entry
            read write-off-pending-file
               at end set ws-wo-pending-eof to true
            end-read
         end-perform
         close write-off-pending-file
      end-if.

   open-pending-for-append.
      open extend write-off-pending-file
      if not ws-wo-pending-ok
         open output write-off-pending-file
      end-if
      if not ws-wo-pending-ok
         display "UNABLE TO OPEN WOPEND - FILE STATUS "
            ws-wo-pending-status
         move 16 to return-code
         stop run
      end-if.

   add-pending-entry.
      if ws-pend-count >= 1000
         display "WRITE-OFF PENDING FILE EXCEEDS TABLE LIMIT OF 1000"
            " - APPROVE OR REJECT WHAT IS ON FILE FIRST"
         move 16 to return-code
         stop run
      end-if
      add 1 to ws-pend-count
      move wop-customer-id to ws-pend-customer(ws-pend-count)
      move wop-invoice-number to ws-pend-invoice(ws-pend-count)
      move wop-balance to ws-pend-balance(ws-pend-count)
      move wop-operator-id to ws-pend-operator(ws-pend-count)
      move wop-request-date to ws-pend-date(ws-pend-count).

*> the nominator's id is what the approver is checked against, so
*> it cannot be defaulted
   get-operator-id.
      display "WRITE-OFF NOMINATION - ENTER OPERATOR ID:"
      accept ws-operator-id
      if ws-operator-id = spaces
         display "OPERATOR ID REQUIRED"
         move 16 to return-code
         stop run
      end-if.

   nominate-invoice.
      display "CUSTOMER ID:"
      accept ws-customer-entry
      display "INVOICE NUMBER:"
      accept ws-invoice-entry
      move 0 to ws-item-found-idx
      perform varying ws-item-idx from 1 by 1
            until ws-item-idx > ws-item-count
               or ws-item-found-idx > 0
         if ws-item-customer(ws-item-idx) = ws-customer-entry
               and ws-item-invoice(ws-item-idx) = ws-invoice-entry
            move ws-item-idx to ws-item-found-idx
         end-if
      end-perform
      if ws-item-found-idx = 0
         display "INVOICE NOT ON OPEN ITEM LEDGER"
      else
         move ws-item-found-idx to ws-item-idx
         perform find-pending
         if ws-item-type(ws-item-idx) not = "I"
            display "UNAPPLIED CASH CANNOT BE WRITTEN OFF"
         else
         if ws-item-balance(ws-item-idx) not > 0
            display "NO BALANCE OWING ON THIS INVOICE"
         else
         if ws-pend-found
            display "ALREADY NOMINATED - AWAITING APPROVAL"
         else
            move ws-item-balance(ws-item-idx) to ws-amount-display
            display "  ITEM DATE: " ws-item-date(ws-item-idx)
            display "  COMPANY:   " ws-item-company(ws-item-idx)
            display "  BALANCE:   " ws-amount-display
            display "WRITE-OFF REASON:"
            accept ws-reason-entry
            if ws-reason-entry = spaces
               move "UNCOLLECTIBLE" to ws-reason-entry
            end-if
            move "N" to wop-nomination-type
            perform write-nomination
            display "NOMINATED - AWAITING APPROVAL"
         end-if
         end-if
         end-if
      end-if.

*> every invoice owing no more than the tolerance, not already
*> nominated - counted and totaled first, and only written once the
*> operator confirms the sweep
   tolerance-sweep.
      display "SMALL-BALANCE TOLERANCE (E.G. 5.00):"
      perform accept-tolerance
      if ws-tolerance = 0
         display "TOLERANCE MUST BE GREATER THAN ZERO"
      else
         move 0 to ws-sweep-count
         move 0 to ws-sweep-total
         perform varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count
            if ws-item-type(ws-item-idx) = "I"
                  and ws-item-balance(ws-item-idx) > 0
                  and ws-item-balance(ws-item-idx) <= ws-tolerance
               perform find-pending
               if not ws-pend-found
                  add 1 to ws-sweep-count
                  add ws-item-balance(ws-item-idx) to ws-sweep-total
               end-if
            end-if
         end-perform
         move ws-sweep-total to ws-total-display
         display ws-sweep-count " INVOICES, TOTAL " ws-total-display
         if ws-sweep-count > 0
            display "NOMINATE ALL OF THEM? Y/N:"
            accept ws-confirm
            if ws-confirm = "Y" or ws-confirm = "y"
               move "SMALL BALANCE UNDER TOLERANCE" to ws-reason-entry
               move "T" to wop-nomination-type
               perform varying ws-item-idx from 1 by 1
                     until ws-item-idx > ws-item-count
                  if ws-item-type(ws-item-idx) = "I"
                        and ws-item-balance(ws-item-idx) > 0
                        and ws-item-balance(ws-item-idx)
                           <= ws-tolerance
                     perform find-pending
                     if not ws-pend-found
                        perform write-nomination
                     end-if
                  end-if
               end-perform
               display "SWEEP NOMINATED - AWAITING APPROVAL"
            end-if
         end-if
      end-if.

   find-pending.
      move "N" to ws-pend-found-switch
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count or ws-pend-found
         if ws-pend-customer(ws-pend-idx)
               = ws-item-customer(ws-item-idx)
               and ws-pend-invoice(ws-pend-idx)
                  = ws-item-invoice(ws-item-idx)
            move "Y" to ws-pend-found-switch
         end-if
      end-perform.

*> the caller sets the nomination type and reason
   write-nomination.
      move ws-item-customer(ws-item-idx) to wop-customer-id
      move ws-item-invoice(ws-item-idx) to wop-invoice-number
      move ws-item-company(ws-item-idx) to wop-company
      move ws-item-date(ws-item-idx) to wop-item-date
      move ws-item-balance(ws-item-idx) to wop-balance
      move ws-operator-id to wop-operator-id
      move ws-current-date-time(1:8) to wop-request-date
      move ws-reason-entry to wop-reason
      write write-off-pending-record
      if not ws-wo-pending-ok
         display "WOPEND WRITE FAILED - FILE STATUS "
            ws-wo-pending-status
         move 16 to return-code
         stop run
      end-if
      perform add-pending-entry
      add 1 to ws-nominated-count
      add wop-balance to ws-nominated-total.

   list-pending.
      perform varying ws-pend-idx from 1 by 1
            until ws-pend-idx > ws-pend-count
         move ws-pend-balance(ws-pend-idx) to ws-amount-display
         display ws-pend-customer(ws-pend-idx) " "
            ws-pend-invoice(ws-pend-idx) " " ws-amount-display " "
            ws-pend-operator(ws-pend-idx) " " ws-pend-date(ws-pend-idx)
      end-perform
      display ws-pend-count " AWAITING APPROVAL".

*> anything else must scan clean as an amount that fits the field,
*> and a bad entry re-prompts
   accept-tolerance.
      move "N" to ws-tol-ok-switch
      perform until ws-tol-ok
         accept ws-tol-entry
         perform scan-tolerance-entry
         if ws-tol-ok
            compute ws-tol-check = function numval(ws-tol-entry)
            if ws-tol-check > 9999999.99
               move "N" to ws-tol-ok-switch
            else
               move ws-tol-check to ws-tolerance
            end-if
         end-if
         if not ws-tol-ok
            display "TOLERANCE NOT A VALID AMOUNT - REKEY"
               " (E.G. 5.00):"
         end-if
      end-perform.

   scan-tolerance-entry.
      move "Y" to ws-tol-ok-switch
      move 0 to ws-tol-points
      move 0 to ws-tol-digits
      move 0 to ws-tol-length
      perform varying ws-tol-idx from 12 by -1
            until ws-tol-idx < 1 or ws-tol-length > 0
         if ws-tol-entry(ws-tol-idx:1) not = space
            move ws-tol-idx to ws-tol-length
         end-if
      end-perform
      perform varying ws-tol-idx from 1 by 1
            until ws-tol-idx > ws-tol-length
         move ws-tol-entry(ws-tol-idx:1) to ws-tol-char
         if ws-tol-char = "."
            add 1 to ws-tol-points
         else
            if ws-tol-char < "0" or ws-tol-char > "9"
               move "N" to ws-tol-ok-switch
            else
               add 1 to ws-tol-digits
            end-if
         end-if
      end-perform
      if ws-tol-points > 1 or ws-tol-digits = 0
            or ws-tol-digits > 9
         move "N" to ws-tol-ok-switch
      end-if.
