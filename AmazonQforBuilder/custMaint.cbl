*> take effect as they are keyed; quit just closes the file.
*> json-sum-tax rejects any line item whose customer is missing
*> from this file or not active on it.
*>
*> Credit: each customer carries a credit limit (zero = no limit)
*> and a hold flag. The operator signs on with an id, may set the
*> limit on an add or change and may put a customer on hold by
*> hand; credit-check also holds customers who run over the limit
*> overnight. Releasing a hold needs a credit manager's id - it
*> must be on the CREDMGR list - and is the point at which the
*> limit may be reset. Every hold and release goes on CREDLOG.
*>
*> Finance charges: a customer exempt from the month-end finance
*> charge (by contract or statute) is flagged on an add or change;
*> fin-charge passes flagged customers over.
*>
*> Audit: every add, change, deactivation, hold and release is
*> also appended to MNTAUDIT the moment the master takes it, with
*> the operator id and the customer record before and after, for
*> the master-file change report (mnt-report).

environment division.
input-output section.
      record key is cust-id
      file status is ws-customer-status.

   select credit-log-file assign to "CREDLOG"
      organization is line sequential
      file status is ws-credit-log-status.

   select credit-manager-file assign to "CREDMGR"
      organization is line sequential
      file status is ws-credit-mgr-status.

   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

data division.
file section.
   fd  customer-master-file.
   copy CUSTREC.

   fd  credit-log-file.
   copy CRHLREC.

*> the credit managers allowed to release a hold, one id per record
   fd  credit-manager-file.
   01  credit-manager-record.
       05 cmg-manager-id                pic x(8).

   fd  maint-audit-file.
   copy MNTAREC.

working-storage section.
   01 ws-customer-status              pic xx.
      88 ws-customer-ok                value "00".
      88 ws-customer-eof               value "10".
      88 ws-customer-not-found         value "35".

   01 ws-credit-log-status            pic xx.
      88 ws-credit-log-ok              value "00".

   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".

*> the customer record as it stood before the action and as it
*> went to the master, and what the action was, for the MNTAUDIT
*> record written once the master has taken the change
   01 ws-before-image                 pic x(60).
   01 ws-after-image                  pic x(60).
   01 ws-audit-action                 pic x(1).

   01 ws-credit-mgr-status            pic xx.
      88 ws-credit-mgr-ok              value "00".
      88 ws-credit-mgr-eof             value "10".
      88 ws-credit-mgr-not-found       value "35".

   01 ws-cust-found-switch            pic x value "N".
      88 ws-cust-found                value "Y".

   01 ws-operator-id                  pic x(8).
   01 ws-manager-id                   pic x(8).
   01 ws-manager-table.
      05 ws-mgr-id occurs 50 times    pic x(8).
   01 ws-mgr-count                    pic 9(2) value 0.
   01 ws-mgr-idx                      pic 9(2).
   01 ws-mgr-found-switch             pic x value "N".
      88 ws-mgr-found                 value "Y".

   01 ws-reason-entry                 pic x(30).
   01 ws-current-date-time            pic x(21).

*> credit limit entry - scanned before NUMVAL touches it, the same
*> way rate-maint takes a rate
   01 ws-limit-entry                  pic x(12).
   01 ws-limit-work                   pic 9(7)v99.
   01 ws-limit-check                  pic 9(9)v99.
   01 ws-limit-display                pic z(6)9.99.
   01 ws-limit-blank-switch           pic x value "N".
      88 ws-limit-blank               value "Y".
   01 ws-lim-ok-switch                pic x value "N".
      88 ws-lim-ok                    value "Y".
   01 ws-lim-idx                      pic 9(2).
   01 ws-lim-length                   pic 9(2).
   01 ws-lim-char                     pic x(1).
   01 ws-lim-points                   pic 9(2).
   01 ws-lim-digits                   pic 9(2).

   01 ws-action                       pic x(1).
   01 ws-id-entry                     pic x(10).
   01 ws-name-entry                   pic x(30).
   01 ws-status-entry                 pic x(1).
   01 ws-juris-entry                  pic x(5).
   01 ws-exempt-entry                 pic x(1).

   01 ws-changed-count                pic 9(5) value 0.
   01 ws-listed-count                 pic 9(5) value 0.

procedure division.
   perform open-customer-master
   perform open-credit-log
   perform open-maint-audit
   perform load-credit-managers
   display "CUSTOMER MAINTENANCE - KEYED MASTER OPEN"
   perform get-operator-id
   perform until ws-done
      display " "
      display "ACTION? A=ADD C=CHANGE D=DEACTIVATE H=HOLD R=RELEASE"
         " L=LIST Q=QUIT:"
      accept ws-action
      if ws-action = "A" or ws-action = "a"
         perform add-customer
      if ws-action = "D" or ws-action = "d"
         perform deactivate-customer
      else
      if ws-action = "H" or ws-action = "h"
         perform hold-customer
      else
      if ws-action = "R" or ws-action = "r"
         perform release-customer
      else
      if ws-action = "L" or ws-action = "l"
         perform list-customers
      else
      end-if
      end-if
      end-if
      end-if
      end-if
   end-perform
   close customer-master-file
   close credit-log-file
   close maint-audit-file
   display "CUSTOMER MAINTENANCE DONE - " ws-changed-count
      " CHANGES APPLIED"
   stop run.
         stop run
      end-if.

*> the log is opened up front so a hold or release is never made
*> on the master without its log record
   open-credit-log.
      open extend credit-log-file
      if not ws-credit-log-ok
         open output credit-log-file
      end-if
      if not ws-credit-log-ok
         display "UNABLE TO OPEN CREDLOG - FILE STATUS "
            ws-credit-log-status
         move 16 to return-code
         stop run
      end-if.

*> opened up front for the same reason as CREDLOG - no change
*> reaches the master unless its audit record can follow it
   open-maint-audit.
      open extend maint-audit-file
      if not ws-maint-audit-ok
         open output maint-audit-file
      end-if
      if not ws-maint-audit-ok
         display "UNABLE TO OPEN MNTAUDIT - FILE STATUS "
            ws-maint-audit-status
         move 16 to return-code
         stop run
      end-if.

*> no CREDMGR means nobody is authorized - holds can still be
*> placed, but nothing can be released until the list exists
   load-credit-managers.
      open input credit-manager-file
      if ws-credit-mgr-not-found
         display "CREDMGR NOT FOUND - CREDIT RELEASES DISABLED"
      else
         if not ws-credit-mgr-ok
            display "UNABLE TO OPEN CREDMGR - FILE STATUS "
               ws-credit-mgr-status
            move 16 to return-code
            stop run
         end-if
         read credit-manager-file
            at end set ws-credit-mgr-eof to true
         end-read
         perform until ws-credit-mgr-eof
            if cmg-manager-id not = spaces and ws-mgr-count < 50
               add 1 to ws-mgr-count
               move cmg-manager-id to ws-mgr-id(ws-mgr-count)
            end-if
            read credit-manager-file
               at end set ws-credit-mgr-eof to true
            end-read
         end-perform
         close credit-manager-file
      end-if.

   get-operator-id.
      display "ENTER OPERATOR ID:"
      accept ws-operator-id
      if ws-operator-id = spaces
         move "UNKNOWN" to ws-operator-id
      end-if.

   find-customer.
      move "N" to ws-cust-found-switch
      move ws-id-entry to cust-id
            accept ws-name-entry
            display "DEFAULT JURISDICTION:"
            accept ws-juris-entry
            display "CREDIT LIMIT (BLANK = NO LIMIT):"
            perform accept-credit-limit
            display "EXEMPT FROM FINANCE CHARGES? Y/N (BLANK = N):"
            accept ws-exempt-entry
            move ws-id-entry to cust-id
            move ws-name-entry to cust-name
            move "A" to cust-status
            move ws-juris-entry to cust-default-juris
            move ws-limit-work to cust-credit-limit
            move space to cust-credit-hold
            if ws-exempt-entry = "Y" or ws-exempt-entry = "y"
               move "Y" to cust-fin-chg-exempt
            else
               move "N" to cust-fin-chg-exempt
            end-if
            move customer-record to ws-after-image
            write customer-record
               invalid key
                  display "WRITE FAILED - FILE STATUS "
                     ws-customer-status
               not invalid key
                  add 1 to ws-changed-count
                  move spaces to ws-before-image
                  move "A" to ws-audit-action
                  perform write-maint-audit
                  display "ADDED AS ACTIVE"
            end-write
         end-if
      if not ws-cust-found
         display "CUSTOMER NOT ON MASTER"
      else
         move customer-record to ws-before-image
         display "NAME:   " cust-name
         display "STATUS: " cust-status
         display "JURIS:  " cust-default-juris
         perform show-credit-status
         if cust-no-finance-charge
            display "FIN CHG: EXEMPT"
         else
            display "FIN CHG: CHARGED"
         end-if
         display "NEW NAME (BLANK = KEEP):"
         accept ws-name-entry
         display "NEW STATUS A/I (BLANK = KEEP):"
         accept ws-status-entry
         display "NEW DEFAULT JURISDICTION (BLANK = KEEP):"
         accept ws-juris-entry
         display "NEW CREDIT LIMIT (0 = NO LIMIT, BLANK = KEEP):"
         perform accept-credit-limit
         display "EXEMPT FROM FINANCE CHARGES Y/N (BLANK = KEEP):"
         accept ws-exempt-entry
         if ws-name-entry not = spaces
            move ws-name-entry to cust-name
         end-if
         if ws-juris-entry not = spaces
            move ws-juris-entry to cust-default-juris
         end-if
         if not ws-limit-blank
            move ws-limit-work to cust-credit-limit
         end-if
         if ws-exempt-entry = "Y" or ws-exempt-entry = "y"
            move "Y" to cust-fin-chg-exempt
         end-if
         if ws-exempt-entry = "N" or ws-exempt-entry = "n"
            move "N" to cust-fin-chg-exempt
         end-if
         move customer-record to ws-after-image
         rewrite customer-record
            invalid key
               display "REWRITE FAILED - FILE STATUS "
                  ws-customer-status
            not invalid key
               add 1 to ws-changed-count
               move "C" to ws-audit-action
               perform write-maint-audit
               display "CHANGED"
         end-rewrite
      end-if.
      if not ws-cust-found
         display "CUSTOMER NOT ON MASTER"
      else
         move customer-record to ws-before-image
         move "I" to cust-status
         move customer-record to ws-after-image
         rewrite customer-record
            invalid key
               display "REWRITE FAILED - FILE STATUS "
                  ws-customer-status
            not invalid key
               add 1 to ws-changed-count
               move "D" to ws-audit-action
               perform write-maint-audit
               display "DEACTIVATED"
         end-rewrite
      end-if.

*> a hold by hand stops the customer the same way an automatic
*> one does - only a credit manager can take it off
   hold-customer.
      display "CUSTOMER ID:"
      accept ws-id-entry
      perform find-customer
      if not ws-cust-found
         display "CUSTOMER NOT ON MASTER"
      else
         if cust-on-credit-hold
            display "CUSTOMER ALREADY ON CREDIT HOLD"
         else
            perform show-credit-status
            display "HOLD REASON:"
            accept ws-reason-entry
            if ws-reason-entry = spaces
               move "HELD BY OPERATOR" to ws-reason-entry
            end-if
            move customer-record to ws-before-image
            move "H" to cust-credit-hold
            move customer-record to ws-after-image
            rewrite customer-record
               invalid key
                  display "REWRITE FAILED - FILE STATUS "
                     ws-customer-status
               not invalid key
                  add 1 to ws-changed-count
                  move spaces to ws-manager-id
                  perform write-credit-log
                  move "H" to ws-audit-action
                  perform write-maint-audit
                  display "PLACED ON CREDIT HOLD"
            end-rewrite
         end-if
      end-if.

*> the credit manager's id is checked against CREDMGR before
*> anything changes; the release is where the limit that put the
*> customer over gets reset, if the manager wants it reset
   release-customer.
      display "CUSTOMER ID:"
      accept ws-id-entry
      perform find-customer
      if not ws-cust-found
         display "CUSTOMER NOT ON MASTER"
      else
         if not cust-on-credit-hold
            display "CUSTOMER NOT ON CREDIT HOLD"
         else
            perform show-credit-status
            display "CREDIT MANAGER ID:"
            accept ws-manager-id
            perform find-credit-manager
            if not ws-mgr-found
               display "NOT AN AUTHORIZED CREDIT MANAGER - "
                  "RELEASE REFUSED"
            else
               display "NEW CREDIT LIMIT (0 = NO LIMIT,"
                  " BLANK = KEEP):"
               perform accept-credit-limit
               display "RELEASE REASON:"
               accept ws-reason-entry
               if ws-reason-entry = spaces
                  move "RELEASED BY CREDIT MANAGER"
                     to ws-reason-entry
               end-if
               move customer-record to ws-before-image
               if not ws-limit-blank
                  move ws-limit-work to cust-credit-limit
               end-if
               move space to cust-credit-hold
               move customer-record to ws-after-image
               rewrite customer-record
                  invalid key
                     display "REWRITE FAILED - FILE STATUS "
                        ws-customer-status
                  not invalid key
                     add 1 to ws-changed-count
                     perform write-credit-log
                     move "R" to ws-audit-action
                     perform write-maint-audit
                     display "RELEASED FROM CREDIT HOLD"
               end-rewrite
            end-if
         end-if
      end-if.

   find-credit-manager.
      move "N" to ws-mgr-found-switch
      if ws-manager-id not = spaces
         perform varying ws-mgr-idx from 1 by 1
               until ws-mgr-idx > ws-mgr-count or ws-mgr-found
            if ws-mgr-id(ws-mgr-idx) = ws-manager-id
               move "Y" to ws-mgr-found-switch
            end-if
         end-perform
      end-if.

*> exposure is credit-check's overnight figure - a hold or release
*> keyed here logs zero for it
   write-credit-log.
      move function current-date to ws-current-date-time
      move cust-id to crl-customer-id
      if cust-on-credit-hold
         move "H" to crl-action
      else
         move "R" to crl-action
      end-if
      move ws-reason-entry to crl-reason
      move ws-operator-id to crl-operator-id
      move ws-manager-id to crl-manager-id
      move ws-current-date-time(1:14) to crl-timestamp
      move 0 to crl-exposure
      if cust-credit-limit is numeric
         move cust-credit-limit to crl-credit-limit
      else
         move 0 to crl-credit-limit
      end-if
      write credit-log-record
      if not ws-credit-log-ok
         display "CREDLOG WRITE FAILED - FILE STATUS "
            ws-credit-log-status
      end-if.

*> the master has already taken the change, so a failed audit
*> write is reported rather than undone - the operator must get it
*> to audit by hand. The key is CUST-ID, the first ten bytes of
*> the image.
   write-maint-audit.
      move function current-date to ws-current-date-time
      move ws-current-date-time(1:14) to mna-timestamp
      move ws-operator-id to mna-operator-id
      move "CUSTMAST" to mna-file-name
      move ws-audit-action to mna-action
      move ws-after-image(1:10) to mna-key
      move ws-before-image to mna-before-image
      move ws-after-image to mna-after-image
      write maint-audit-record
      if not ws-maint-audit-ok
         display "MNTAUDIT WRITE FAILED - FILE STATUS "
            ws-maint-audit-status " - REPORT THIS CHANGE TO AUDIT"
      end-if.

   show-credit-status.
      if cust-credit-limit is numeric and cust-credit-limit > 0
         move cust-credit-limit to ws-limit-display
         display "LIMIT:  " ws-limit-display
      else
         display "LIMIT:  NONE"
      end-if
      if cust-on-credit-hold
         display "CREDIT: ON HOLD"
      else
         display "CREDIT: OPEN"
      end-if.

*> blank is reported back to the caller (no limit on an add, keep
*> on a change); anything else must scan clean as an amount that
*> fits the field, and a bad entry re-prompts
   accept-credit-limit.
      move "N" to ws-lim-ok-switch
      perform until ws-lim-ok
         accept ws-limit-entry
         if ws-limit-entry = spaces
            move "Y" to ws-limit-blank-switch
            move 0 to ws-limit-work
            move "Y" to ws-lim-ok-switch
         else
            move "N" to ws-limit-blank-switch
            perform scan-limit-entry
            if ws-lim-ok
               compute ws-limit-check = function numval(ws-limit-entry)
               if ws-limit-check > 9999999.99
                  move "N" to ws-lim-ok-switch
               else
                  move ws-limit-check to ws-limit-work
               end-if
            end-if
            if not ws-lim-ok
               display "CREDIT LIMIT NOT A VALID AMOUNT - REKEY"
                  " (E.G. 25000.00):"
            end-if
         end-if
      end-perform.

   scan-limit-entry.
      move "Y" to ws-lim-ok-switch
      move 0 to ws-lim-points
      move 0 to ws-lim-digits
      move 0 to ws-lim-length
      perform varying ws-lim-idx from 12 by -1
            until ws-lim-idx < 1 or ws-lim-length > 0
         if ws-limit-entry(ws-lim-idx:1) not = space
            move ws-lim-idx to ws-lim-length
         end-if
      end-perform
      perform varying ws-lim-idx from 1 by 1
            until ws-lim-idx > ws-lim-length
         move ws-limit-entry(ws-lim-idx:1) to ws-lim-char
         if ws-lim-char = "."
            add 1 to ws-lim-points
         else
            if ws-lim-char < "0" or ws-lim-char > "9"
               move "N" to ws-lim-ok-switch
            else
               add 1 to ws-lim-digits
            end-if
         end-if
      end-perform
      if ws-lim-points > 1 or ws-lim-digits = 0
            or ws-lim-digits > 9
         move "N" to ws-lim-ok-switch
      end-if.

   list-customers.
      move 0 to ws-listed-count
      move low-values to cust-id
      end-if
      perform until ws-customer-eof
         add 1 to ws-listed-count
         if cust-credit-limit is numeric
            move cust-credit-limit to ws-limit-display
         else
            move 0 to ws-limit-display
         end-if
         display cust-id " " cust-status " "
            cust-default-juris " " cust-credit-hold " "
            cust-fin-chg-exempt " " ws-limit-display " " cust-name
         read customer-master-file next record
            at end set ws-customer-eof to true
         end-read
