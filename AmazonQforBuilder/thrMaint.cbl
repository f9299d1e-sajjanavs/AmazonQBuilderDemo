identification division.
program-id. thr-maint.

*> approval threshold maintenance. PENDCTL carries the one amount
*> above which excp-fix holds a release for a second operator
*> instead of writing it straight to RECYCLE - moving it moves the
*> dual-control line, so it is changed here, signed on with an
*> operator id, instead of by editing the dataset. The operator
*> sees the threshold in force, keys the new one and confirms it;
*> PENDCTL is rewritten and the change is appended to MNTAUDIT
*> with the record before and after. MNTAUDIT is opened before
*> anything else so a change that cannot be logged is never made.
*> No PENDCTL yet means excp-fix is running on its built-in
*> default; the first change here creates the file.

environment division.
input-output section.
file-control.
   select approval-control-file assign to "PENDCTL"
      organization is line sequential
      file status is ws-appr-control-status.

   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

data division.
file section.
*> same one-field record excp-fix reads
   fd  approval-control-file.
   01  approval-control-record.
       05 apc-approval-threshold        pic 9(7)v99.

   fd  maint-audit-file.
   copy MNTAREC.

working-storage section.
   01 ws-appr-control-status          pic xx.
      88 ws-appr-control-ok            value "00".
      88 ws-appr-control-eof           value "10".
      88 ws-appr-control-not-found     value "35".

   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".

*> excp-fix's built-in default, shown when PENDCTL is missing or
*> unusable so the operator sees what is actually in force
   01 ws-default-threshold            pic 9(7)v99 value 10000.00.
   01 ws-current-threshold            pic 9(7)v99.
   01 ws-threshold-display            pic z(6)9.99.
   01 ws-on-file-switch               pic x value "N".
      88 ws-on-file                   value "Y".
   01 ws-before-image                 pic x(60).
   01 ws-after-image.
      05 ws-after-threshold           pic 9(7)v99.
      05 filler                       pic x(51) value spaces.

   01 ws-operator-id                  pic x(8).
   01 ws-confirm                      pic x(1).
   01 ws-current-date-time            pic x(21).

*> threshold entry - scanned before NUMVAL touches it, the same
*> way cust-maint takes a credit limit
   01 ws-amount-entry                 pic x(12).
   01 ws-amount-work                  pic 9(7)v99.
   01 ws-amount-check                 pic 9(9)v99.
   01 ws-amount-blank-switch          pic x value "N".
      88 ws-amount-blank              value "Y".
   01 ws-amt-ok-switch                pic x value "N".
      88 ws-amt-ok                    value "Y".
   01 ws-amt-idx                      pic 9(2).
   01 ws-amt-length                   pic 9(2).
   01 ws-amt-char                     pic x(1).
   01 ws-amt-points                   pic 9(2).
   01 ws-amt-digits                   pic 9(2).

procedure division.
   perform open-maint-audit
   perform read-current-threshold
   display "APPROVAL THRESHOLD MAINTENANCE"
   perform get-operator-id
   move ws-current-threshold to ws-threshold-display
   if ws-on-file
      display "THRESHOLD ON PENDCTL: " ws-threshold-display
   else
      display "NO THRESHOLD ON PENDCTL - EXCP-FIX USES ITS DEFAULT "
         ws-threshold-display
   end-if
   display "NEW THRESHOLD (BLANK = NO CHANGE):"
   perform accept-threshold
   if ws-amount-blank
      display "NO CHANGE - PENDCTL LEFT AS-IS"
   else
      move ws-amount-work to ws-threshold-display
      display "SET THRESHOLD TO " ws-threshold-display "? Y/N:"
      accept ws-confirm
      if ws-confirm = "Y" or ws-confirm = "y"
         perform rewrite-threshold
         perform write-maint-audit
         display "APPROVAL THRESHOLD SET TO " ws-threshold-display
      else
         display "NOT CONFIRMED - PENDCTL LEFT AS-IS"
      end-if
   end-if
   close maint-audit-file
   stop run.

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

*> the before image is the record exactly as it was on file,
*> blank when there was none
   read-current-threshold.
      move ws-default-threshold to ws-current-threshold
      move spaces to ws-before-image
      open input approval-control-file
      if ws-appr-control-not-found
         continue
      else
         if not ws-appr-control-ok
            display "UNABLE TO OPEN PENDCTL - FILE STATUS "
               ws-appr-control-status
            move 16 to return-code
            stop run
         end-if
         read approval-control-file
            at end
               continue
            not at end
               move approval-control-record to ws-before-image
               if apc-approval-threshold is numeric
                  move "Y" to ws-on-file-switch
                  move apc-approval-threshold
                     to ws-current-threshold
               end-if
         end-read
         close approval-control-file
      end-if.

   get-operator-id.
      display "ENTER OPERATOR ID:"
      accept ws-operator-id
      if ws-operator-id = spaces
         move "UNKNOWN" to ws-operator-id
      end-if.

*> blank is reported back as no change; anything else must scan
*> clean as an amount that fits the field, and a bad entry
*> re-prompts
   accept-threshold.
      move "N" to ws-amt-ok-switch
      perform until ws-amt-ok
         accept ws-amount-entry
         if ws-amount-entry = spaces
            move "Y" to ws-amount-blank-switch
            move "Y" to ws-amt-ok-switch
         else
            move "N" to ws-amount-blank-switch
            perform scan-amount-entry
            if ws-amt-ok
               compute ws-amount-check
                  = function numval(ws-amount-entry)
               if ws-amount-check > 9999999.99
                  move "N" to ws-amt-ok-switch
               else
                  move ws-amount-check to ws-amount-work
               end-if
            end-if
            if not ws-amt-ok
               display "THRESHOLD NOT A VALID AMOUNT - REKEY"
                  " (E.G. 10000.00):"
            end-if
         end-if
      end-perform.

   scan-amount-entry.
      move "Y" to ws-amt-ok-switch
      move 0 to ws-amt-points
      move 0 to ws-amt-digits
      move 0 to ws-amt-length
      perform varying ws-amt-idx from 12 by -1
            until ws-amt-idx < 1 or ws-amt-length > 0
         if ws-amount-entry(ws-amt-idx:1) not = space
            move ws-amt-idx to ws-amt-length
         end-if
      end-perform
      perform varying ws-amt-idx from 1 by 1
            until ws-amt-idx > ws-amt-length
         move ws-amount-entry(ws-amt-idx:1) to ws-amt-char
         if ws-amt-char = "."
            add 1 to ws-amt-points
         else
            if ws-amt-char < "0" or ws-amt-char > "9"
               move "N" to ws-amt-ok-switch
            else
               add 1 to ws-amt-digits
            end-if
         end-if
      end-perform
      if ws-amt-points > 1 or ws-amt-digits = 0
            or ws-amt-digits > 9
         move "N" to ws-amt-ok-switch
      end-if.

   rewrite-threshold.
      open output approval-control-file
      if not ws-appr-control-ok
         display "UNABLE TO REWRITE PENDCTL - FILE STATUS "
            ws-appr-control-status
         move 16 to return-code
         stop run
      end-if
      move ws-amount-work to apc-approval-threshold
      write approval-control-record
      close approval-control-file.

*> PENDCTL is already rewritten, so a failed audit write is
*> reported rather than undone
   write-maint-audit.
      move function current-date to ws-current-date-time
      move ws-current-date-time(1:14) to mna-timestamp
      move ws-operator-id to mna-operator-id
      move "PENDCTL" to mna-file-name
      if ws-before-image = spaces
         move "A" to mna-action
      else
         move "C" to mna-action
      end-if
      move "APPROVAL THRESHOLD" to mna-key
      move ws-before-image to mna-before-image
      move ws-amount-work to ws-after-threshold
      move ws-after-image to mna-after-image
      write maint-audit-record
      if not ws-maint-audit-ok
         display "MNTAUDIT WRITE FAILED - FILE STATUS "
            ws-maint-audit-status " - REPORT THIS CHANGE TO AUDIT"
      end-if.
