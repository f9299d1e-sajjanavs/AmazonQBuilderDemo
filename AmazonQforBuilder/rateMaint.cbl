*> end-date a row that is being superseded, and list the master,
*> all from the console - no programmer, no recompile. Rates are
*> keyed as percentages (7.25 means 7.25%) per state/county/city
*> component and stored as 9v9999 fractions, with a flag for
*> whether the jurisdiction taxes finance charges. Rows for the same
*> jurisdiction must not overlap in effective dates - json-sum-tax
*> takes the first in-force row it finds, so this tool refuses an
*> add that overlaps and makes the operator end-date the old row
*> first. The master is rewritten in place on quit.
*>
*> Audit: the operator signs on with an id, and every add and
*> end-date is held in storage as it is keyed - with the row
*> before and after - then appended to MNTAUDIT once the rewrite
*> on quit has put the changes on the master, so the audit trail
*> never shows a change the master did not take. MNTAUDIT is
*> opened at sign-on so a session that cannot log cannot change.

environment division.
input-output section.
      organization is line sequential
      file status is ws-rate-file-status.

   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

data division.
file section.
   fd  tax-rate-file.
   copy TAXRTREC.

   fd  maint-audit-file.
   copy MNTAREC.

working-storage section.
   01 ws-rate-file-status             pic xx.
      88 ws-rate-file-ok               value "00".
         10 ws-rate-state             pic 9v9999.
         10 ws-rate-county            pic 9v9999.
         10 ws-rate-city              pic 9v9999.
         10 ws-rate-fin-chg           pic x(1).
   01 ws-rate-count                   pic 9(3) value 0.
   01 ws-rate-idx                     pic 9(3).
   01 ws-rate-found-idx               pic 9(3).
*> nothing, the add path)
   01 ws-exclude-idx                  pic 9(3).

   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".

*> changes keyed this session, waiting for the rewrite on quit.
*> The row images are the table entries themselves, which carry
*> TAXRTREC's layout field for field.
   01 ws-audit-table.
      05 ws-aud-entry occurs 500 times.
         10 ws-aud-timestamp          pic x(14).
         10 ws-aud-action             pic x(1).
         10 ws-aud-key                pic x(20).
         10 ws-aud-before             pic x(60).
         10 ws-aud-after              pic x(60).
   01 ws-aud-count                    pic 9(3) value 0.
   01 ws-aud-idx                      pic 9(3).
   01 ws-before-image                 pic x(60).
   01 ws-audit-action                 pic x(1).
   01 ws-audit-row-idx                pic 9(3).
   01 ws-current-date-time            pic x(21).
   01 ws-operator-id                  pic x(8).

   01 ws-action                       pic x(1).
   01 ws-juris-entry                  pic x(5).
   01 ws-from-entry                   pic x(8).
   01 ws-pct-entry                    pic x(10).
   01 ws-rate-work                    pic 9v9999.
   01 ws-rate-display                 pic 9.9999.
   01 ws-fin-chg-entry                pic x(1).

*> keyed-percentage scan controls - at least one digit, at most
*> one decimal point, nothing else, before NUMVAL ever sees the

procedure division.
   perform load-rate-master
   perform open-maint-audit
   display "TAX RATE MAINTENANCE - " ws-rate-count " RATE ROWS LOADED"
   perform get-operator-id
   perform until ws-done
      display " "
      display "ACTION? A=ADD E=END-DATE L=LIST Q=QUIT:"
      accept ws-action
      if (ws-action = "A" or ws-action = "a"
            or ws-action = "E" or ws-action = "e")
            and ws-aud-count >= 500
         display "500 CHANGES KEYED THIS SESSION - QUIT TO SAVE"
            " THEM, THEN SIGN ON AGAIN"
      else
      if ws-action = "A" or ws-action = "a"
         perform add-rate-row
      else
      end-if
      end-if
      end-if
      end-if
   end-perform
   if ws-master-changed
      perform rewrite-rate-master
      perform flush-maint-audit
      display "TAX RATE MASTER UPDATED - " ws-rate-count " ROWS"
   else
      display "NO CHANGES - TAX RATE MASTER LEFT AS-IS"
   end-if
   close maint-audit-file
   stop run.

*> a missing master is a valid first-day state for this tool (it
               move trt-state-rate to ws-rate-state(ws-rate-count)
               move trt-county-rate to ws-rate-county(ws-rate-count)
               move trt-city-rate to ws-rate-city(ws-rate-count)
               move trt-fin-chg-taxable
                  to ws-rate-fin-chg(ws-rate-count)
            else
               display "TAX RATE MASTER EXCEEDS TABLE LIMIT OF 200"
               move 16 to return-code
         close tax-rate-file
      end-if.

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

   get-operator-id.
      display "ENTER OPERATOR ID:"
      accept ws-operator-id
      if ws-operator-id = spaces
         move "UNKNOWN" to ws-operator-id
      end-if.

   add-rate-row.
      move "Y" to ws-entry-ok-switch
      display "JURISDICTION:"
         display "CITY RATE PCT (BLANK = 0):"
         perform accept-rate-pct
         move ws-rate-work to ws-rate-city(ws-rate-count)
         display "FINANCE CHARGES TAXABLE? Y/N (BLANK = N):"
         accept ws-fin-chg-entry
         if ws-fin-chg-entry = "Y" or ws-fin-chg-entry = "y"
            move "Y" to ws-rate-fin-chg(ws-rate-count)
         else
            move "N" to ws-rate-fin-chg(ws-rate-count)
         end-if
         move "Y" to ws-changed-switch
         move spaces to ws-before-image
         move "A" to ws-audit-action
         move ws-rate-count to ws-audit-row-idx
         perform hold-maint-audit
         display "RATE ROW ADDED"
      end-if.

                     ws-rate-to(ws-overlap-idx)
                     ") - END-DATE IT FIRST - ROW UNCHANGED"
               else
                  move ws-rate-entry(ws-rate-found-idx)
                     to ws-before-image
                  move ws-to-entry to ws-rate-to(ws-rate-found-idx)
                  move "Y" to ws-changed-switch
                  move "E" to ws-audit-action
                  move ws-rate-found-idx to ws-audit-row-idx
                  perform hold-maint-audit
                  display "END-DATED"
               end-if
            end-if
         end-if
      end-if.

*> one audit entry for the row at WS-AUDIT-ROW-IDX, stamped with
*> the time it was keyed; the key is jurisdiction + effective-from
   hold-maint-audit.
      move function current-date to ws-current-date-time
      add 1 to ws-aud-count
      move ws-current-date-time(1:14) to ws-aud-timestamp(ws-aud-count)
      move ws-audit-action to ws-aud-action(ws-aud-count)
      move spaces to ws-aud-key(ws-aud-count)
      string ws-rate-juris(ws-audit-row-idx)
             ws-rate-from(ws-audit-row-idx)
         delimited by size into ws-aud-key(ws-aud-count)
      move ws-before-image to ws-aud-before(ws-aud-count)
      move ws-rate-entry(ws-audit-row-idx)
         to ws-aud-after(ws-aud-count).

*> the master now holds the session's changes - log them. A
*> failed write is reported, not fatal: the rates are already on
*> the master and must not be lost over the log.
   flush-maint-audit.
      perform varying ws-aud-idx from 1 by 1
            until ws-aud-idx > ws-aud-count
         move ws-aud-timestamp(ws-aud-idx) to mna-timestamp
         move ws-operator-id to mna-operator-id
         move "RATEFILE" to mna-file-name
         move ws-aud-action(ws-aud-idx) to mna-action
         move ws-aud-key(ws-aud-idx) to mna-key
         move ws-aud-before(ws-aud-idx) to mna-before-image
         move ws-aud-after(ws-aud-idx) to mna-after-image
         write maint-audit-record
         if not ws-maint-audit-ok
            display "MNTAUDIT WRITE FAILED - FILE STATUS "
               ws-maint-audit-status " - REPORT THIS CHANGE TO AUDIT: "
               ws-aud-key(ws-aud-idx)
         end-if
      end-perform.

   list-rate-rows.
      perform varying ws-rate-idx from 1 by 1
            until ws-rate-idx > ws-rate-count
         display " C " ws-rate-display with no advancing
         move ws-rate-city(ws-rate-idx) to ws-rate-display
         display " L " ws-rate-display
            " FC " ws-rate-fin-chg(ws-rate-idx)
      end-perform
      display ws-rate-count " RATE ROWS".

         move ws-rate-state(ws-rate-idx) to trt-state-rate
         move ws-rate-county(ws-rate-idx) to trt-county-rate
         move ws-rate-city(ws-rate-idx) to trt-city-rate
         move ws-rate-fin-chg(ws-rate-idx) to trt-fin-chg-taxable
         write tax-rate-record
      end-perform
      close tax-rate-file.
