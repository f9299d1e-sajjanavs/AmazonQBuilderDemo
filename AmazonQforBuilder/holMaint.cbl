*> period-close excludes these dates from the must-have-run check
*> and labels them HOLIDAY on the close report, so Thanksgiving
*> no longer rejects the close as a phantom missing day.
*>
*> Audit: the operator signs on with an id, and every add and
*> delete is held in storage as it is keyed, then appended to
*> MNTAUDIT with the holiday before and after once the rewrite on
*> quit has put the changes on the calendar - the same way
*> rate-maint logs its changes.

environment division.
input-output section.
      organization is line sequential
      file status is ws-holiday-status.

   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

data division.
file section.
   fd  holiday-file.
   copy HOLREC.

   fd  maint-audit-file.
   copy MNTAREC.

working-storage section.
   01 ws-holiday-status               pic xx.
      88 ws-holiday-ok                 value "00".
   01 ws-holiday-found-switch         pic x value "N".
      88 ws-holiday-found             value "Y".

   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".

*> changes keyed this session, waiting for the rewrite on quit.
*> The images are the table entries themselves, which carry
*> HOLREC's layout field for field.
   01 ws-audit-table.
      05 ws-aud-entry occurs 200 times.
         10 ws-aud-timestamp          pic x(14).
         10 ws-aud-action             pic x(1).
         10 ws-aud-key                pic x(20).
         10 ws-aud-before             pic x(60).
         10 ws-aud-after              pic x(60).
   01 ws-aud-count                    pic 9(3) value 0.
   01 ws-aud-idx                      pic 9(3).
   01 ws-current-date-time            pic x(21).
   01 ws-operator-id                  pic x(8).

   01 ws-action                       pic x(1).
   01 ws-date-entry                   pic x(8).
   01 ws-desc-entry                   pic x(30).

procedure division.
   perform load-holiday-calendar
   perform open-maint-audit
   display "HOLIDAY CALENDAR MAINTENANCE - " ws-holiday-count
      " HOLIDAYS LOADED"
   perform get-operator-id
   perform until ws-done
      display " "
      display "ACTION? A=ADD D=DELETE L=LIST Q=QUIT:"
      accept ws-action
      if (ws-action = "A" or ws-action = "a"
            or ws-action = "D" or ws-action = "d")
            and ws-aud-count >= 200
         display "200 CHANGES KEYED THIS SESSION - QUIT TO SAVE"
            " THEM, THEN SIGN ON AGAIN"
      else
      if ws-action = "A" or ws-action = "a"
         perform add-holiday
      else
      end-if
      end-if
      end-if
      end-if
   end-perform
   if ws-calendar-changed
      perform rewrite-holiday-calendar
      perform flush-maint-audit
      display "HOLIDAY CALENDAR UPDATED - " ws-holiday-count
         " HOLIDAYS"
   else
      display "NO CHANGES - HOLIDAY CALENDAR LEFT AS-IS"
   end-if
   close maint-audit-file
   stop run.

*> a missing calendar is a valid first-day state for this tool (it
         close holiday-file
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

   find-holiday.
      move "N" to ws-holiday-found-switch
      move 0 to ws-holiday-found-idx
               move ws-desc-entry
                  to ws-holiday-desc(ws-holiday-count)
               move "Y" to ws-changed-switch
               perform hold-maint-audit
               move "A" to ws-aud-action(ws-aud-count)
               move ws-holiday-entry(ws-holiday-count)
                  to ws-aud-after(ws-aud-count)
               display "ADDED"
            end-if
         end-if
      if not ws-holiday-found
         display "DATE NOT ON CALENDAR"
      else
         perform hold-maint-audit
         move "D" to ws-aud-action(ws-aud-count)
         move ws-holiday-entry(ws-holiday-found-idx)
            to ws-aud-before(ws-aud-count)
         if ws-holiday-found-idx < ws-holiday-count
            move ws-holiday-date(ws-holiday-count)
               to ws-holiday-date(ws-holiday-found-idx)
         display "DELETED"
      end-if.

*> opens an audit entry for the date just keyed, stamped with the
*> time it was keyed; the caller fills in the action and whichever
*> image the change has
   hold-maint-audit.
      move function current-date to ws-current-date-time
      add 1 to ws-aud-count
      move ws-current-date-time(1:14) to ws-aud-timestamp(ws-aud-count)
      move ws-date-entry to ws-aud-key(ws-aud-count)
      move spaces to ws-aud-before(ws-aud-count)
      move spaces to ws-aud-after(ws-aud-count).

*> the calendar now holds the session's changes - log them. A
*> failed write is reported, not fatal: the calendar is already
*> rewritten and must not be lost over the log.
   flush-maint-audit.
      perform varying ws-aud-idx from 1 by 1
            until ws-aud-idx > ws-aud-count
         move ws-aud-timestamp(ws-aud-idx) to mna-timestamp
         move ws-operator-id to mna-operator-id
         move "HOLFILE" to mna-file-name
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

   list-holidays.
      perform varying ws-holiday-idx from 1 by 1
            until ws-holiday-idx > ws-holiday-count
