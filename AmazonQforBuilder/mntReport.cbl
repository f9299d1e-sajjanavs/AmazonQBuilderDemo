identification division.
program-id. mnt-report.

*> master-file change report for internal audit. Reads the shared
*> maintenance audit file (MNTAUDIT) that cust-maint, rate-maint,
*> hol-maint, thr-maint and credit-check append to, and lists
*> every change stamped inside a date range - optionally only one
*> operator's, or only one file's - with who made it, when, what
*> was done, the record key and the record image before and
*> after. Each listed change is followed by its BEFORE and AFTER
*> lines so a reviewer can see exactly which field moved; an add
*> has no before and a delete no after.
*>
*> PARM='YYYYMMDD,YYYYMMDD' selects an inclusive date range;
*> PARM='YYYYMMDD,YYYYMMDD,OPERATOR' adds an operator id and
*> PARM='YYYYMMDD,YYYYMMDD,OPERATOR,FILE' a file name (CUSTMAST,
*> RATEFILE, HOLFILE, PENDCTL). Leave the operator empty to
*> select on file alone - PARM='20250101,20250331,,RATEFILE'.
*> RC4 = no change matched the selection (or nothing has been
*> logged yet), or records with an unreadable timestamp were
*> skipped - worth a look before the report is signed off.

environment division.
input-output section.
file-control.
   select maint-audit-file assign to "MNTAUDIT"
      organization is line sequential
      file status is ws-maint-audit-status.

   select maint-report-file assign to "MNTRPT"
      organization is line sequential
      file status is ws-maint-report-status.

data division.
file section.
   fd  maint-audit-file.
   copy MNTAREC.

   fd  maint-report-file.
   01  maint-report-record              pic x(132).

working-storage section.
   01 ws-maint-audit-status           pic xx.
      88 ws-maint-audit-ok             value "00".
      88 ws-maint-audit-eof            value "10".
      88 ws-maint-audit-not-found      value "35".

   01 ws-maint-report-status          pic xx.
      88 ws-maint-report-ok            value "00".

*> the selection
   01 ws-parm-text                    pic x(50).
   01 ws-from-token                   pic x(10).
   01 ws-to-token                     pic x(10).
   01 ws-operator-token               pic x(10).
   01 ws-file-token                   pic x(10).
   01 ws-from-date                    pic x(8).
   01 ws-to-date                      pic x(8).
   01 ws-select-operator              pic x(8).
   01 ws-select-file                  pic x(8).
   01 ws-check-date                   pic x(8).
   01 ws-check-date-num redefines ws-check-date.
      05 ws-check-year                pic 9(4).
      05 ws-check-month               pic 9(2).
      05 ws-check-day                 pic 9(2).
   01 ws-date-ok-switch               pic x value "N".
      88 ws-date-ok                   value "Y".
   01 ws-record-date                  pic x(8).

   01 ws-audit-records                pic 9(7) value 0.
   01 ws-selected-count               pic 9(7) value 0.
   01 ws-bad-stamp-count              pic 9(7) value 0.
   01 ws-add-count                    pic 9(7) value 0.
   01 ws-change-count                 pic 9(7) value 0.
   01 ws-end-date-count               pic 9(7) value 0.
   01 ws-deactivate-count             pic 9(7) value 0.
   01 ws-hold-count                   pic 9(7) value 0.
   01 ws-release-count                pic 9(7) value 0.
   01 ws-other-count                  pic 9(7) value 0.

   01 ws-current-date-time            pic x(21).
   01 ws-run-date-display             pic x(10).

   01 ws-mnt-header.
      05 filler                       pic x(36)
         value "MASTER FILE CHANGE REPORT          ".
      05 filler                       pic x(10) value "RUN DATE: ".
      05 wmh-run-date                 pic x(10).

   01 ws-mnt-header-2.
      05 filler                       pic x(15) value "CHANGES DATED: ".
      05 wmh-from                     pic x(8).
      05 filler                       pic x(4)  value " TO ".
      05 wmh-to                       pic x(8).
      05 filler                       pic x(12) value "  OPERATOR: ".
      05 wmh-operator                 pic x(8).
      05 filler                       pic x(8)  value "  FILE: ".
      05 wmh-file                     pic x(8).

   01 ws-mnt-column-heads.
      05 filler                       pic x(21) value "DATE       TIME".
      05 filler                       pic x(10) value "OPERATOR".
      05 filler                       pic x(10) value "FILE".
      05 filler                       pic x(14) value "ACTION".
      05 filler                       pic x(20) value "KEY".

   01 ws-mnt-detail.
      05 wmd-date                     pic x(10).
      05 filler                       pic x(1)  value spaces.
      05 wmd-time                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wmd-operator                 pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wmd-file                     pic x(8).
      05 filler                       pic x(2)  value spaces.
      05 wmd-action                   pic x(12).
      05 filler                       pic x(2)  value spaces.
      05 wmd-key                      pic x(20).

   01 ws-mnt-image-line.
      05 filler                       pic x(11) value spaces.
      05 wmi-label                    pic x(10).
      05 wmi-image                    pic x(60).

   01 ws-mnt-count-line.
      05 wmc-label                    pic x(30).
      05 wmc-count                    pic z(6)9.

   01 ws-mnt-verdict.
      05 wmv-text                     pic x(100).

linkage section.
   01 ls-parm-area.
      05 ls-parm-length               pic s9(4) comp.
      05 ls-parm-text                 pic x(50).

procedure division using ls-parm-area.
   move function current-date to ws-current-date-time
   perform get-report-selection
   perform open-report-files
   perform write-report-headers
   if not ws-maint-audit-not-found
      read maint-audit-file
         at end set ws-maint-audit-eof to true
      end-read
      perform until ws-maint-audit-eof
         add 1 to ws-audit-records
         perform select-audit-record
         read maint-audit-file
            at end set ws-maint-audit-eof to true
         end-read
      end-perform
      close maint-audit-file
   end-if
   perform write-report-totals
   close maint-report-file
   display wmv-text
   display "Audit records read:    " ws-audit-records
   display "Changes listed:        " ws-selected-count
   display "Unreadable timestamps: " ws-bad-stamp-count
   display "Change report written to MNTRPT"
   if ws-selected-count = 0 or ws-bad-stamp-count > 0
      move 4 to return-code
   else
      move 0 to return-code
   end-if
   stop run.

*> the range is required; operator and file narrow it when given
   get-report-selection.
      if ls-parm-length < 17
         display "REPORT PARM MISSING - SUPPLY PARM='YYYYMMDD,YYYYMMDD"
            "[,OPERATOR[,FILE]]'"
         perform abend-program
      end-if
      move spaces to ws-parm-text
      if ls-parm-length <= 50
         move ls-parm-text(1:ls-parm-length) to ws-parm-text
      else
         move ls-parm-text to ws-parm-text
      end-if
      move spaces to ws-from-token
      move spaces to ws-to-token
      move spaces to ws-operator-token
      move spaces to ws-file-token
      unstring ws-parm-text delimited by ","
         into ws-from-token ws-to-token ws-operator-token
              ws-file-token
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
         display "REPORT DATES NOT YYYYMMDD,YYYYMMDD: " ws-parm-text
         perform abend-program
      end-if
      if ws-to-date < ws-from-date
         display "TO-DATE BEFORE FROM-DATE: " ws-parm-text
         perform abend-program
      end-if
      move function upper-case(ws-operator-token(1:8))
         to ws-select-operator
      move function upper-case(ws-file-token(1:8)) to ws-select-file.

   validate-date.
      move "N" to ws-date-ok-switch
      if ws-check-date is numeric
         if ws-check-month >= 1 and ws-check-month <= 12
               and ws-check-day >= 1 and ws-check-day <= 31
               and ws-check-year >= 1601
            move "Y" to ws-date-ok-switch
         end-if
      end-if.

*> no MNTAUDIT yet just means nothing has been changed through
*> the maintenance tools - the report says so rather than failing
   open-report-files.
      open input maint-audit-file
      if not ws-maint-audit-ok and not ws-maint-audit-not-found
         display "UNABLE TO OPEN MNTAUDIT - FILE STATUS "
            ws-maint-audit-status
         perform abend-program
      end-if
      open output maint-report-file
      if not ws-maint-report-ok
         display "UNABLE TO OPEN MNTRPT - FILE STATUS "
            ws-maint-report-status
         perform abend-program
      end-if.

   write-report-headers.
      string ws-current-date-time(1:4) "-" ws-current-date-time(5:2)
             "-" ws-current-date-time(7:2) into ws-run-date-display
      move ws-run-date-display to wmh-run-date
      move ws-mnt-header to maint-report-record
      write maint-report-record
      move ws-from-date to wmh-from
      move ws-to-date to wmh-to
      if ws-select-operator = spaces
         move "ALL" to wmh-operator
      else
         move ws-select-operator to wmh-operator
      end-if
      if ws-select-file = spaces
         move "ALL" to wmh-file
      else
         move ws-select-file to wmh-file
      end-if
      move ws-mnt-header-2 to maint-report-record
      write maint-report-record
      move spaces to maint-report-record
      write maint-report-record
      move ws-mnt-column-heads to maint-report-record
      write maint-report-record.

*> the timestamp's date part decides the range; operator and file
*> must match exactly when they were asked for
   select-audit-record.
      move mna-timestamp(1:8) to ws-check-date
      perform validate-date
      if not ws-date-ok
         add 1 to ws-bad-stamp-count
         display "UNREADABLE TIMESTAMP ON MNTAUDIT RECORD "
            ws-audit-records " - SKIPPED"
      else
         move mna-timestamp(1:8) to ws-record-date
         if ws-record-date >= ws-from-date
               and ws-record-date <= ws-to-date
            if (ws-select-operator = spaces
                  or mna-operator-id = ws-select-operator)
                  and (ws-select-file = spaces
                  or mna-file-name = ws-select-file)
               perform write-change-lines
            end-if
         end-if
      end-if.

   write-change-lines.
      add 1 to ws-selected-count
      move spaces to ws-mnt-detail
      string mna-timestamp(1:4) "-" mna-timestamp(5:2) "-"
             mna-timestamp(7:2) delimited by size into wmd-date
      string mna-timestamp(9:2) ":" mna-timestamp(11:2) ":"
             mna-timestamp(13:2) delimited by size into wmd-time
      move mna-operator-id to wmd-operator
      move mna-file-name to wmd-file
      evaluate true
         when mna-add
            move "ADD" to wmd-action
            add 1 to ws-add-count
         when mna-change
            move "CHANGE" to wmd-action
            add 1 to ws-change-count
         when mna-end-date
            move "END-DATE" to wmd-action
            add 1 to ws-end-date-count
         when mna-deactivate
            move "DEACTIVATE" to wmd-action
            add 1 to ws-deactivate-count
         when mna-hold
            move "CREDIT HOLD" to wmd-action
            add 1 to ws-hold-count
         when mna-release
            move "CREDIT REL" to wmd-action
            add 1 to ws-release-count
         when other
            move "UNKNOWN (" to wmd-action
            move mna-action to wmd-action(10:1)
            move ")" to wmd-action(11:1)
            add 1 to ws-other-count
      end-evaluate
      move mna-key to wmd-key
      move spaces to maint-report-record
      write maint-report-record
      move ws-mnt-detail to maint-report-record
      write maint-report-record
      move "BEFORE:" to wmi-label
      if mna-before-image = spaces
         move "(NONE)" to wmi-image
      else
         move mna-before-image to wmi-image
      end-if
      move ws-mnt-image-line to maint-report-record
      write maint-report-record
      move "AFTER:" to wmi-label
      if mna-after-image = spaces
         move "(NONE)" to wmi-image
      else
         move mna-after-image to wmi-image
      end-if
      move ws-mnt-image-line to maint-report-record
      write maint-report-record.

   write-report-totals.
      move spaces to maint-report-record
      write maint-report-record
      move "ADDS" to wmc-label
      move ws-add-count to wmc-count
      perform write-count-line
      move "CHANGES" to wmc-label
      move ws-change-count to wmc-count
      perform write-count-line
      move "END-DATES" to wmc-label
      move ws-end-date-count to wmc-count
      perform write-count-line
      move "DEACTIVATIONS / DELETES" to wmc-label
      move ws-deactivate-count to wmc-count
      perform write-count-line
      move "CREDIT HOLDS" to wmc-label
      move ws-hold-count to wmc-count
      perform write-count-line
      move "CREDIT RELEASES" to wmc-label
      move ws-release-count to wmc-count
      perform write-count-line
      if ws-other-count > 0
         move "UNKNOWN ACTIONS" to wmc-label
         move ws-other-count to wmc-count
         perform write-count-line
      end-if
      move "TOTAL CHANGES LISTED" to wmc-label
      move ws-selected-count to wmc-count
      perform write-count-line
      move spaces to maint-report-record
      write maint-report-record
      move spaces to wmv-text
      if ws-maint-audit-not-found
         move "NO MNTAUDIT FILE - NO MAINTENANCE CHANGES LOGGED"
            to wmv-text
      else
         if ws-selected-count = 0
            move "NO MASTER FILE CHANGES MATCH THE SELECTION"
               to wmv-text
         else
            if ws-bad-stamp-count > 0
               string "MASTER FILE CHANGES LISTED - "
                  ws-bad-stamp-count
                  " RECORDS WITH UNREADABLE TIMESTAMPS SKIPPED"
                  delimited by size into wmv-text
            else
               move "MASTER FILE CHANGES LISTED" to wmv-text
            end-if
         end-if
      end-if
      move ws-mnt-verdict to maint-report-record
      write maint-report-record.

   write-count-line.
      move ws-mnt-count-line to maint-report-record
      write maint-report-record.

   abend-program.
      move 16 to return-code
      stop run.
