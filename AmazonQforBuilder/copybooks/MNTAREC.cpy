      *> MNTAREC - shared master-file maintenance audit record.
      *> One record per change made to a master file that decides
      *> how money is calculated, appended to MNTAUDIT by whichever
      *> tool made it: cust-maint (CUSTMAST), rate-maint
      *> (RATEFILE), hol-maint (HOLFILE), thr-maint (PENDCTL) and
      *> the nightly credit-check when it holds a customer. Carries
      *> when (YYYYMMDDHHMMSS), who (the operator id signed on, or
      *> the job name for a batch change), which file, what was
      *> done, the record key, and the record image before and
      *> after - blank before on an add, blank after on a delete -
      *> so internal audit can show who altered a rate or
      *> reactivated a customer without reading the programs.
      *> mnt-report prints it by date range, operator or file.
      *> Actions: A add, C change, E end-date, D deactivate (or
      *> delete, on the holiday calendar), H credit hold, R credit
      *> release. Keep field order/sizes in sync across all copies
      *> of this file - there is only one.
       01  maint-audit-record.
           05 mna-timestamp              pic x(14).
           05 mna-operator-id            pic x(8).
           05 mna-file-name              pic x(8).
           05 mna-action                 pic x(1).
              88 mna-add                 value "A".
              88 mna-change              value "C".
              88 mna-end-date            value "E".
              88 mna-deactivate          value "D".
              88 mna-hold                value "H".
              88 mna-release             value "R".
           05 mna-key                    pic x(20).
           05 mna-before-image           pic x(60).
           05 mna-after-image            pic x(60).
