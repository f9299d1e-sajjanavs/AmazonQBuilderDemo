      *> WOPNREC - shared write-off nomination record layout.
      *> One record per open invoice AR has nominated for bad-debt
      *> write-off, appended to WOPEND by wo-nominate - singly, or
      *> as a small-balance tolerance sweep - and worked by
      *> wo-approve, where a second operator approves or rejects
      *> it. The balance is the item's open balance when it was
      *> nominated: if cash-apply has moved it since, the
      *> nomination is stale and wo-approve drops it rather than
      *> write off a figure nobody looked at. The approver may
      *> never be the nominating operator. Keep field order/sizes
      *> in sync across all copies of this file - there is only
      *> one.
       01  write-off-pending-record.
           05 wop-customer-id            pic x(10).
           05 wop-invoice-number         pic x(10).
           05 wop-company                pic x(3).
           05 wop-item-date              pic x(8).
           05 wop-balance                pic s9(7)v99.
           05 wop-nomination-type        pic x(1).
              88 wop-single-invoice      value "N".
              88 wop-tolerance-sweep     value "T".
           05 wop-operator-id            pic x(8).
           05 wop-request-date           pic x(8).
           05 wop-reason                 pic x(40).
