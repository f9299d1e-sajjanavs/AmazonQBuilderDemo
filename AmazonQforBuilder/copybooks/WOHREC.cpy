      *> WOHREC - shared write-off history record layout.
      *> One record per nomination wo-approve disposed of,
      *> appended to WOHIST: written off (W), rejected by the
      *> approver (R), or dropped because the item's balance moved
      *> after it was nominated (X). A written-off record carries
      *> the amount taken off the ledger and the sales-tax portion
      *> of it recovered against the tax account, so the history
      *> alone ties the ledger to the GL and the bad-debt claim on
      *> the remittance. Both operator ids are kept - nominator
      *> and approver. Keep field order/sizes in sync across all
      *> copies of this file - there is only one.
       01  write-off-history-record.
           05 woh-customer-id            pic x(10).
           05 woh-invoice-number         pic x(10).
           05 woh-company                pic x(3).
           05 woh-item-date              pic x(8).
           05 woh-status                 pic x(1).
              88 woh-written-off         value "W".
              88 woh-rejected            value "R".
              88 woh-dropped             value "X".
           05 woh-written-off-amount     pic s9(7)v99.
           05 woh-tax-portion            pic s9(7)v99.
           05 woh-operator-id            pic x(8).
           05 woh-approver-id            pic x(8).
           05 woh-request-date           pic x(8).
           05 woh-action-date            pic x(8).
           05 woh-reason                 pic x(40).
