      *> held at its payment amount until billing for it arrives
      *> or collections resolves it. The item date is the run date
      *> the item first appeared, and is what the aging buckets
      *> measure from. The company is the operating company that
      *> billed the invoice, from the tax feed (blank = the primary
      *> company, as everywhere else); write-off posts the bad debt
      *> to that company's accounts. Keep field order/sizes in sync
      *> across all copies of this file - there is only one.
       01  open-item-record.
           05 oi-customer-id             pic x(10).
           05 oi-invoice-number          pic x(10).
              88 oi-unapplied-cash       value "U".
           05 oi-original-amount         pic s9(7)v99.
           05 oi-open-balance            pic s9(7)v99.
           05 oi-company                 pic x(3).
