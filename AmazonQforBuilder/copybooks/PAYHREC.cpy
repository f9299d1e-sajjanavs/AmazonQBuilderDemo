      *> PAYHREC - shared payment application history record layout.
      *> One record per application of a lockbox payment to an open
      *> item, written by cash-apply as it applies the cash and
      *> carried across runs as a generation the way OPENITEM is:
      *> which payment (bank reference and customer), which item it
      *> went to, that item's type, date and original amount at the
      *> time, how much was applied and when. When the bank returns
      *> the payment, these are what let cash-apply put each piece
      *> of money back on the item it came off - and re-create a
      *> paid-off invoice with its original item date, so the
      *> reinstated balance ages from the invoice, not the return.
      *> Status "R" marks an application already reversed, so a
      *> return the bank sends twice cannot reverse it twice.
      *> Records age off after the retention window in cash-apply.
      *> The item's company rides along so a re-created invoice
      *> goes back on the ledger under the company that billed it.
      *> Keep field order/sizes in sync across all copies of this
      *> file - there is only one.
       01  payment-history-record.
           05 pah-reference              pic x(15).
           05 pah-customer-id            pic x(10).
           05 pah-invoice-number         pic x(10).
           05 pah-item-date              pic x(8).
           05 pah-item-type              pic x(1).
           05 pah-original-amount        pic s9(7)v99.
           05 pah-applied-amount         pic 9(7)v99.
           05 pah-apply-date             pic x(8).
           05 pah-status                 pic x(1).
              88 pah-applied             value "A".
              88 pah-reversed            value "R".
           05 pah-company                pic x(3).
