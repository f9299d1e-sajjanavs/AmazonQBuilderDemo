      *> RMDTREC - shared lockbox remittance detail record layout.
      *> The bank keys one of these per invoice line on a
      *> remittance advice that pays more than one invoice: the
      *> customer, the bank reference of the payment it belongs to
      *> (the same value as PAY-REFERENCE on the lockbox payments
      *> file), the invoice and the amount the customer put against
      *> it. cash-apply splits the payment across the listed
      *> invoices when the lines add up to the payment; when they
      *> do not, the detail is ignored and the payment is matched
      *> as a single amount. A payment with no detail lines is
      *> matched on its own customer and invoice as before. Keep
      *> field order/sizes in sync across all copies of this file
      *> - there is only one.
       01  remittance-detail-record.
           05 rmd-customer-id            pic x(10).
           05 rmd-reference              pic x(15).
           05 rmd-invoice-number         pic x(10).
           05 rmd-amount                 pic 9(7)v99.
