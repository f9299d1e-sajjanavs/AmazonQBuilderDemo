      *> RTRNREC - shared bank returns record layout.
      *> One record per item in the bank's daily returns
      *> transmission: a check returned unpaid or an ACH debit
      *> reversed. The bank quotes the customer and invoice keyed
      *> from the original remittance, the date of the return, the
      *> amount, the reference (check/trace number) of the ORIGINAL
      *> payment - the same value it sent as PAY-REFERENCE on the
      *> lockbox file - and its return reason code. cash-apply
      *> finds the original payment's applications by customer and
      *> reference and puts the money back on the ledger; a return
      *> for insufficient funds may also carry an NSF fee. Keep
      *> field order/sizes in sync across all copies of this file
      *> - there is only one.
       01  return-record.
           05 rtn-customer-id            pic x(10).
           05 rtn-invoice-number         pic x(10).
           05 rtn-return-date            pic x(8).
           05 rtn-amount                 pic 9(7)v99.
           05 rtn-reference              pic x(15).
           05 rtn-reason-code            pic x(4).
              88 rtn-insufficient-funds  value "NSF " "R01 " "R09 ".
