      *> DUNHREC - shared dunning history record layout.
      *> One record per customer/invoice that has been sent a
      *> collections letter, carried across runs by dun-letters the
      *> way cash-apply carries OPENITEM: the highest letter level
      *> sent for the invoice (1 first reminder, 2 second notice,
      *> 3 final demand), the run date it went out and the item's
      *> open balance at that time. The level is what stops an
      *> invoice being sent the same letter twice and lets it climb
      *> only one step per letter; the date drives the waiting
      *> period before the next step; the balance tells collections
      *> whether anything has been paid since the final demand. An
      *> invoice cash-apply has cleared drops off the next
      *> generation. Keep field order/sizes in sync across all
      *> copies of this file - there is only one.
       01  dunning-history-record.
           05 dh-customer-id             pic x(10).
           05 dh-invoice-number          pic x(10).
           05 dh-level                   pic 9(1).
              88 dh-first-reminder       value 1.
              88 dh-second-notice        value 2.
              88 dh-final-demand         value 3.
           05 dh-last-sent-date          pic x(8).
           05 dh-balance-at-last         pic s9(7)v99.
