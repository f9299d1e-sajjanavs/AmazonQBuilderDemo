      *> CRHLREC - shared credit hold/release log record layout.
      *> One record per change to a customer's credit hold flag,
      *> appended to CREDLOG by whoever made it: credit-check when
      *> the nightly exposure check puts an over-limit customer on
      *> hold, cust-maint when an operator holds a customer by hand
      *> or a credit manager releases one. Carries the action (H
      *> hold / R release), why, who keyed it, the credit manager
      *> who authorized a release, when (YYYYMMDDHHMMSS), and the
      *> customer's exposure and limit at the time, so the log
      *> alone answers who released an over-limit account. Keep
      *> field order/sizes in sync across all copies of this file
      *> - there is only one.
       01  credit-log-record.
           05 crl-customer-id            pic x(10).
           05 crl-action                 pic x(1).
              88 crl-hold                value "H".
              88 crl-release             value "R".
           05 crl-reason                 pic x(30).
           05 crl-operator-id            pic x(8).
           05 crl-manager-id             pic x(8).
           05 crl-timestamp              pic x(14).
           05 crl-exposure               pic s9(9)v99.
           05 crl-credit-limit           pic 9(7)v99.
