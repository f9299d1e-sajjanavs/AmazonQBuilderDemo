      *> cust-maint is the operator tool that adds, changes and
      *> deactivates customers against the keyed file. The
      *> default jurisdiction is applied to incoming items that
      *> arrive with a blank JURISDICTION-CODE. The credit limit
      *> is what credit-check measures the customer's open balance
      *> plus tonight's billing against (zero or not numeric = no
      *> limit); the hold flag is set by credit-check when the
      *> customer goes over it, or by hand, and only a credit
      *> manager may clear it through cust-maint. A customer
      *> flagged exempt from finance charges (by contract or
      *> statute) is passed over by the month-end fin-charge run.
      *> Keep field order/sizes in sync across all copies of this
      *> file - there is only one.
       01  customer-record.
           05 cust-id                    pic x(10).
           05 cust-name                  pic x(30).
              88 cust-active             value "A".
              88 cust-inactive           value "I".
           05 cust-default-juris         pic x(5).
           05 cust-credit-limit          pic 9(7)v99.
           05 cust-credit-hold           pic x(1).
              88 cust-on-credit-hold     value "H".
           05 cust-fin-chg-exempt        pic x(1).
              88 cust-no-finance-charge  value "Y".
