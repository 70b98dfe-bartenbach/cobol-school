      ******************************************************************
      * receivable open item - one per customer invoice, keyed by
      * customer then invoice so one customer's items read back
      * together.  ar-amount is what was billed, ar-credits what
      * returns have taken off it, ar-paid what cash has applied;
      * the open amount is ar-amount less both.  ar-terms is copied
      * from the customer when the invoice is first posted, so a
      * later change of terms does not move an old invoice's due date.
      ******************************************************************
           05  ar-key.
               10  ar-cust-no                 pic x(6).
               10  ar-inv-no                  pic x(6).
           05  ar-inv-date                    pic 9(8).
           05  ar-terms                       pic 9(3).
           05  ar-amount                      pic 9(7)v99.
           05  ar-credits                     pic 9(7)v99.
           05  ar-paid                        pic 9(7)v99.
           05  ar-last-pay-date               pic 9(8).
