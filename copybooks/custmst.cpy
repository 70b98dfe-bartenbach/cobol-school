      ******************************************************************
      * customer master - keyed by customer number.  terms are the
      * net days an invoice has before it is past due; the credit
      * limit is checked against the customer's open receivables as
      * each sale posts.  cust-unapplied is cash received beyond the
      * invoices it could be applied to.  it stands as a credit on
      * the account, netted against open receivables in the credit
      * limit check, until cash-receipts next posts a payment from
      * the customer and applies it to the oldest invoices then
      * open.  a customer holding any is not deleted.
      ******************************************************************
           05  cust-no                        pic x(6).
           05  cust-name                      pic x(30).
           05  cust-territory                 pic x(2).
           05  cust-terms                     pic 9(3).
           05  cust-credit-limit              pic 9(7)v99.
           05  cust-unapplied                 pic 9(7)v99.
           05  cust-last-change               pic 9(8).
