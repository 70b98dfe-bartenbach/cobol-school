      ******************************************************************
      * commission statement data - chapter-twelve writes one record
      * for every amount that went into a payee's commission for the
      * period, and the statement program sorts and prints them.
      * cs-stmt-kind "S" is a salesperson's own statement, "M" a
      * territory manager's override statement.  cs-payee is the
      * payroll id the money was written to c1201-comm under.
      * salesperson records by cs-rec-type:
      *   "A" sale, "B" return, "C" late return against a closed
      *   period (cs-orig-period), "D" prior-period clawback settled
      *   for one original period, "E" the draw settlement for a
      *   salesperson on a draw, "F" a sales incentive earned on a
      *   sale or reversed by a return (cs-program-id), "T" the
      *   period summary.
      * manager records: "R" one salesperson the override is based
      * on, "T" the territory override summary.
      * the types sort in the order a statement prints them, and
      * cs-seq keeps records of one type in the order written.
      ******************************************************************
           05  cs-stmt-kind         pic x(1).
           05  cs-payee             pic x(5).
           05  cs-territory         pic x(2).
           05  cs-rec-type          pic x(1).
           05  cs-seq               pic 9(5).
           05  cs-period            pic 9(8).
           05  cs-salesperson-no    pic 9(2).
           05  cs-name              pic x(20).
           05  cs-body              pic x(100).
           05  cs-detail redefines cs-body.
               10  cs-invoice-no    pic x(6).
               10  cs-sale-date     pic 9(8).
               10  cs-product-line  pic x(2).
               10  cs-customer-no   pic x(6).
               10  cs-amount        pic s9(7)v99 sign leading separate.
               10  cs-orig-period   pic 9(8).
      *        on a split - the other salesperson and the payee's own
      *        percent of the transaction
               10  cs-split-with    pic 9(2).
               10  cs-split-pct     pic 9(2).
               10  cs-program-id    pic x(6).
               10  filler           pic x(50).
           05  cs-clawback redefines cs-body.
               10  cs-cb-period     pic 9(8).
               10  cs-cb-returns    pic s9(7)v99 sign leading separate.
               10  cs-cb-old-comm   pic s9(5)v99 sign leading separate.
               10  cs-cb-new-comm   pic s9(5)v99 sign leading separate.
               10  cs-cb-amount     pic s9(5)v99 sign leading separate.
               10  filler           pic x(58).
           05  cs-summary redefines cs-body.
               10  cs-sum-gross     pic s9(7)v99 sign leading separate.
               10  cs-sum-returns   pic s9(7)v99 sign leading separate.
               10  cs-sum-net       pic s9(7)v99 sign leading separate.
               10  cs-sum-threshold pic 9(4)v99.
               10  cs-sum-rate-low  pic v99.
               10  cs-sum-rate-high pic v99.
      *        "1" net sales at or under the threshold, "2" above it
               10  cs-sum-tier      pic x(1).
               10  cs-sum-commission pic s9(5)v99
                                    sign leading separate.
               10  cs-sum-has-quota pic 9(1).
               10  cs-sum-quota     pic 9(6)v99.
               10  cs-sum-attainment pic s9(4)v9
                                    sign leading separate.
      *        net sales with margin-basis lines at their margin
               10  cs-sum-comm-base pic s9(7)v99 sign leading separate.
      *        the part of net sales that came from split credit
               10  cs-sum-split     pic s9(7)v99 sign leading separate.
               10  filler           pic x(16).
           05  cs-draw redefines cs-body.
               10  cs-drw-monthly   pic 9(4)v99.
               10  cs-drw-recoverable pic x(1).
      *        "A" draw paid, "E" agreement ended, "I" salesperson
      *        inactive - the last two pay no draw
               10  cs-drw-status    pic x(1).
               10  cs-drw-end-date  pic 9(8).
               10  cs-drw-earned    pic 9(4)v99.
               10  cs-drw-advanced  pic 9(4)v99.
               10  cs-drw-recovered pic 9(4)v99.
               10  cs-drw-paid      pic 9(4)v99.
               10  cs-drw-bal-before pic 9(6)v99.
               10  cs-drw-bal-after pic 9(6)v99.
               10  filler           pic x(44).
           05  cs-override redefines cs-body.
               10  cs-ov-sales      pic s9(7)v99 sign leading separate.
               10  cs-ov-rate       pic v999.
               10  cs-ov-amount     pic 9(6)v99.
      *        "Y" the override was held to the commission file limit
               10  cs-ov-capped     pic x(1).
               10  filler           pic x(78).
