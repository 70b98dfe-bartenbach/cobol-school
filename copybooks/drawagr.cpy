      ******************************************************************
      * commission draw agreement - one record per salesperson on a
      * guaranteed monthly draw.  sales management keys the number,
      * draw amount, end date and recoverable flag; chapter-twelve
      * settles the draw every period and writes the record back with
      * the balance and the period's figures filled in.
      * drw-recoverable "Y" - a draw paid over earned commission is
      * owed back out of later commission, including after the end
      * date, until drw-balance is clear.  "N" - the draw is a
      * guarantee only and nothing is owed.
      ******************************************************************
           05  drw-salesperson-no   pic 9(2).
           05  drw-salesperson-no-x redefines drw-salesperson-no
                                    pic x(2).
           05  drw-monthly-amount   pic 9(4)v99.
           05  drw-end-date         pic 9(8).
           05  drw-recoverable      pic x(1).
      *    unrecovered draw carried to the next period
           05  drw-balance          pic 9(6)v99.
      *    the last period settled and what happened in it
           05  drw-last-period      pic 9(8).
           05  drw-last-earned      pic 9(4)v99.
           05  drw-last-paid        pic 9(4)v99.
           05  drw-last-advanced    pic 9(4)v99.
           05  drw-last-recovered   pic 9(4)v99.
