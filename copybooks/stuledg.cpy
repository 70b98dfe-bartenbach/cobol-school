      ******************************************************************
      * student account ledger - one record per posting, keyed by the
      * student number, the posting date and a sequence within the
      * day, so one student's entries read back in date order.
      * led-type "T" tuition and "F" fees are charges (positive
      * amounts); "P" payments and "C" credits post as negatives.
      * the name and school code ride on every entry so statements
      * and the aged receivables report need no ssn lookup.
      ******************************************************************
           05  led-key.
               10  led-stu-no       pic 9(7).
               10  led-date         pic 9(8).
               10  led-seq          pic 9(3).
           05  led-type             pic x(1).
           05  led-name             pic x(21).
           05  led-school-code      pic x(1).
           05  led-desc             pic x(20).
           05  led-reference        pic x(10).
           05  led-credits          pic 9(3).
           05  led-amount           pic s9(7)v99 sign leading separate.
