      ******************************************************************
      * student mailing address - one record per student, keyed by
      * the student number so nothing that leaves the office needs
      * the ssn to find it.  adr-line-2 may be blank.  adr-zip is the
      * five-digit zip, with the plus-four as "99999-9999" when known.
      * adr-last-change is the run date of the last maintenance.
      ******************************************************************
           05  adr-stu-no           pic 9(7).
           05  adr-line-1           pic x(30).
           05  adr-line-2           pic x(30).
           05  adr-city             pic x(20).
           05  adr-state            pic x(2).
           05  adr-zip              pic x(10).
           05  adr-last-change      pic 9(8).
