      ******************************************************************
      * administrative hold - one record per hold placed, keyed by the
      * student number, the hold type and the date it was placed, so
      * one student's holds read back together and a hold placed
      * again after release is a new record beside the old one.
      * hld-type "F" financial, "D" disciplinary and "R" records
      * block transcripts and conferral; "N" is a notice only.
      * hld-date-released stays zero while the hold is active.
      ******************************************************************
           05  hld-key.
               10  hld-stu-no       pic 9(7).
               10  hld-type         pic x(1).
               10  hld-date-placed  pic 9(8).
           05  hld-office           pic x(10).
           05  hld-reason           pic x(30).
           05  hld-date-released    pic 9(8).
