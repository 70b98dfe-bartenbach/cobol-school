      ******************************************************************
      * class rank - one record per active student from the last
      * ranking run, keyed by ssn like the master it was taken from.
      * rank is within school and class by cumulative gpa, higher
      * credits breaking a gpa tie; students equal on both share a
      * rank.  rnk-percentile is the percent of the group ranked
      * below the student.  rnk-top-tenth "Y" marks the top ten
      * percent of the group.  the file is rebuilt every run, so a
      * student no longer active drops off it.
      ******************************************************************
           05  rnk-ssn              pic x(9).
           05  rnk-school-code      pic x(1).
           05  rnk-class-code       pic x(1).
           05  rnk-gpa              pic 9v99.
           05  rnk-credits          pic 9(3).
           05  rnk-rank             pic 9(5).
           05  rnk-group-size       pic 9(5).
           05  rnk-percentile       pic 9(3).
           05  rnk-top-tenth        pic x(1).
           05  rnk-date             pic 9(8).
