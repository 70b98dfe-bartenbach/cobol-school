      ******************************************************************
      * mailing label - one per piece mailed, zip first so the label
      * file sorts straight into postal presort order.
      * copy with: copy "stulabel.cpy" replacing ==:tag:== by ==lbl==.
      ******************************************************************
           05  :tag:-zip            pic x(10).
           05  :tag:-stu-no         pic x(7).
           05  :tag:-name           pic x(21).
           05  :tag:-line-1         pic x(30).
           05  :tag:-line-2         pic x(30).
           05  :tag:-city           pic x(20).
           05  :tag:-state          pic x(2).
