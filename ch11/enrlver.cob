      ******************************************************************
       identification division.
         program-id. enrollment-verify.
      *  author: blake bartenbach
      *  function: builds the term's enrollment verification extract
      *            for the clearinghouse and the loan servicers - one
      *            record per student on the master with an enrollment
      *            status of full-time, half-time, less than half-time,
      *            withdrawn or graduated, the date that status took
      *            effect and the anticipated graduation date, between
      *            a header and a balancing trailer.  the term load is
      *            the step in earned credits on the term history.
      *            a companion report lists every student whose status
      *            changed since the previous extract.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select student-master assign to "/home/proxa/doc/cob/c1104-mst"
       organization is indexed
       access mode is sequential
       record key is stm-ssn
       file status is master-status.
       select term-history-file assign to
                                "/home/proxa/doc/cob/c1104-termhist"
       organization is line sequential
       file status is term-history-status.
       select sort-work assign to "SORTWORK".
       select sorted-history-file assign to
                                "/home/proxa/doc/cob/c1104-thsrt"
       organization is line sequential.
       select xref-file assign to "/home/proxa/doc/cob/c1104-xref"
       organization is indexed
       access mode is random
       record key is xr-ssn
       file status is xref-status.
       select enroll-status-file assign to
                                "/home/proxa/doc/cob/c1104-enrstat"
       organization is indexed
       access mode is random
       record key is es-ssn
       file status is enroll-status-status.
       select extract-file assign to "/home/proxa/doc/cob/c1104-enrver"
       organization is line sequential.
       select change-report-file assign to
                                "/home/proxa/doc/cob/c1104-enrchg"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd student-master.
       01  master-rec.
           05  stm-ssn              pic x(9).
           05  stm-name             pic x(21).
           05  stm-class-code       pic x(1).
           05  stm-school-code      pic x(1).
           05  stm-gpa              pic 9v99.
           05  stm-credits          pic 9(3).
           05  stm-status           pic x(1).
           05  stm-last-change      pic 9(8).
           05  stm-grad-date        pic 9(8).
       fd term-history-file.
       01  term-history-rec.
           05  th-ssn               pic x(9).
           05  th-term-date         pic 9(8).
           05  th-class-code        pic x(1).
           05  th-school-code       pic x(1).
           05  th-gpa               pic 9v99.
           05  th-credits           pic 9(3).
       sd sort-work.
       01  sort-rec.
           05  srt-ssn              pic x(9).
           05  srt-term-date        pic 9(8).
           05  filler               pic x(8).
       fd sorted-history-file.
       01  sorted-history-rec.
           05  sh-ssn               pic x(9).
           05  sh-term-date         pic 9(8).
           05  sh-class-code        pic x(1).
           05  sh-school-code       pic x(1).
           05  sh-gpa               pic 9v99.
           05  sh-credits           pic 9(3).
       fd xref-file.
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
      *  the status last reported for each student.  a rerun for the
      *  same term compares against the status before that, so running
      *  the extract twice does not hide the term's changes.
       fd enroll-status-file.
       01  enroll-status-rec.
           05  es-ssn               pic x(9).
           05  es-extract-date      pic 9(8).
           05  es-status            pic x(1).
           05  es-status-date       pic 9(8).
           05  es-prior-status      pic x(1).
           05  es-prior-date        pic 9(8).
       fd extract-file.
       01  extract-header-rec.
           05  ev-hdr-type          pic x(1).
           05  ev-hdr-source        pic x(10).
           05  ev-hdr-term-date     pic 9(8).
           05  ev-hdr-created       pic 9(8).
           05  filler               pic x(33).
      *  the ssn is the match key the clearinghouse format requires -
      *  it appears here and nowhere else the extract goes.
       01  extract-detail-rec.
           05  ev-type              pic x(1).
           05  ev-ssn               pic x(9).
           05  ev-stu-no            pic x(7).
           05  ev-name              pic x(21).
           05  ev-status            pic x(1).
           05  ev-status-date       pic 9(8).
           05  ev-anticipated-grad  pic 9(8).
           05  ev-class-code        pic x(1).
           05  ev-school-code       pic x(1).
           05  ev-term-credits      pic 9(3).
       01  extract-trailer-rec.
           05  ev-trl-type          pic x(1).
           05  ev-trl-count         pic 9(7).
           05  ev-trl-full          pic 9(7).
           05  ev-trl-half          pic 9(7).
           05  ev-trl-less          pic 9(7).
           05  ev-trl-withdrawn     pic 9(7).
           05  ev-trl-graduated     pic 9(7).
           05  filler               pic x(17).
       fd change-report-file.
       01  change-report-rec        pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  master-eof               pic 9(1)  value zero.
       01  history-eof              pic 9(1)  value zero.
       01  master-status            pic xx    value spaces.
       01  term-history-status      pic xx    value spaces.
       01  xref-status              pic xx    value spaces.
       01  enroll-status-status     pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  stu-no-out               pic x(7)  value spaces.
       01  term-date                pic 9(8)  value zero.
       01  created-date             pic 9(8)  value zero.
      *  the latest two term history records for the student in hand -
      *  the step between their earned credits is the term's load.
       01  last-term-date           pic 9(8)  value zero.
       01  last-credits             pic 9(3)  value zero.
       01  prior-credits            pic 9(3)  value zero.
       01  history-terms            pic 9(3)  value zero.
       01  term-load                pic s9(3) value zero.
      *  load thresholds per term - a graduate student carries a
      *  lighter full-time load than an undergraduate.
       01  ug-full-time             pic 9(2)  value 12.
       01  ug-half-time             pic 9(2)  value 6.
       01  gr-full-time             pic 9(2)  value 9.
       01  gr-half-time             pic 9(2)  value 5.
       01  full-time-load           pic 9(2)  value zero.
       01  half-time-load           pic 9(2)  value zero.
      *  the degree totals confer holds students to, and the load a
      *  student finishing on time carries each term.
       01  degree-credits           pic 9(3)  value 120.
       01  grad-degree-credits      pic 9(3)  value 150.
       01  ug-term-load             pic 9(2)  value 15.
       01  gr-term-load             pic 9(2)  value 9.
       01  credits-remaining        pic s9(3) value zero.
       01  terms-remaining          pic 9(3)  value zero.
       01  grad-months              pic 9(6)  value zero.
       01  grad-date                pic 9(8)  value zero.
       01  grad-date-parts redefines grad-date.
           05  gd-year              pic 9(4).
           05  gd-month             pic 9(2).
           05  gd-day               pic 9(2).
       01  term-date-parts.
           05  td-year              pic 9(4).
           05  td-month             pic 9(2).
           05  td-day               pic 9(2).
       01  new-status               pic x(1)  value space.
       01  new-status-date          pic 9(8)  value zero.
       01  compare-status           pic x(1)  value space.
       01  compare-date             pic 9(8)  value zero.
       01  status-name              pic x(12) value spaces.
       01  status-code-hold         pic x(1)  value space.
       01  total-students           pic 9(7)  value zero.
       01  total-full               pic 9(7)  value zero.
       01  total-half               pic 9(7)  value zero.
       01  total-less               pic 9(7)  value zero.
       01  total-withdrawn          pic 9(7)  value zero.
       01  total-graduated          pic 9(7)  value zero.
       01  total-changes            pic 9(7)  value zero.
       01  change-hdr.
           05  filler               pic x(37) value
               "ENROLLMENT STATUS CHANGES - TERM OF ".
           05  ch-date              pic 9(8).
       01  change-column-hdr.
           05  filler               pic x(44) value
               "STU NO   NAME                   WAS         ".
           05  filler               pic x(29) value
               " SINCE     NOW          SINCE".
       01  change-line.
           05  cl-stu-no            pic x(7).
           05  filler               pic x(2)  value spaces.
           05  cl-name              pic x(21).
           05  filler               pic x(2)  value spaces.
           05  cl-old-status        pic x(12).
           05  filler               pic x(1)  value space.
           05  cl-old-date          pic 9(8).
           05  cl-old-date-x redefines cl-old-date pic x(8).
           05  filler               pic x(2)  value spaces.
           05  cl-new-status        pic x(12).
           05  filler               pic x(1)  value space.
           05  cl-new-date          pic 9(8).
       01  change-total-line.
           05  filler               pic x(22) value
               "STATUS CHANGES:".
           05  ct-changes           pic zzzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
      *  the history is appended term by term in load order - sorted
      *  by student it merges against the master, which reads back in
      *  ssn order.
         sort sort-work
             on ascending key srt-ssn
             on ascending key srt-term-date
             with duplicates in order
             using term-history-file
             giving sorted-history-file
         open input sorted-history-file
         perform 390-read-history
         perform 380-read-master
         perform until master-eof = 1
           perform 200-verify-student
           perform 380-read-master
         end-perform
         close sorted-history-file
         perform 900-close
         display "ENROLLMENT VERIFICATION - STUDENTS " total-students
             " CHANGES " total-changes
         stop run.

       110-init.
      *  the parameter date names the term - the same date the term's
      *  load stamped on every record it touched.  without it there is
      *  no telling who enrolled this term.
         open input rundate-file
         if rundate-status not = "00"
           display "RUN DATE PARAMETER FILE MISSING - RUN REFUSED"
           move 16 to return-code
           stop run
         end-if
         read rundate-file
           at end
             move spaces to parm-date-x
         end-read
         close rundate-file
         if parm-date not numeric or parm-date = zero
           display "RUN DATE PARAMETER INVALID - RUN REFUSED"
           move 16 to return-code
           stop run
         end-if
         move parm-date to term-date
         move term-date to term-date-parts
         accept created-date from date yyyymmdd
         open input student-master
         if master-status not = "00"
           display "STUDENT MASTER NOT AVAILABLE - STATUS "
               master-status
           move 16 to return-code
           stop run
         end-if
         open input term-history-file
         if term-history-status not = "00"
           display "TERM HISTORY NOT AVAILABLE - STATUS "
               term-history-status
           move 16 to return-code
           stop run
         end-if
         close term-history-file
      *  every extract record carries the student number - without
      *  the cross-reference the extract cannot be built.
         open input xref-file
         if xref-status not = "00"
           display "STUDENT NUMBER XREF NOT AVAILABLE - STATUS "
               xref-status
           move 16 to return-code
           stop run
         end-if
         open i-o enroll-status-file
         if enroll-status-status = "35"
           open output enroll-status-file
           close enroll-status-file
           open i-o enroll-status-file
         end-if
         open output extract-file
         open output change-report-file
         move spaces to extract-header-rec
         move "H" to ev-hdr-type
         move "REGISTRAR" to ev-hdr-source
         move term-date to ev-hdr-term-date
         move created-date to ev-hdr-created
         write extract-header-rec
         move term-date to ch-date
         write change-report-rec from change-hdr
         write change-report-rec from change-column-hdr.

       200-verify-student.
         perform 210-gather-history
         if stm-class-code = "5"
           move gr-full-time to full-time-load
           move gr-half-time to half-time-load
         else
           move ug-full-time to full-time-load
           move ug-half-time to half-time-load
         end-if
         perform 220-set-status
         perform 240-anticipated-grad
         move stm-ssn to xr-ssn
         read xref-file
           invalid key
             move "NO-NBR " to stu-no-out
           not invalid key
             move xr-stu-no to stu-no-out
         end-read
         move spaces to extract-detail-rec
         move "D" to ev-type
         move stm-ssn to ev-ssn
         move stu-no-out to ev-stu-no
         move stm-name to ev-name
         move new-status to ev-status
         move new-status-date to ev-status-date
         move grad-date to ev-anticipated-grad
         move stm-class-code to ev-class-code
         move stm-school-code to ev-school-code
         if term-load > zero
           move term-load to ev-term-credits
         else
           move zero to ev-term-credits
         end-if
         write extract-detail-rec
         add 1 to total-students
         perform 300-record-status.

       210-gather-history.
      *  history records for students no longer on the master are
      *  passed over on the way.
         move zero to last-term-date
         move zero to last-credits
         move zero to prior-credits
         move zero to history-terms
         perform until history-eof = 1 or sh-ssn > stm-ssn
           if sh-ssn = stm-ssn
             move last-credits to prior-credits
             move sh-credits to last-credits
             move sh-term-date to last-term-date
             add 1 to history-terms
           end-if
           perform 390-read-history
         end-perform
      *  a first term has nothing before it, so prior-credits stays
      *  zero and the whole of the earned credits is that term's load.
         if history-terms = zero
           move zero to term-load
         else
           compute term-load = last-credits - prior-credits
         end-if.

       220-set-status.
      *  a conferred degree and a drop speak for themselves.  an active
      *  student the term's load never touched did not enroll, and is
      *  reported withdrawn from the last date the record changed.
         evaluate true
           when stm-status = "G"
             move "G" to new-status
             move stm-grad-date to new-status-date
           when stm-status = "D"
             move "W" to new-status
             move stm-last-change to new-status-date
           when stm-last-change < term-date
             move "W" to new-status
             move stm-last-change to new-status-date
           when term-load not < full-time-load
             move "F" to new-status
             move stm-last-change to new-status-date
           when term-load not < half-time-load
             move "H" to new-status
             move stm-last-change to new-status-date
           when other
             move "L" to new-status
             move stm-last-change to new-status-date
         end-evaluate
         evaluate new-status
           when "F"      add 1 to total-full
           when "H"      add 1 to total-half
           when "L"      add 1 to total-less
           when "W"      add 1 to total-withdrawn
           when "G"      add 1 to total-graduated
         end-evaluate.

       240-anticipated-grad.
      *  the degree date a student keeps by carrying a full load from
      *  here - terms fall six months apart and close mid-month.  a
      *  graduate has the date conferred; a withdrawal has none.
         move zero to grad-date
         if new-status = "G"
           move stm-grad-date to grad-date
           exit paragraph
         end-if
         if new-status = "W"
           exit paragraph
         end-if
         if stm-class-code = "5"
           compute credits-remaining =
               grad-degree-credits - stm-credits
           divide credits-remaining by gr-term-load
               giving terms-remaining
           if terms-remaining * gr-term-load < credits-remaining
             add 1 to terms-remaining
           end-if
         else
           compute credits-remaining = degree-credits - stm-credits
           divide credits-remaining by ug-term-load
               giving terms-remaining
           if terms-remaining * ug-term-load < credits-remaining
             add 1 to terms-remaining
           end-if
         end-if
      *  the term in progress counts - a student with nothing left
      *  still finishes at its end.
         if credits-remaining not > zero or terms-remaining = zero
           move 1 to terms-remaining
         end-if
         compute grad-months = td-year * 12 + td-month - 1
             + terms-remaining * 6
         divide grad-months by 12 giving gd-year
             remainder gd-month
         add 1 to gd-month
         move 15 to gd-day.

       300-record-status.
         move stm-ssn to es-ssn
         read enroll-status-file
           invalid key
             move spaces to compare-status
             move zero to compare-date
             move stm-ssn to es-ssn
             move term-date to es-extract-date
             move new-status to es-status
             move new-status-date to es-status-date
             move space to es-prior-status
             move zero to es-prior-date
             write enroll-status-rec
           not invalid key
             if es-extract-date not = term-date
               move es-status to es-prior-status
               move es-status-date to es-prior-date
             end-if
             move es-prior-status to compare-status
             move es-prior-date to compare-date
             move term-date to es-extract-date
             move new-status to es-status
             move new-status-date to es-status-date
             rewrite enroll-status-rec
         end-read
         if compare-status not = new-status
           perform 320-write-change
         end-if.

       320-write-change.
      *  the change report stays with the registrar's office but
      *  carries the student number all the same - the ssn goes out
      *  in the one extract field that requires it and nowhere else.
         move spaces to change-line
         move stu-no-out to cl-stu-no
         move stm-name to cl-name
         if compare-status = space
           move "NEW" to cl-old-status
           move spaces to cl-old-date-x
         else
           move compare-status to status-code-hold
           perform 700-status-name
           move status-name to cl-old-status
           move compare-date to cl-old-date
         end-if
         move new-status to status-code-hold
         perform 700-status-name
         move status-name to cl-new-status
         move new-status-date to cl-new-date
         write change-report-rec from change-line
         add 1 to total-changes.

       380-read-master.
         read student-master next record
           at end
             move 1 to master-eof
         end-read.

       390-read-history.
         read sorted-history-file
           at end
             move 1 to history-eof
         end-read.

       700-status-name.
         evaluate status-code-hold
           when "F"      move "FULL-TIME"    to status-name
           when "H"      move "HALF-TIME"    to status-name
           when "L"      move "LESS HALF"    to status-name
           when "W"      move "WITHDRAWN"    to status-name
           when "G"      move "GRADUATED"    to status-name
           when other    move "UNKNOWN"      to status-name
         end-evaluate.

       900-close.
         move spaces to extract-trailer-rec
         move "T" to ev-trl-type
         move total-students to ev-trl-count
         move total-full to ev-trl-full
         move total-half to ev-trl-half
         move total-less to ev-trl-less
         move total-withdrawn to ev-trl-withdrawn
         move total-graduated to ev-trl-graduated
         write extract-trailer-rec
         move total-changes to ct-changes
         write change-report-rec from change-total-line
         close student-master
         close xref-file
         close enroll-status-file
         close extract-file
         close change-report-file.
      ******************************************************************
