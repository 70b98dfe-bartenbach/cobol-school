      ******************************************************************
       identification division.
         program-id. grade-posting.
      *  author: blake bartenbach
      *  function: posts the term's letter grades.  each grade is
      *            checked against the course catalog and the student
      *            master, the student's term gpa and earned credits
      *            are worked out from the catalog's credit hours, and
      *            both are folded into the cumulative values on the
      *            master - the result is written as the c1104 batch,
      *            header and trailer included, that chapter-eleven
      *            edits, so no one has to work the numbers out by
      *            hand any more.  bad grades go to a reject listing.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select catalog-file assign to
                           "/home/proxa/doc/cob/c1104-catalog"
       organization is line sequential
       file status is catalog-status.
       select grade-file assign to "/home/proxa/doc/cob/c1104-grades"
       organization is line sequential
       file status is grade-file-status.
       select sort-work assign to "SORTWORK".
       select sorted-grade-file assign to
                                "/home/proxa/doc/cob/c1104-grdsrt"
       organization is line sequential
       file status is sorted-grade-status.
       select student-master assign to "/home/proxa/doc/cob/c1104-mst"
       organization is indexed
       access mode is random
       record key is stm-ssn
       file status is master-status.
       select term-file assign to "/home/proxa/doc/cob/c1104"
       organization is line sequential.
       select grade-reject-file assign to
                                "/home/proxa/doc/cob/c1104-grdrej"
       organization is line sequential.
       select grade-report-file assign to
                                "/home/proxa/doc/cob/c1104-grdrpt"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
       select xref-file assign to "/home/proxa/doc/cob/c1104-xref"
       organization is indexed
       access mode is random
       record key is xr-ssn
       file status is xref-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd catalog-file.
       01  catalog-rec.
           05  cat-course           pic x(7).
           05  cat-title            pic x(30).
           05  cat-credits          pic 9(2).
           05  cat-school-code      pic x(1).
       fd grade-file.
       01  grade-rec.
           05  grd-ssn              pic x(9).
           05  grd-course           pic x(7).
           05  grd-grade            pic x(2).
       sd sort-work.
       01  sort-rec.
           05  srt-ssn              pic x(9).
           05  srt-course           pic x(7).
           05  srt-grade            pic x(2).
           05  srt-rec-no           pic 9(6).
       fd sorted-grade-file.
       01  sorted-grade-rec.
           05  sg-ssn               pic x(9).
           05  sg-course            pic x(7).
           05  sg-grade             pic x(2).
           05  sg-rec-no            pic 9(6).
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
       fd term-file.
       01  term-rec.
           copy "studrec.cpy" replacing ==:tag:== by ==-out==.
       01  term-header-rec.
           05  hdr-type             pic x(1).
           05  hdr-batch-id         pic x(8).
           05  hdr-batch-date       pic 9(8).
       01  term-trailer-rec.
           05  trl-type             pic x(1).
           05  trl-count            pic 9(6).
           05  trl-ssn-hash         pic 9(12).
           05  trl-credits-sum      pic 9(9).
       fd grade-reject-file.
       01  grade-reject-rec.
           05  rej-record-no        pic 9(6).
           05  filler               pic x(3)  value space.
           05  rej-ssn              pic x(9).
           05  filler               pic x(2)  value space.
           05  rej-course           pic x(7).
           05  filler               pic x(2)  value space.
           05  rej-grade            pic x(2).
           05  filler               pic x(2)  value space.
           05  rej-reason           pic x(30).
       fd grade-report-file.
       01  grade-report-rec         pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       fd xref-file.
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       working-storage section.
       01  catalog-eof              pic 9(1)  value zero.
       01  grade-eof                pic 9(1)  value zero.
       01  sorted-eof               pic 9(1)  value zero.
       01  catalog-status           pic xx    value spaces.
       01  grade-file-status        pic xx    value spaces.
       01  sorted-grade-status      pic xx    value spaces.
       01  master-status            pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  xref-status              pic xx    value spaces.
       01  xref-open                pic 9(1)  value zero.
       01  stu-no-out               pic x(7)  value spaces.
       01  term-date                pic 9(8)  value zero.
       01  grade-rec-no             pic 9(6)  value zero.
      *  the catalog is read whole before the first grade is posted -
      *  the catalog changes once a term and is small enough to hold.
       01  catalog-table.
           05  catalog-entry occurs 1000 times.
              10 ct-course          pic x(7).
              10 ct-credits         pic 9(2).
              10 ct-school-code     pic x(1).
       01  catalog-count            pic 9(4)  value zero.
       01  catalog-capacity         pic 9(4)  value 1000.
       01  ct-sub                   pic 9(4)  value zero.
       01  ct-found-sub             pic 9(4)  value zero.
      *  the student's posted grades are held until the student is
      *  finished - a term that would take the credits past what
      *  chapter-eleven accepts is rejected grade by grade.
       01  posted-grade-table.
           05  posted-grade occurs 40 times.
              10 pg-rec-no          pic 9(6).
              10 pg-course          pic x(7).
              10 pg-grade           pic x(2).
       01  posted-count             pic 9(2)  value zero.
       01  posted-capacity          pic 9(2)  value 40.
       01  pg-sub                   pic 9(2)  value zero.
       01  max-credits              pic 9(3)  value 160.
      *  grade points on the four-point scale.  "G" grades count in
      *  the gpa and earn their credits unless the points are zero;
      *  a pass earns the credits without touching the gpa; a
      *  withdrawal or an incomplete does neither.
       01  grade-point-values.
           05  filler               pic x(6)  value "A 400G".
           05  filler               pic x(6)  value "A-370G".
           05  filler               pic x(6)  value "B+330G".
           05  filler               pic x(6)  value "B 300G".
           05  filler               pic x(6)  value "B-270G".
           05  filler               pic x(6)  value "C+230G".
           05  filler               pic x(6)  value "C 200G".
           05  filler               pic x(6)  value "C-170G".
           05  filler               pic x(6)  value "D+130G".
           05  filler               pic x(6)  value "D 100G".
           05  filler               pic x(6)  value "D-070G".
           05  filler               pic x(6)  value "F 000G".
           05  filler               pic x(6)  value "P 000P".
           05  filler               pic x(6)  value "W 000N".
           05  filler               pic x(6)  value "I 000N".
       01  grade-point-table redefines grade-point-values.
           05  grade-point-entry occurs 15 times.
              10 gp-letter          pic x(2).
              10 gp-points          pic 9v99.
              10 gp-kind            pic x(1).
       01  gp-count                 pic 9(2)  value 15.
       01  gp-sub                   pic 9(2)  value zero.
       01  gp-found-sub             pic 9(2)  value zero.
       01  current-ssn              pic x(9)  value spaces.
       01  prior-course             pic x(7)  value spaces.
      *  0 = not on the master, 1 = on file, 2 = already graduated
       01  student-found            pic 9(1)  value zero.
       01  reject-reason            pic x(30) value spaces.
       01  term-graded              pic 9(3)  value zero.
       01  term-points              pic 9(4)v99 value zero.
       01  term-gpa-hours           pic 9(3)  value zero.
       01  term-earned              pic 9(3)  value zero.
       01  term-gpa                 pic 9v99  value zero.
       01  cum-points               pic 9(5)v99 value zero.
       01  cum-gpa-hours            pic 9(4)  value zero.
       01  cum-credits              pic 9(4)  value zero.
       01  cum-gpa                  pic 9v99  value zero.
       01  new-class-code           pic x(1)  value space.
       01  ssn-numeric-hold         pic 9(9)  value zero.
       01  batch-count              pic 9(6)  value zero.
       01  batch-ssn-hash           pic 9(12) value zero.
       01  batch-credits            pic 9(9)  value zero.
       01  total-grades-read        pic 9(6)  value zero.
       01  total-grades-posted      pic 9(6)  value zero.
       01  total-rejected           pic 9(6)  value zero.
       01  total-bad-catalog        pic 9(4)  value zero.
       01  report-hdr.
           05  filler               pic x(26) value
               "TERM GRADE POSTING - TERM ".
           05  rh-date              pic 9(8).
       01  report-column-hdr.
           05  filler               pic x(36) value
               "STU NO   NAME                   TERM".
           05  filler               pic x(36) value
               " GPA  EARNED  CUM GPA  CUM CR  CLASS".
       01  report-line.
           05  rl-stu-no            pic x(7).
           05  filler               pic x(2)  value spaces.
           05  rl-name              pic x(21).
           05  filler               pic x(3)  value spaces.
           05  rl-term-gpa          pic 9.99.
           05  rl-term-gpa-x redefines rl-term-gpa pic x(4).
           05  filler               pic x(4)  value spaces.
           05  rl-earned            pic zz9.
           05  filler               pic x(5)  value spaces.
           05  rl-cum-gpa           pic 9.99.
           05  filler               pic x(4)  value spaces.
           05  rl-cum-credits       pic zz9.
           05  filler               pic x(6)  value spaces.
           05  rl-class             pic x(1).
       01  report-total-1.
           05  filler               pic x(20) value "GRADES READ:".
           05  rpt-read             pic zzzzz9.
       01  report-total-2.
           05  filler               pic x(20) value "GRADES POSTED:".
           05  rpt-posted           pic zzzzz9.
       01  report-total-3.
           05  filler               pic x(20) value "GRADES REJECTED:".
           05  rpt-rejected         pic zzzzz9.
       01  report-total-4.
           05  filler               pic x(20) value "STUDENTS WRITTEN:".
           05  rpt-students         pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 150-load-catalog
      *  the grades arrive in whatever order the departments sent
      *  them - sorted by student, each student's term is one run of
      *  records.  the input procedure stamps each grade with its
      *  place in the file so a reject can be found again.
         sort sort-work
             on ascending key srt-ssn
             on ascending key srt-course
             on ascending key srt-rec-no
             input procedure is 200-release-grades
             giving sorted-grade-file
         perform 300-post-grades
         perform 900-print-totals
         perform 999-close
         display "GRADE POSTING - READ " total-grades-read
             " POSTED " total-grades-posted
             " REJECTED " total-rejected
             " STUDENTS " batch-count
         stop run.

       110-init.
      *  the run date names the term on the batch header and the
      *  report - the shared parameter file first, system date only
      *  as fallback.
         open input rundate-file
         if rundate-status = "00"
           read rundate-file
             at end
               move spaces to parm-date-x
           end-read
           close rundate-file
           if parm-date numeric and parm-date not = zero
             move parm-date to term-date
           else
             accept term-date from date yyyymmdd
           end-if
         else
           accept term-date from date yyyymmdd
         end-if
         open input catalog-file
         if catalog-status not = "00"
           display "COURSE CATALOG NOT AVAILABLE - STATUS "
               catalog-status
           move 16 to return-code
           stop run
         end-if
         open input grade-file
         if grade-file-status not = "00"
           display "GRADE FILE NOT AVAILABLE - STATUS "
               grade-file-status
           move 16 to return-code
           stop run
         end-if
         close grade-file
         open input student-master
         if master-status not = "00"
           display "STUDENT MASTER NOT AVAILABLE - STATUS "
               master-status
           move 16 to return-code
           stop run
         end-if
         open input xref-file
         if xref-status = "00"
           move 1 to xref-open
         end-if
         open output grade-reject-file
         open output grade-report-file
         move term-date to rh-date
         write grade-report-rec from report-hdr
         write grade-report-rec from report-column-hdr.

       150-load-catalog.
         perform until catalog-eof = 1
           read catalog-file
             at end
               move 1 to catalog-eof
             not at end
               perform 160-store-course
           end-read
         end-perform
         close catalog-file.

       160-store-course.
         if cat-course = spaces or cat-credits not numeric
             or cat-credits = zero
             or (cat-school-code not = "1" and not = "2"
                 and not = "3" and not = "4")
           display "CATALOG RECORD INVALID - COURSE " cat-course
           add 1 to total-bad-catalog
         else
           move zero to ct-found-sub
           perform varying ct-sub from 1 by 1
               until ct-sub > catalog-count
             if ct-course (ct-sub) = cat-course
               move ct-sub to ct-found-sub
             end-if
           end-perform
           if ct-found-sub not = zero
             display "CATALOG COURSE DUPLICATED - FIRST KEPT "
                 cat-course
             add 1 to total-bad-catalog
           else
      *      a course dropped for want of room would reject every
      *      grade in it as unknown - better no batch than that one.
             if catalog-count not < catalog-capacity
               display "COURSE CATALOG TABLE FULL - RUN REFUSED"
               move 16 to return-code
               stop run
             end-if
             add 1 to catalog-count
             move cat-course to ct-course (catalog-count)
             move cat-credits to ct-credits (catalog-count)
             move cat-school-code to ct-school-code (catalog-count)
           end-if
         end-if.

       200-release-grades.
         open input grade-file
         perform until grade-eof = 1
           read grade-file
             at end
               move 1 to grade-eof
             not at end
               add 1 to grade-rec-no
               add 1 to total-grades-read
               move grd-ssn to srt-ssn
               move grd-course to srt-course
               move grd-grade to srt-grade
               move grade-rec-no to srt-rec-no
               release sort-rec
           end-read
         end-perform
         close grade-file.

       300-post-grades.
      *  the batch header goes out first whatever happens - an empty
      *  term still balances in chapter-eleven's trailer check.
         open output term-file
         move spaces to term-header-rec
         move "H" to hdr-type
         move "GRADES" to hdr-batch-id
         move term-date to hdr-batch-date
         write term-header-rec
         open input sorted-grade-file
         perform 390-read-sorted
         perform until sorted-eof = 1
           move sg-ssn to current-ssn
           perform 310-start-student
           perform until sorted-eof = 1 or sg-ssn not = current-ssn
             perform 320-post-grade
             perform 390-read-sorted
           end-perform
           perform 350-finish-student
         end-perform
         close sorted-grade-file
         move spaces to term-trailer-rec
         move "T" to trl-type
         move batch-count to trl-count
         move batch-ssn-hash to trl-ssn-hash
         move batch-credits to trl-credits-sum
         write term-trailer-rec
         close term-file.

       310-start-student.
         move zero to term-graded
         move zero to term-points
         move zero to term-gpa-hours
         move zero to term-earned
         move zero to posted-count
         move spaces to prior-course
         move current-ssn to stm-ssn
         read student-master
           invalid key
             move 0 to student-found
           not invalid key
      *      a conferred degree is final - grades for a graduate are
      *      an error somewhere, not a new term.
             if stm-status = "G"
               move 2 to student-found
             else
               move 1 to student-found
             end-if
         end-read.

       320-post-grade.
         move spaces to reject-reason
         if student-found = 0
           move "STUDENT NOT ON MASTER" to reject-reason
         else
           if student-found = 2
             move "STUDENT ALREADY GRADUATED" to reject-reason
           end-if
         end-if
         if reject-reason = spaces
           perform 330-find-course
           if ct-found-sub = zero
             move "COURSE NOT IN CATALOG" to reject-reason
           end-if
         end-if
         if reject-reason = spaces
           if sg-course = prior-course
             move "COURSE GRADED TWICE IN TERM" to reject-reason
           end-if
         end-if
         if reject-reason = spaces
           perform 340-find-grade
           if gp-found-sub = zero
             move "INVALID LETTER GRADE" to reject-reason
           end-if
         end-if
         if reject-reason = spaces
           if posted-count not < posted-capacity
             move "TOO MANY GRADES IN TERM" to reject-reason
           end-if
         end-if
         if reject-reason not = spaces
           perform 800-write-reject
         else
           move sg-course to prior-course
           add 1 to term-graded
           add 1 to total-grades-posted
           add 1 to posted-count
           move sg-rec-no to pg-rec-no (posted-count)
           move sg-course to pg-course (posted-count)
           move sg-grade to pg-grade (posted-count)
           evaluate gp-kind (gp-found-sub)
             when "G"
               add ct-credits (ct-found-sub) to term-gpa-hours
               compute term-points = term-points
                   + gp-points (gp-found-sub)
                   * ct-credits (ct-found-sub)
               if gp-points (gp-found-sub) > zero
                 add ct-credits (ct-found-sub) to term-earned
               end-if
             when "P"
               add ct-credits (ct-found-sub) to term-earned
             when other
               continue
           end-evaluate
         end-if.

       330-find-course.
         move zero to ct-found-sub
         perform varying ct-sub from 1 by 1
             until ct-sub > catalog-count or ct-found-sub not = zero
           if ct-course (ct-sub) = sg-course
             move ct-sub to ct-found-sub
           end-if
         end-perform.

       340-find-grade.
         move zero to gp-found-sub
         perform varying gp-sub from 1 by 1
             until gp-sub > gp-count or gp-found-sub not = zero
           if gp-letter (gp-sub) = sg-grade
             move gp-sub to gp-found-sub
           end-if
         end-perform.

       350-finish-student.
      *  nothing posted, nothing to say - every grade was rejected.
         if term-graded = zero
           exit paragraph
         end-if
         if term-gpa-hours > zero
           compute term-gpa rounded = term-points / term-gpa-hours
         else
           move zero to term-gpa
         end-if
      *  the master keeps the cumulative gpa and earned credits only,
      *  so the earned credits stand in for the hours behind the old
      *  gpa when the term is folded in.
         compute cum-points = stm-gpa * stm-credits + term-points
         compute cum-gpa-hours = stm-credits + term-gpa-hours
         compute cum-credits = stm-credits + term-earned
         if cum-gpa-hours > zero
           compute cum-gpa rounded = cum-points / cum-gpa-hours
         else
           move stm-gpa to cum-gpa
         end-if
      *  chapter-eleven rejects more than 160 credits, so a term that
      *  would carry the student past it is held back whole for the
      *  registrar - nothing for the student goes on the batch.
         if cum-credits > max-credits
           perform 355-reject-student
           exit paragraph
         end-if
         perform 360-set-class-code
         move stm-ssn to soc-sec-out
         move stm-name to name-out
         move new-class-code to class-code-out
         move stm-school-code to school-code-out
         move cum-gpa to gpa-out
         move cum-credits to credits-out
         write term-rec
         add 1 to batch-count
         if soc-sec-out numeric
           move soc-sec-out to ssn-numeric-hold
           add ssn-numeric-hold to batch-ssn-hash
         end-if
         add cum-credits to batch-credits
         perform 370-write-report-line.

       355-reject-student.
         move "CREDITS WOULD EXCEED 160" to reject-reason
         perform varying pg-sub from 1 by 1
             until pg-sub > posted-count
           move spaces to grade-reject-rec
           move pg-rec-no (pg-sub) to rej-record-no
           move stm-ssn to rej-ssn
           move pg-course (pg-sub) to rej-course
           move pg-grade (pg-sub) to rej-grade
           move reject-reason to rej-reason
           write grade-reject-rec
           add 1 to total-rejected
           subtract 1 from total-grades-posted
         end-perform.

       360-set-class-code.
      *  the undergraduate class follows the credits, on the same
      *  bands chapter-eleven edits against - a graduate student
      *  stays a graduate student whatever the count.
         if stm-class-code = "5"
           move "5" to new-class-code
         else
           if cum-credits not > 30
             move "1" to new-class-code
           else
             if cum-credits not > 59
               move "2" to new-class-code
             else
               if cum-credits not > 92
                 move "3" to new-class-code
               else
                 move "4" to new-class-code
               end-if
             end-if
           end-if
         end-if.

       370-write-report-line.
      *  the listing circulates outside the registrar's office - it
      *  carries the student number, not the ssn.
         move spaces to report-line
         move stm-ssn to xr-ssn
         perform 810-lookup-stu-no
         move stu-no-out to rl-stu-no
         move stm-name to rl-name
         if term-gpa-hours > zero
           move term-gpa to rl-term-gpa
         else
           move " N/A" to rl-term-gpa-x
         end-if
         move term-earned to rl-earned
         move cum-gpa to rl-cum-gpa
         move cum-credits to rl-cum-credits
         move new-class-code to rl-class
         write grade-report-rec from report-line.

       390-read-sorted.
         read sorted-grade-file
           at end
             move 1 to sorted-eof
         end-read.

       800-write-reject.
         move spaces to grade-reject-rec
         move sg-rec-no to rej-record-no
         move sg-ssn to rej-ssn
         move sg-course to rej-course
         move sg-grade to rej-grade
         move reject-reason to rej-reason
         write grade-reject-rec
         add 1 to total-rejected.

       810-lookup-stu-no.
         if xref-open = zero
           move "NO-NBR " to stu-no-out
         else
           read xref-file
             invalid key
               move "NO-NBR " to stu-no-out
             not invalid key
               move xr-stu-no to stu-no-out
           end-read
         end-if.

       900-print-totals.
         move total-grades-read to rpt-read
         write grade-report-rec from report-total-1
         move total-grades-posted to rpt-posted
         write grade-report-rec from report-total-2
         move total-rejected to rpt-rejected
         write grade-report-rec from report-total-3
         move batch-count to rpt-students
         write grade-report-rec from report-total-4
         if total-bad-catalog > zero
           display "CATALOG RECORDS SKIPPED: " total-bad-catalog
         end-if.

       999-close.
         close student-master
         if xref-open = 1
           close xref-file
         end-if
         close grade-reject-file
         close grade-report-file.
      ******************************************************************
