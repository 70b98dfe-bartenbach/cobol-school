      ******************************************************************
       identification division.
         program-id. tuition-billing.
      *  author: blake bartenbach
      *  function: term billing run.  each student's enrolled courses
      *            are totalled to billable credit hours from the
      *            course catalog, priced from the rate table by the
      *            student's school and class, and posted to the
      *            student account ledger as a tuition charge and a
      *            flat fee charge.  the run prints a billing register;
      *            anything that cannot be billed goes to an exception
      *            listing instead.  rerunning the same term date
      *            bills nobody twice.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select rate-file assign to "/home/proxa/doc/cob/c1104-rates"
       organization is line sequential
       file status is rate-status.
       select catalog-file assign to
                           "/home/proxa/doc/cob/c1104-catalog"
       organization is line sequential
       file status is catalog-status.
       select enroll-file assign to "/home/proxa/doc/cob/c1104-enroll"
       organization is line sequential
       file status is enroll-status.
       select sort-work assign to "SORTWORK".
       select sorted-enroll-file assign to
                                "/home/proxa/doc/cob/c1104-enrsrt"
       organization is line sequential
       file status is sorted-enroll-status.
       select student-master assign to "/home/proxa/doc/cob/c1104-mst"
       organization is indexed
       access mode is random
       record key is stm-ssn
       file status is master-status.
       select xref-file assign to "/home/proxa/doc/cob/c1104-xref"
       organization is indexed
       access mode is random
       record key is xr-ssn
       file status is xref-status.
       select ledger-file assign to "/home/proxa/doc/cob/c1104-ledger"
       organization is indexed
       access mode is dynamic
       record key is led-key
       file status is ledger-status.
       select register-file assign to
                                "/home/proxa/doc/cob/c1104-billreg"
       organization is line sequential.
       select bill-except-file assign to
                                "/home/proxa/doc/cob/c1104-billexc"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd rate-file.
       01  rate-rec.
           05  rat-school-code      pic x(1).
           05  rat-class-code       pic x(1).
           05  rat-per-credit       pic 9(4)v99.
           05  rat-flat-fee         pic 9(5)v99.
       fd catalog-file.
       01  catalog-rec.
           05  cat-course           pic x(7).
           05  cat-title            pic x(30).
           05  cat-credits          pic 9(2).
           05  cat-school-code      pic x(1).
       fd enroll-file.
       01  enroll-rec.
           05  enr-ssn              pic x(9).
           05  enr-course           pic x(7).
       sd sort-work.
       01  sort-rec.
           05  srt-ssn              pic x(9).
           05  srt-course           pic x(7).
       fd sorted-enroll-file.
       01  sorted-enroll-rec.
           05  se-ssn               pic x(9).
           05  se-course            pic x(7).
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
       fd xref-file.
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       fd ledger-file.
       01  ledger-rec.
           copy "stuledg.cpy".
       fd register-file.
       01  register-rec             pic x(80).
       fd bill-except-file.
       01  bill-except-rec.
           05  exc-ssn              pic x(9).
           05  filler               pic x(2)  value space.
           05  exc-course           pic x(7).
           05  filler               pic x(2)  value space.
           05  exc-reason           pic x(30).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  rate-eof                 pic 9(1)  value zero.
       01  catalog-eof              pic 9(1)  value zero.
       01  sorted-eof               pic 9(1)  value zero.
       01  ledger-eof               pic 9(1)  value zero.
       01  rate-status              pic xx    value spaces.
       01  catalog-status           pic xx    value spaces.
       01  enroll-status            pic xx    value spaces.
       01  sorted-enroll-status     pic xx    value spaces.
       01  master-status            pic xx    value spaces.
       01  xref-status              pic xx    value spaces.
       01  ledger-status            pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  bill-date                pic 9(8)  value zero.
      *  one row per school and class - the graduate class code "5"
      *  carries its own rates like any other class.
       01  rate-table.
           05  rate-entry occurs 50 times.
              10 rt-school-code     pic x(1).
              10 rt-class-code      pic x(1).
              10 rt-per-credit      pic 9(4)v99.
              10 rt-flat-fee        pic 9(5)v99.
       01  rate-count               pic 9(2)  value zero.
       01  rate-capacity            pic 9(2)  value 50.
       01  rt-sub                   pic 9(2)  value zero.
       01  rt-found-sub             pic 9(2)  value zero.
      *  the catalog is read whole before the first student is billed,
      *  the same as grade posting holds it.
       01  catalog-table.
           05  catalog-entry occurs 1000 times.
              10 ct-course          pic x(7).
              10 ct-credits         pic 9(2).
       01  catalog-count            pic 9(4)  value zero.
       01  catalog-capacity         pic 9(4)  value 1000.
       01  ct-sub                   pic 9(4)  value zero.
       01  ct-found-sub             pic 9(4)  value zero.
       01  current-ssn              pic x(9)  value spaces.
       01  prior-course             pic x(7)  value spaces.
       01  find-course              pic x(7)  value spaces.
       01  find-school              pic x(1)  value space.
       01  find-class               pic x(1)  value space.
       01  exception-course         pic x(7)  value spaces.
      *  0 = not on the master, 1 = billable, 2 = already graduated
       01  student-found            pic 9(1)  value zero.
       01  reject-reason            pic x(30) value spaces.
       01  term-credits             pic 9(3)  value zero.
       01  tuition-amount           pic 9(7)v99 value zero.
       01  fee-amount               pic 9(5)v99 value zero.
       01  student-total            pic 9(7)v99 value zero.
       01  already-billed           pic 9(1)  value zero.
       01  next-seq                 pic 9(3)  value zero.
       01  total-enroll-read        pic 9(6)  value zero.
       01  total-billed             pic 9(6)  value zero.
       01  total-exceptions         pic 9(6)  value zero.
       01  total-tuition            pic 9(9)v99 value zero.
       01  total-fees               pic 9(9)v99 value zero.
       01  total-bad-rates          pic 9(4)  value zero.
       01  total-bad-catalog        pic 9(4)  value zero.
       01  register-hdr.
           05  filler               pic x(27) value
               "TERM BILLING REGISTER - ON ".
           05  rh-date              pic 9(8).
       01  register-column-hdr.
           05  filler               pic x(40) value
               "STU NO   NAME                  SCH CL  C".
           05  filler               pic x(39) value
               "R        TUITION      FEES        TOTAL".
       01  register-line.
           05  rl-stu-no            pic 9(7).
           05  filler               pic x(2)  value spaces.
           05  rl-name              pic x(21).
           05  filler               pic x(1)  value spaces.
           05  rl-school            pic x(1).
           05  filler               pic x(3)  value spaces.
           05  rl-class             pic x(1).
           05  filler               pic x(2)  value spaces.
           05  rl-credits           pic zz9.
           05  filler               pic x(2)  value spaces.
           05  rl-tuition           pic z,zzz,zz9.99.
           05  filler               pic x(1)  value spaces.
           05  rl-fees              pic zz,zz9.99.
           05  filler               pic x(1)  value spaces.
           05  rl-total             pic z,zzz,zz9.99.
       01  register-total-1.
           05  filler               pic x(20) value "STUDENTS BILLED:".
           05  rpt-billed           pic zzzzz9.
       01  register-total-2.
           05  filler               pic x(20) value "TUITION CHARGED:".
           05  rpt-tuition          pic zzz,zzz,zz9.99.
       01  register-total-3.
           05  filler               pic x(20) value "FEES CHARGED:".
           05  rpt-fees             pic zzz,zzz,zz9.99.
       01  register-total-4.
           05  filler               pic x(20) value "EXCEPTIONS:".
           05  rpt-exceptions       pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 150-load-rates
         perform 170-load-catalog
      *  the enrollments arrive by course section - sorted by student,
      *  each student's term is one run of records.
         sort sort-work
             on ascending key srt-ssn
             on ascending key srt-course
             using enroll-file
             giving sorted-enroll-file
         perform 300-bill-students
         perform 900-print-totals
         perform 999-close
         display "TERM BILLING - ENROLLMENTS " total-enroll-read
             " BILLED " total-billed
             " EXCEPTIONS " total-exceptions
         stop run.

       110-init.
      *  the run date is the posting date of every charge - the shared
      *  parameter file first, system date only as fallback.
         open input rundate-file
         if rundate-status = "00"
           read rundate-file
             at end
               move spaces to parm-date-x
           end-read
           close rundate-file
           if parm-date numeric and parm-date not = zero
             move parm-date to bill-date
           else
             accept bill-date from date yyyymmdd
           end-if
         else
           accept bill-date from date yyyymmdd
         end-if
         open input rate-file
         if rate-status not = "00"
           display "RATE TABLE NOT AVAILABLE - STATUS " rate-status
           move 16 to return-code
           stop run
         end-if
         open input catalog-file
         if catalog-status not = "00"
           display "COURSE CATALOG NOT AVAILABLE - STATUS "
               catalog-status
           move 16 to return-code
           stop run
         end-if
         open input enroll-file
         if enroll-status not = "00"
           display "ENROLLMENT FILE NOT AVAILABLE - STATUS "
               enroll-status
           move 16 to return-code
           stop run
         end-if
         close enroll-file
         open input student-master
         if master-status not = "00"
           display "STUDENT MASTER NOT AVAILABLE - STATUS "
               master-status
           move 16 to return-code
           stop run
         end-if
      *  the ledger is keyed by student number - without the
      *  cross-reference there is nothing to post a charge under.
         open input xref-file
         if xref-status not = "00"
           display "STUDENT NUMBER XREF NOT AVAILABLE - STATUS "
               xref-status
           move 16 to return-code
           stop run
         end-if
         open i-o ledger-file
         if ledger-status = "35"
           open output ledger-file
           close ledger-file
           open i-o ledger-file
         end-if
         open output register-file
         open output bill-except-file
         move bill-date to rh-date
         write register-rec from register-hdr
         write register-rec from register-column-hdr.

       150-load-rates.
         perform until rate-eof = 1
           read rate-file
             at end
               move 1 to rate-eof
             not at end
               perform 160-store-rate
           end-read
         end-perform
         close rate-file.

       160-store-rate.
         if (rat-school-code not = "1" and not = "2"
                 and not = "3" and not = "4")
             or (rat-class-code not = "1" and not = "2"
                 and not = "3" and not = "4" and not = "5")
             or rat-per-credit not numeric
             or rat-flat-fee not numeric
           display "RATE RECORD INVALID - SCHOOL " rat-school-code
               " CLASS " rat-class-code
           add 1 to total-bad-rates
         else
           move rat-school-code to find-school
           move rat-class-code to find-class
           perform 340-find-rate
           if rt-found-sub not = zero
             display "RATE DUPLICATED - FIRST KEPT - SCHOOL "
                 rat-school-code " CLASS " rat-class-code
             add 1 to total-bad-rates
           else
             if rate-count not < rate-capacity
               display "RATE TABLE FULL - RUN REFUSED"
               move 16 to return-code
               stop run
             end-if
             add 1 to rate-count
             move rat-school-code to rt-school-code (rate-count)
             move rat-class-code to rt-class-code (rate-count)
             move rat-per-credit to rt-per-credit (rate-count)
             move rat-flat-fee to rt-flat-fee (rate-count)
           end-if
         end-if.

       170-load-catalog.
         perform until catalog-eof = 1
           read catalog-file
             at end
               move 1 to catalog-eof
             not at end
               perform 180-store-course
           end-read
         end-perform
         close catalog-file.

       180-store-course.
         if cat-course = spaces or cat-credits not numeric
             or cat-credits = zero
           display "CATALOG RECORD INVALID - COURSE " cat-course
           add 1 to total-bad-catalog
         else
           move cat-course to find-course
           perform 330-find-course
           if ct-found-sub not = zero
             display "CATALOG COURSE DUPLICATED - FIRST KEPT "
                 cat-course
             add 1 to total-bad-catalog
           else
      *      a course dropped for want of room would leave every
      *      student in it under-billed - better no run than that one.
             if catalog-count not < catalog-capacity
               display "COURSE CATALOG TABLE FULL - RUN REFUSED"
               move 16 to return-code
               stop run
             end-if
             add 1 to catalog-count
             move cat-course to ct-course (catalog-count)
             move cat-credits to ct-credits (catalog-count)
           end-if
         end-if.

       300-bill-students.
         open input sorted-enroll-file
         perform 390-read-sorted
         perform until sorted-eof = 1
           move se-ssn to current-ssn
           perform 310-start-student
           perform until sorted-eof = 1 or se-ssn not = current-ssn
             perform 320-add-course
             perform 390-read-sorted
           end-perform
           perform 350-finish-student
         end-perform
         close sorted-enroll-file.

       310-start-student.
         move zero to term-credits
         move spaces to prior-course
         move spaces to master-rec
         move current-ssn to stm-ssn
         read student-master
           invalid key
             move 0 to student-found
           not invalid key
      *      a dropped student who enrolls again is billed like anyone
      *      else - only a conferred degree stops the bill.
             if stm-status = "G"
               move 2 to student-found
             else
               move 1 to student-found
             end-if
         end-read
      *  a student-level problem is listed once, not once per course.
         move spaces to reject-reason
         if student-found = 0
           move "STUDENT NOT ON MASTER" to reject-reason
         end-if
         if student-found = 2
           move "STUDENT ALREADY GRADUATED" to reject-reason
         end-if
         if reject-reason not = spaces
           move spaces to exception-course
           perform 800-write-exception
         end-if.

       320-add-course.
         add 1 to total-enroll-read
         if student-found not = 1
           exit paragraph
         end-if
         move spaces to reject-reason
         if se-course = prior-course
           move "COURSE ENROLLED TWICE" to reject-reason
         else
           move se-course to find-course
           perform 330-find-course
           if ct-found-sub = zero
             move "COURSE NOT IN CATALOG" to reject-reason
           end-if
         end-if
         if reject-reason not = spaces
           move se-course to exception-course
           perform 800-write-exception
         else
           move se-course to prior-course
           add ct-credits (ct-found-sub) to term-credits
         end-if.

       330-find-course.
         move zero to ct-found-sub
         perform varying ct-sub from 1 by 1
             until ct-sub > catalog-count or ct-found-sub not = zero
           if ct-course (ct-sub) = find-course
             move ct-sub to ct-found-sub
           end-if
         end-perform.

       340-find-rate.
         move zero to rt-found-sub
         perform varying rt-sub from 1 by 1
             until rt-sub > rate-count or rt-found-sub not = zero
           if rt-school-code (rt-sub) = find-school
               and rt-class-code (rt-sub) = find-class
             move rt-sub to rt-found-sub
           end-if
         end-perform.

       350-finish-student.
      *  nothing billable - every course was rejected, or the student
      *  was already listed as an exception.
         if student-found not = 1 or term-credits = zero
           exit paragraph
         end-if
         move spaces to exception-course
         move current-ssn to xr-ssn
         read xref-file
           invalid key
             move "NO STUDENT NUMBER ASSIGNED" to reject-reason
             perform 800-write-exception
             exit paragraph
         end-read
         move stm-school-code to find-school
         move stm-class-code to find-class
         perform 340-find-rate
         if rt-found-sub = zero
           move "NO RATE FOR SCHOOL AND CLASS" to reject-reason
           perform 800-write-exception
           exit paragraph
         end-if
         perform 360-scan-ledger-day
         if already-billed = 1
           move "ALREADY BILLED ON THIS DATE" to reject-reason
           perform 800-write-exception
           exit paragraph
         end-if
         compute tuition-amount =
             term-credits * rt-per-credit (rt-found-sub)
         move rt-flat-fee (rt-found-sub) to fee-amount
         move spaces to ledger-rec
         move xr-stu-no to led-stu-no
         move bill-date to led-date
         move next-seq to led-seq
         move "T" to led-type
         move stm-name to led-name
         move stm-school-code to led-school-code
         move "TERM TUITION" to led-desc
         move "TERMBILL" to led-reference
         move term-credits to led-credits
         move tuition-amount to led-amount
         perform 370-write-ledger
         if fee-amount > zero
           add 1 to next-seq
           move next-seq to led-seq
           move "F" to led-type
           move "TERM FEES" to led-desc
           move zero to led-credits
           move fee-amount to led-amount
           perform 370-write-ledger
         end-if
         add 1 to total-billed
         add tuition-amount to total-tuition
         add fee-amount to total-fees
         perform 380-write-register-line.

       360-scan-ledger-day.
      *  reads the student's entries already posted on the billing
      *  date - a tuition charge among them means this term was billed
      *  by an earlier run, and the last sequence used tells where the
      *  new entries go.
         move zero to already-billed
         move 1 to next-seq
         move zero to ledger-eof
         move xr-stu-no to led-stu-no
         move bill-date to led-date
         move zero to led-seq
         start ledger-file key is not less than led-key
           invalid key
             move 1 to ledger-eof
         end-start
         perform until ledger-eof = 1
           read ledger-file next record
             at end
               move 1 to ledger-eof
             not at end
               if led-stu-no not = xr-stu-no
                   or led-date not = bill-date
                 move 1 to ledger-eof
               else
                 if led-type = "T"
                   move 1 to already-billed
                 end-if
                 compute next-seq = led-seq + 1
               end-if
           end-read
         end-perform.

       370-write-ledger.
         write ledger-rec
           invalid key
             display "LEDGER WRITE FAILED - STUDENT " led-stu-no
                 " DATE " led-date " SEQ " led-seq
             move 16 to return-code
             stop run
         end-write.

       380-write-register-line.
         move spaces to register-line
         move xr-stu-no to rl-stu-no
         move stm-name to rl-name
         move stm-school-code to rl-school
         move stm-class-code to rl-class
         move term-credits to rl-credits
         move tuition-amount to rl-tuition
         move fee-amount to rl-fees
         compute student-total = tuition-amount + fee-amount
         move student-total to rl-total
         write register-rec from register-line.

       390-read-sorted.
         read sorted-enroll-file
           at end
             move 1 to sorted-eof
         end-read.

       800-write-exception.
      *  the exception listing stays in the bursar's office - it needs
      *  the ssn, since a student without a number has nothing else.
         move spaces to bill-except-rec
         move current-ssn to exc-ssn
         move exception-course to exc-course
         move reject-reason to exc-reason
         write bill-except-rec
         add 1 to total-exceptions.

       900-print-totals.
         move total-billed to rpt-billed
         write register-rec from register-total-1
         move total-tuition to rpt-tuition
         write register-rec from register-total-2
         move total-fees to rpt-fees
         write register-rec from register-total-3
         move total-exceptions to rpt-exceptions
         write register-rec from register-total-4
         if total-bad-rates > zero
           display "RATE RECORDS SKIPPED: " total-bad-rates
         end-if
         if total-bad-catalog > zero
           display "CATALOG RECORDS SKIPPED: " total-bad-catalog
         end-if
         if total-exceptions > zero
           move 4 to return-code
         end-if.

       999-close.
         close student-master
         close xref-file
         close ledger-file
         close register-file
         close bill-except-file.
      ******************************************************************
