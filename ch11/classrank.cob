      ******************************************************************
       identification division.
         program-id. class-rank.
      *  author: blake bartenbach
      *  function: ranks every active student on the master by
      *            cumulative gpa within school and class, higher
      *            credits breaking a gpa tie, and keeps each rank -
      *            "n of m" and the percentile - on the keyed rank
      *            file for transcript-report to print on request.
      *            lists the top ten percent of each class by school
      *            for the scholarship committees.
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
       select xref-file assign to "/home/proxa/doc/cob/c1104-xref"
       organization is indexed
       access mode is random
       record key is xr-ssn
       file status is xref-status.
       select sort-work assign to "SORTWORK".
       select sorted-rank-file assign to
                                "/home/proxa/doc/cob/c1104-ranksrt"
       organization is line sequential.
       select rank-file assign to "/home/proxa/doc/cob/c1104-rank"
       organization is indexed
       access mode is random
       record key is rnk-ssn
       file status is rank-status.
       select top-list-file assign to
                                "/home/proxa/doc/cob/c1104-toprank"
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
       fd xref-file.
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       sd sort-work.
       01  sort-rec.
           05  srt-school-code      pic x(1).
           05  srt-class-code       pic x(1).
           05  srt-gpa              pic 9v99.
           05  srt-credits          pic 9(3).
           05  srt-ssn              pic x(9).
           05  srt-name             pic x(21).
       fd sorted-rank-file.
       01  sorted-rank-rec.
           05  sr-school-code       pic x(1).
           05  sr-class-code        pic x(1).
           05  sr-gpa               pic 9v99.
           05  sr-credits           pic 9(3).
           05  sr-ssn               pic x(9).
           05  sr-name              pic x(21).
       fd rank-file.
       01  rank-rec.
           copy "sturank.cpy".
       fd top-list-file.
       01  top-list-rec             pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  master-eof               pic 9(1)  value zero.
       01  sorted-eof               pic 9(1)  value zero.
       01  master-status            pic xx    value spaces.
       01  xref-status              pic xx    value spaces.
       01  xref-open                pic 9(1)  value zero.
       01  rank-status              pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  stu-no-out               pic x(7)  value spaces.
      *  active students in each school and class - the "m" of
      *  "rank n of m", counted as the master is read for the sort.
       01  group-table.
           05  grp-school occurs 4 times.
               10  grp-count occurs 5 times pic 9(5).
       01  school-sub               pic 9(1)  value zero.
       01  class-sub                pic 9(1)  value zero.
       01  current-school           pic x(1)  value space.
       01  current-class            pic x(1)  value space.
       01  group-size               pic 9(5)  value zero.
       01  group-position           pic 9(5)  value zero.
       01  current-rank             pic 9(5)  value zero.
       01  top-cut                  pic 9(5)  value zero.
       01  percentile               pic 9(3)  value zero.
       01  prev-gpa                 pic 9v99  value zero.
       01  prev-credits             pic 9(3)  value zero.
       01  school-listed            pic 9(5)  value zero.
       01  school-name              pic x(12) value spaces.
       01  class-name               pic x(10) value spaces.
       01  total-read               pic 9(6)  value zero.
       01  total-ranked             pic 9(6)  value zero.
       01  total-unranked           pic 9(6)  value zero.
       01  total-listed             pic 9(6)  value zero.
       01  list-hdr.
           05  filler               pic x(36) value
               "CLASS RANK - TOP TEN PERCENT - AS OF".
           05  filler               pic x(1)  value space.
           05  lh-date              pic 9(8).
       01  school-hdr.
           05  filler               pic x(8)  value "SCHOOL: ".
           05  sh-school-name       pic x(12).
       01  class-hdr.
           05  filler               pic x(7)  value "CLASS: ".
           05  ch-class-name        pic x(10).
           05  filler               pic x(22) value
               "  STUDENTS RANKED:    ".
           05  ch-group-size        pic zzzz9.
       01  list-column-hdr          pic x(56) value
           " RANK  STU NO   NAME                   GPA CREDITS  PCTL".
       01  top-line.
           05  tl-rank              pic zzzz9.
           05  filler               pic x(2)  value spaces.
           05  tl-stu-no            pic x(7).
           05  filler               pic x(2)  value spaces.
           05  tl-name              pic x(21).
           05  filler               pic x(2)  value spaces.
           05  tl-gpa               pic 9.99.
           05  filler               pic x(3)  value spaces.
           05  tl-credits           pic zz9.
           05  filler               pic x(4)  value spaces.
           05  tl-percentile        pic zz9.
       01  school-total-line.
           05  filler               pic x(22) value
               "LISTED, SCHOOL:".
           05  st-listed            pic zzzz9.
       01  list-total-1.
           05  filler               pic x(22) value
               "STUDENTS RANKED:".
           05  lt-ranked            pic zzzzz9.
       01  list-total-2.
           05  filler               pic x(22) value
               "NOT RANKED - BAD CODE:".
           05  lt-unranked          pic zzzzz9.
       01  list-total-3.
           05  filler               pic x(22) value
               "LISTED, ALL SCHOOLS:".
           05  lt-listed            pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
      *  best first within each school and class - gpa high to low,
      *  then credits high to low; ssn only makes the order of a
      *  true tie repeatable from run to run.
         sort sort-work
             on ascending key srt-school-code
             on ascending key srt-class-code
             on descending key srt-gpa
             on descending key srt-credits
             on ascending key srt-ssn
             input procedure is 200-release-active
             giving sorted-rank-file
         perform 300-rank-students
         perform 900-print-totals
         perform 999-close
         display "CLASS RANK - READ " total-read
             " RANKED " total-ranked
             " NOT RANKED " total-unranked
             " LISTED " total-listed
         stop run.

       110-init.
         open input rundate-file
         if rundate-status = "00"
           read rundate-file
             at end
               move spaces to parm-date-x
           end-read
           close rundate-file
           if parm-date numeric and parm-date not = zero
             move parm-date to run-date
           else
             accept run-date from date yyyymmdd
           end-if
         else
           accept run-date from date yyyymmdd
         end-if
         perform varying school-sub from 1 by 1 until school-sub > 4
           perform varying class-sub from 1 by 1 until class-sub > 5
             move zero to grp-count (school-sub, class-sub)
           end-perform
         end-perform
         open input xref-file
         if xref-status = "00"
           move 1 to xref-open
         end-if.

       200-release-active.
         open input student-master
         if master-status not = "00"
           display "STUDENT MASTER NOT AVAILABLE - STATUS "
               master-status
           move 16 to return-code
           stop run
         end-if
         perform until master-eof = 1
           read student-master next record
             at end
               move 1 to master-eof
             not at end
               add 1 to total-read
               if stm-status = "A"
                 perform 210-release-student
               end-if
           end-read
         end-perform
         close student-master.

       210-release-student.
      *  a school or class code the master should never hold cannot
      *  be placed in a group - it is counted, not ranked.
         if stm-school-code < "1" or stm-school-code > "4"
             or stm-class-code < "1" or stm-class-code > "5"
           add 1 to total-unranked
           exit paragraph
         end-if
         move stm-school-code to school-sub
         move stm-class-code to class-sub
         add 1 to grp-count (school-sub, class-sub)
         move stm-school-code to srt-school-code
         move stm-class-code to srt-class-code
         move stm-gpa to srt-gpa
         move stm-credits to srt-credits
         move stm-ssn to srt-ssn
         move stm-name to srt-name
         release sort-rec.

       300-rank-students.
      *  the rank file is rebuilt whole - a student who has left the
      *  active roll since the last run must not keep an old rank.
         open input sorted-rank-file
         open output rank-file
         open output top-list-file
         move run-date to lh-date
         write top-list-rec from list-hdr
         perform 390-read-sorted
         perform until sorted-eof = 1
           move sr-school-code to current-school
           move zero to school-listed
           perform 380-school-name
           move school-name to sh-school-name
           write top-list-rec from school-hdr after advancing 3 lines
           perform until sorted-eof = 1
               or sr-school-code not = current-school
             perform 310-start-class
             perform until sorted-eof = 1
                 or sr-school-code not = current-school
                 or sr-class-code not = current-class
               perform 320-rank-student
               perform 390-read-sorted
             end-perform
           end-perform
           move school-listed to st-listed
           write top-list-rec from school-total-line
               after advancing 2 lines
         end-perform
         close sorted-rank-file
         close rank-file.

       310-start-class.
      *  the top tenth is rounded up so even a class of one has a
      *  student to list.
         move sr-class-code to current-class
         move sr-school-code to school-sub
         move sr-class-code to class-sub
         move grp-count (school-sub, class-sub) to group-size
         compute top-cut = (group-size + 9) / 10
         move zero to group-position
         move zero to current-rank
         perform 385-class-name
         move class-name to ch-class-name
         move group-size to ch-group-size
         write top-list-rec from class-hdr after advancing 2 lines
         write top-list-rec from list-column-hdr
             after advancing 1 line.

       320-rank-student.
      *  students equal on both gpa and credits share the rank of the
      *  first of them; the next student down takes its own position.
         add 1 to group-position
         if group-position = 1
             or sr-gpa not = prev-gpa
             or sr-credits not = prev-credits
           move group-position to current-rank
         end-if
         move sr-gpa to prev-gpa
         move sr-credits to prev-credits
         compute percentile =
             ((group-size - current-rank) * 100) / group-size
         move spaces to rank-rec
         move sr-ssn to rnk-ssn
         move sr-school-code to rnk-school-code
         move sr-class-code to rnk-class-code
         move sr-gpa to rnk-gpa
         move sr-credits to rnk-credits
         move current-rank to rnk-rank
         move group-size to rnk-group-size
         move percentile to rnk-percentile
         move run-date to rnk-date
         if current-rank > top-cut
           move "N" to rnk-top-tenth
         else
           move "Y" to rnk-top-tenth
           perform 330-print-top
         end-if
         write rank-rec
           invalid key
             display "DUPLICATE SSN ON RANK FILE - " sr-ssn
         end-write
         add 1 to total-ranked.

       330-print-top.
      *  the list goes to the committees - it carries the student
      *  number, never the ssn.
         move spaces to top-line
         move current-rank to tl-rank
         perform 360-lookup-stu-no
         move stu-no-out to tl-stu-no
         move sr-name to tl-name
         move sr-gpa to tl-gpa
         move sr-credits to tl-credits
         move percentile to tl-percentile
         write top-list-rec from top-line after advancing 1 line
         add 1 to school-listed
         add 1 to total-listed.

       360-lookup-stu-no.
         if xref-open = zero
           move "NO-NBR " to stu-no-out
         else
           move sr-ssn to xr-ssn
           read xref-file
             invalid key
               move "NO-NBR " to stu-no-out
             not invalid key
               move xr-stu-no to stu-no-out
           end-read
         end-if.

       380-school-name.
         evaluate current-school
           when "1"      move "BUSINESS"      to school-name
           when "2"      move "LIBERAL ARTS"  to school-name
           when "3"      move "ENGINEERING"   to school-name
           when "4"      move "CONT ED"       to school-name
           when other    move "UNKNOWN"       to school-name
         end-evaluate.

       385-class-name.
         evaluate current-class
           when "1"      move "FRESHMAN"      to class-name
           when "2"      move "SOPHOMORE"     to class-name
           when "3"      move "JUNIOR"        to class-name
           when "4"      move "SENIOR"        to class-name
           when "5"      move "GRADUATE"      to class-name
           when other    move "UNKNOWN"       to class-name
         end-evaluate.

       390-read-sorted.
         read sorted-rank-file
           at end
             move 1 to sorted-eof
         end-read.

       900-print-totals.
         move total-ranked to lt-ranked
         write top-list-rec from list-total-1 after advancing 3 lines
         move total-unranked to lt-unranked
         write top-list-rec from list-total-2 after advancing 1 line
         move total-listed to lt-listed
         write top-list-rec from list-total-3 after advancing 1 line
         if total-unranked > zero
           move 4 to return-code
         end-if.

       999-close.
         if xref-open = 1
           close xref-file
         end-if
         close top-list-file.
      ******************************************************************
