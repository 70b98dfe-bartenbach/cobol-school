      ******************************************************************
       identification division.
         program-id. student-archive.
      *  author: blake bartenbach
      *  function: the annual archive run.  graduates conferred and
      *            drops last changed before the retention cutoff are
      *            moved off the student master to the keyed student
      *            archive, and their term history rows follow them to
      *            the history archive, so the term runs stop reading
      *            past them.  nothing is thrown away - the transcript
      *            run reads both archives.  a control report counts
      *            what moved by status and school.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select student-master assign to "/home/proxa/doc/cob/c1104-mst"
       organization is indexed
       access mode is dynamic
       record key is stm-ssn
       file status is master-status.
       select student-archive assign to
                                "/home/proxa/doc/cob/c1104-mst-arch"
       organization is indexed
       access mode is random
       record key is arc-ssn
       file status is archive-status.
       select term-history-file assign to
                                "/home/proxa/doc/cob/c1104-termhist"
       organization is line sequential
       file status is term-history-status.
       select history-archive-file assign to
                                "/home/proxa/doc/cob/c1104-tharch"
       organization is line sequential
       file status is history-archive-status.
       select history-work-file assign to
                                "/home/proxa/doc/cob/c1104-thwork"
       organization is line sequential.
       select retain-parm-file assign to
                                "/home/proxa/doc/cob/c1104-retain"
       organization is line sequential
       file status is retain-parm-status.
       select archive-report-file assign to
                                "/home/proxa/doc/cob/c1104-archrpt"
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
      *  the master record as it stood, stamped with the day it moved.
       fd student-archive.
       01  archive-rec.
           05  arc-ssn              pic x(9).
           05  arc-name             pic x(21).
           05  arc-class-code       pic x(1).
           05  arc-school-code      pic x(1).
           05  arc-gpa              pic 9v99.
           05  arc-credits          pic 9(3).
           05  arc-status           pic x(1).
           05  arc-last-change      pic 9(8).
           05  arc-grad-date        pic 9(8).
           05  arc-archive-date     pic 9(8).
       fd term-history-file.
       01  term-history-rec.
           05  th-ssn               pic x(9).
           05  th-term-date         pic 9(8).
           05  th-class-code        pic x(1).
           05  th-school-code       pic x(1).
           05  th-gpa               pic 9v99.
           05  th-credits           pic 9(3).
       fd history-archive-file.
       01  history-archive-rec      pic x(25).
       fd history-work-file.
       01  history-work-rec         pic x(25).
       fd retain-parm-file.
       01  retain-parm-rec.
           05  parm-retain-years    pic 9(2).
           05  parm-retain-years-x redefines parm-retain-years
                                    pic x(2).
       fd archive-report-file.
       01  archive-report-rec       pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  master-eof               pic 9(1)  value zero.
       01  history-eof              pic 9(1)  value zero.
       01  work-eof                 pic 9(1)  value zero.
       01  master-status            pic xx    value spaces.
       01  archive-status           pic xx    value spaces.
       01  term-history-status      pic xx    value spaces.
       01  history-archive-status   pic xx    value spaces.
       01  retain-parm-status       pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  history-open             pic 9(1)  value zero.
       01  run-date                 pic 9(8)  value zero.
       01  retain-years             pic 9(2)  value zero.
       01  cutoff-date              pic 9(8)  value zero.
       01  archive-this             pic 9(1)  value zero.
      *  archived counts - rows are the schools 1 to 4 with a fifth
      *  for a code nobody recognises, columns graduated and dropped.
       01  archive-counts.
           05  ac-school occurs 5 times.
              10 ac-graduated       pic 9(6).
              10 ac-dropped         pic 9(6).
       01  ac-sub                   pic 9(1)  value zero.
       01  total-graduated          pic 9(6)  value zero.
       01  total-dropped            pic 9(6)  value zero.
       01  total-kept               pic 9(7)  value zero.
       01  total-rows-archived      pic 9(7)  value zero.
       01  total-rows-kept          pic 9(7)  value zero.
       01  school-name              pic x(12) value spaces.
       01  report-hdr.
           05  filler               pic x(24) value
               "STUDENT ARCHIVE - RUN OF".
           05  filler               pic x(1)  value space.
           05  rh-date              pic 9(8).
           05  filler               pic x(9)  value "  CUTOFF ".
           05  rh-cutoff            pic 9(8).
       01  report-column-hdr        pic x(51) value
           "SCHOOL          GRADUATED      DROPPED        TOTAL".
       01  report-line.
           05  rl-school            pic x(12).
           05  filler               pic x(4)  value spaces.
           05  rl-graduated         pic zzzzzzzz9.
           05  filler               pic x(4)  value spaces.
           05  rl-dropped           pic zzzzzzzz9.
           05  filler               pic x(4)  value spaces.
           05  rl-total             pic zzzzzzzz9.
       01  report-count-line.
           05  rc-label             pic x(30).
           05  rc-count             pic zzzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 200-archive-students
         if history-open = 1
           perform 300-split-history
           perform 400-rewrite-history
         end-if
         perform 500-print-report
         perform 999-close
         display "STUDENT ARCHIVE - GRADUATED " total-graduated
             " DROPPED " total-dropped
             " HISTORY ROWS " total-rows-archived
             " BEFORE " cutoff-date
         stop run.

       110-init.
      *  the parameter date anchors the cutoff - an archive run on
      *  the wrong day would move the wrong students.
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
         move parm-date to run-date
      *  the retention period is the registrar's call, not the
      *  program's - it lives on the parameter file in whole years.
         open input retain-parm-file
         if retain-parm-status not = "00"
           display "C1104-RETAIN PARAMETER MISSING - NO ARCHIVE"
           move 4 to return-code
           stop run
         end-if
         read retain-parm-file
           at end
             move spaces to parm-retain-years-x
         end-read
         close retain-parm-file
         if parm-retain-years not numeric or parm-retain-years = zero
           display "C1104-RETAIN PARAMETER INVALID - NO ARCHIVE"
           move 4 to return-code
           stop run
         end-if
         move parm-retain-years to retain-years
         compute cutoff-date = run-date - retain-years * 10000
         open i-o student-master
         if master-status not = "00"
           display "STUDENT MASTER NOT AVAILABLE - STATUS "
               master-status
           move 16 to return-code
           stop run
         end-if
         open i-o student-archive
         if archive-status = "35"
           open output student-archive
           close student-archive
           open i-o student-archive
         end-if
      *  no history file yet means no rows to move.
         open input term-history-file
         if term-history-status = "00"
           move 1 to history-open
         else
           if term-history-status not = "35"
             display "TERM HISTORY NOT AVAILABLE - STATUS "
                 term-history-status
             move 16 to return-code
             stop run
           end-if
         end-if
         move zeros to archive-counts
         open output archive-report-file.

       200-archive-students.
         perform until master-eof = 1
           read student-master next record
             at end
               move 1 to master-eof
             not at end
               perform 220-check-student
           end-read
         end-perform.

       220-check-student.
      *  a graduate ages from the conferral, a drop from the last
      *  time anything touched the record.  active students stay.
         move zero to archive-this
         if stm-status = "G" and stm-grad-date not = zero
             and stm-grad-date < cutoff-date
           move 1 to archive-this
         end-if
         if stm-status = "D" and stm-last-change < cutoff-date
           move 1 to archive-this
         end-if
         if archive-this = zero
           add 1 to total-kept
         else
           perform 240-move-to-archive
         end-if.

       240-move-to-archive.
      *  the archive copy is written before the master record goes -
      *  a run that stops between the two leaves the student in both
      *  places, never in neither.  a student archived before and
      *  since re-added is simply archived again over the old copy.
         move stm-ssn to arc-ssn
         move stm-name to arc-name
         move stm-class-code to arc-class-code
         move stm-school-code to arc-school-code
         move stm-gpa to arc-gpa
         move stm-credits to arc-credits
         move stm-status to arc-status
         move stm-last-change to arc-last-change
         move stm-grad-date to arc-grad-date
         move run-date to arc-archive-date
         write archive-rec
           invalid key
             rewrite archive-rec
         end-write
         delete student-master record
           invalid key
             display "MASTER DELETE FAILED - STATUS " master-status
             move 16 to return-code
             stop run
         end-delete
         if stm-school-code >= "1" and stm-school-code <= "4"
           move stm-school-code to ac-sub
         else
           move 5 to ac-sub
         end-if
         if stm-status = "G"
           add 1 to ac-graduated (ac-sub)
           add 1 to total-graduated
         else
           add 1 to ac-dropped (ac-sub)
           add 1 to total-dropped
         end-if.

       300-split-history.
      *  a row follows its student when the student is off the master
      *  and on the archive - that also finishes the history of a run
      *  that stopped after the master pass.  a row matching neither
      *  file is nobody's to move and stays where it was.
         open extend history-archive-file
         if history-archive-status = "35"
           close history-archive-file
           open output history-archive-file
         end-if
         open output history-work-file
         perform until history-eof = 1
           read term-history-file
             at end
               move 1 to history-eof
             not at end
               perform 320-place-history-row
           end-read
         end-perform
         close term-history-file
         close history-archive-file
         close history-work-file.

       320-place-history-row.
         move th-ssn to stm-ssn
         read student-master
           invalid key
             move th-ssn to arc-ssn
             read student-archive
               invalid key
                 write history-work-rec from term-history-rec
                 add 1 to total-rows-kept
               not invalid key
                 write history-archive-rec from term-history-rec
                 add 1 to total-rows-archived
             end-read
           not invalid key
             write history-work-rec from term-history-rec
             add 1 to total-rows-kept
         end-read.

       400-rewrite-history.
         open input history-work-file
         open output term-history-file
         perform until work-eof = 1
           read history-work-file
             at end
               move 1 to work-eof
             not at end
               write term-history-rec from history-work-rec
           end-read
         end-perform
         close history-work-file
         close term-history-file.

       500-print-report.
         move run-date to rh-date
         move cutoff-date to rh-cutoff
         write archive-report-rec from report-hdr
         write archive-report-rec from report-column-hdr
             after advancing 2 lines
         perform varying ac-sub from 1 by 1 until ac-sub > 5
           perform 520-school-name
           move spaces to report-line
           move school-name to rl-school
           move ac-graduated (ac-sub) to rl-graduated
           move ac-dropped (ac-sub) to rl-dropped
           compute rl-total =
               ac-graduated (ac-sub) + ac-dropped (ac-sub)
           write archive-report-rec from report-line
               after advancing 1 line
         end-perform
         move spaces to report-line
         move "ALL SCHOOLS" to rl-school
         move total-graduated to rl-graduated
         move total-dropped to rl-dropped
         compute rl-total = total-graduated + total-dropped
         write archive-report-rec from report-line
             after advancing 2 lines
         move "STUDENTS KEPT ON MASTER:" to rc-label
         move total-kept to rc-count
         write archive-report-rec from report-count-line
             after advancing 2 lines
         move "HISTORY ROWS ARCHIVED:" to rc-label
         move total-rows-archived to rc-count
         write archive-report-rec from report-count-line
             after advancing 1 line
         move "HISTORY ROWS KEPT:" to rc-label
         move total-rows-kept to rc-count
         write archive-report-rec from report-count-line
             after advancing 1 line.

       520-school-name.
         evaluate ac-sub
           when 1        move "BUSINESS"      to school-name
           when 2        move "LIBERAL ARTS"  to school-name
           when 3        move "ENGINEERING"   to school-name
           when 4        move "CONT ED"       to school-name
           when other    move "UNKNOWN"       to school-name
         end-evaluate.

       999-close.
         close student-master
         close student-archive
         close archive-report-file.
      ******************************************************************
