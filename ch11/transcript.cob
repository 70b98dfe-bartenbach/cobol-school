      *            history student-master-maint appends every term,
      *            with a credit-weighted cumulative gpa - so the
      *            registrar can finally answer what a student's gpa
      *            was last spring.  a student under an active
      *            financial, disciplinary or records hold gets no
      *            transcript - the request goes to an exception
      *            listing naming the hold and its office instead.
      *            students moved off by the annual archive run are
      *            found on the student archive and history archive,
      *            so alumni transcripts print as they always did.
      *            a request flagged for rank also prints the
      *            student's current class rank from the rank file.
      ******************************************************************

      ******************************************************************
       access mode is random
       record key is xr-ssn
       file status is xref-status.
       select hold-file assign to "/home/proxa/doc/cob/c1104-hold"
       organization is indexed
       access mode is dynamic
       record key is hld-key
       file status is hold-status.
       select transcript-except-file assign to
                              "/home/proxa/doc/cob/c1104-trexc"
       organization is line sequential.
       select student-archive assign to
                              "/home/proxa/doc/cob/c1104-mst-arch"
       organization is indexed
       access mode is random
       record key is arc-ssn
       file status is archive-status.
       select history-archive-file assign to
                              "/home/proxa/doc/cob/c1104-tharch"
       organization is line sequential
       file status is history-archive-status.
       select rank-file assign to "/home/proxa/doc/cob/c1104-rank"
       organization is indexed
       access mode is random
       record key is rnk-ssn
       file status is rank-status.
      ******************************************************************

      ******************************************************************
       fd request-file.
       01  request-rec.
           05  req-ssn              pic x(9).
      *    "R" asks for the current class rank on the transcript
           05  req-rank-flag        pic x(1).
       fd term-history-file.
       01  term-history-rec.
           05  th-ssn               pic x(9).
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       fd hold-file.
       01  hold-rec.
           copy "stuhold.cpy".
       fd transcript-except-file.
       01  transcript-except-rec.
           05  exc-stu-no           pic x(7).
           05  filler               pic x(2)  value spaces.
           05  exc-name             pic x(21).
           05  filler               pic x(2)  value spaces.
           05  filler               pic x(8)  value "ON HOLD ".
           05  exc-hold-type        pic x(12).
           05  filler               pic x(1)  value space.
           05  exc-office           pic x(10).
           05  filler               pic x(1)  value space.
           05  exc-date-placed      pic 9(8).
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
       fd history-archive-file.
       01  history-archive-rec      pic x(25).
       fd rank-file.
       01  rank-rec.
           copy "sturank.cpy".
       working-storage section.
       01  request-eof              pic 9(1)  value zero.
       01  history-eof              pic 9(1)  value zero.
       01  xref-status              pic xx    value spaces.
       01  xref-open                pic 9(1)  value zero.
       01  stu-no-out               pic x(7)  value spaces.
       01  archive-status           pic xx    value spaces.
       01  archive-open             pic 9(1)  value zero.
       01  history-archive-status   pic xx    value spaces.
       01  rank-status              pic xx    value spaces.
       01  rank-open                pic 9(1)  value zero.
      *  each history row is read into the hold area whichever file it
      *  came from, so one set of paragraphs prints both.
       01  term-hold.
           05  thd-ssn              pic x(9).
           05  thd-term-date        pic 9(8).
           05  thd-class-code       pic x(1).
           05  thd-school-code      pic x(1).
           05  thd-gpa              pic 9v99.
           05  thd-credits          pic 9(3).
       01  hold-status              pic xx    value spaces.
       01  hold-open                pic 9(1)  value zero.
       01  hold-eof                 pic 9(1)  value zero.
       01  blocking-hold            pic 9(1)  value zero.
       01  blocking-type            pic x(1)  value space.
       01  blocking-office          pic x(10) value spaces.
       01  blocking-date            pic 9(8)  value zero.
       01  hold-type-name           pic x(12) value spaces.
       01  total-held               pic 9(5)  value zero.
       01  terms-found              pic 9(3)  value zero.
       01  prior-credits            pic 9(3)  value zero.
       01  term-earned              pic s9(3) value zero.
           05  filler               pic x(21) value
               "NO TERM HISTORY FOR: ".
           05  nhl-stu-no           pic x(7).
       01  rank-line.
           05  filler               pic x(12) value "CLASS RANK: ".
           05  rkl-rank             pic zzzz9.
           05  filler               pic x(4)  value " OF ".
           05  rkl-group-size       pic zzzz9.
           05  filler               pic x(14) value
               "  PERCENTILE: ".
           05  rkl-percentile       pic zz9.
           05  filler               pic x(8)  value "  AS OF ".
           05  rkl-date             pic 9(8).
       01  no-rank-line             pic x(34) value
           "CLASS RANK: NOT RANKED".
       01  blank-line               pic x(80) value spaces.
       01  except-total-line.
           05  filler               pic x(22) value
               "TRANSCRIPTS HELD:".
           05  exc-total            pic zzzz9.
      ******************************************************************

      ******************************************************************
         if xref-status = "00"
           move 1 to xref-open
         end-if
      *  no hold file means no hold was ever placed.  holds are keyed
      *  by student number, so with holds on file but no number to
      *  look them up by, a held transcript could slip out - better
      *  no transcripts than that.
         open input hold-file
         if hold-status = "00"
           move 1 to hold-open
           if xref-open = zero
             display "HOLDS CANNOT BE CHECKED - STUDENT NUMBER XREF "
                 "NOT AVAILABLE"
             move 16 to return-code
             stop run
           end-if
         end-if
      *  no archive yet means nobody has been archived.
         open input student-archive
         if archive-status = "00"
           move 1 to archive-open
         end-if
      *  no rank file yet means no ranking run has been made - a rank
      *  request then prints as not ranked.
         open input rank-file
         if rank-status = "00"
           move 1 to rank-open
         end-if
         open output transcript-file
         open output transcript-except-file.

       200-print-transcript.
      *  the history file is small enough to rescan per request - the
         move req-ssn to stm-ssn
         read student-master
           invalid key
             perform 205-read-archive
           not invalid key
             move stm-name to hdr-name
         end-read
      *  the printed transcript travels - it carries the student
      *  number, the ssn stays on the keyed files it matches by.
         perform 210-lookup-stu-no
         perform 220-check-holds
         if blocking-hold = 1
           perform 230-write-hold-exception
           exit paragraph
         end-if
         move stu-no-out to hdr-stu-no
         write transcript-rec from transcript-hdr
         write transcript-rec from column-hdr
      *  archived rows are the older terms - they print first.  a
      *  student archived and since re-added has rows in both.
         open input history-archive-file
         if history-archive-status = "00"
           move zero to history-eof
           perform until history-eof = 1
             read history-archive-file into term-hold
               at end
                 move 1 to history-eof
               not at end
                 if thd-ssn = req-ssn
                   perform 240-print-term
                 end-if
             end-read
           end-perform
           close history-archive-file
         end-if
         open input term-history-file
         if term-history-status not = "00"
           continue
         else
           move zero to history-eof
           perform until history-eof = 1
             read term-history-file into term-hold
               at end
                 move 1 to history-eof
               not at end
                 if thd-ssn = req-ssn
                   perform 240-print-term
                 end-if
             end-read
         else
           perform 260-print-cumulative
         end-if
         if req-rank-flag = "R"
           perform 270-print-rank
         end-if
         write transcript-rec from blank-line.

       205-read-archive.
         if archive-open = zero
           move "*NOT ON MASTER*" to hdr-name
         else
           move req-ssn to arc-ssn
           read student-archive
             invalid key
               move "*NOT ON MASTER*" to hdr-name
             not invalid key
               move arc-name to hdr-name
           end-read
         end-if.

       210-lookup-stu-no.
         if xref-open = zero
           move "NO-NBR " to stu-no-out
           end-read
         end-if.

       220-check-holds.
      *  the first active blocking hold found is the one reported - one
      *  is enough to stop the transcript.  a notice does not block.
         move zero to blocking-hold
         if hold-open = zero or stu-no-out = "NO-NBR "
           exit paragraph
         end-if
         move zero to hold-eof
         move xr-stu-no to hld-stu-no
         move space to hld-type
         move zero to hld-date-placed
         start hold-file key is not less than hld-key
           invalid key
             move 1 to hold-eof
         end-start
         perform until hold-eof = 1 or blocking-hold = 1
           read hold-file next record
             at end
               move 1 to hold-eof
             not at end
               if hld-stu-no not = xr-stu-no
                 move 1 to hold-eof
               else
                 if hld-date-released = zero
                     and (hld-type = "F" or "D" or "R")
                   move 1 to blocking-hold
                   move hld-type to blocking-type
                   move hld-office to blocking-office
                   move hld-date-placed to blocking-date
                 end-if
               end-if
           end-read
         end-perform.

       230-write-hold-exception.
         move spaces to transcript-except-rec
         move stu-no-out to exc-stu-no
         move hdr-name to exc-name
         perform 285-hold-type-name
         move hold-type-name to exc-hold-type
         move blocking-office to exc-office
         move blocking-date to exc-date-placed
         write transcript-except-rec
         add 1 to total-held.

       240-print-term.
         add 1 to terms-found
         move spaces to term-line
         move thd-term-date to trl-date
         perform 280-school-name
         perform 290-class-name
         move school-name to trl-school
         move class-name to trl-class
         move thd-gpa to trl-gpa
         move thd-credits to trl-credits
         write transcript-rec from term-line
      *  the credits on each term record are the running total earned
      *  - the term's own earned credits are the step up from the
      *  prior term, and that step is what weights the term gpa.
         compute term-earned = thd-credits - prior-credits
         if term-earned > zero
           compute weighted-points = weighted-points
               + thd-gpa * term-earned
           add term-earned to weighted-credits
         end-if
         move thd-credits to prior-credits.

       260-print-cumulative.
         if weighted-credits > zero
         move weighted-credits to cum-credits-out
         write transcript-rec from cum-line.

       270-print-rank.
      *  the rank is the last ranking run's - within the school and
      *  class the student held then, so it is dated.
         if rank-open = zero
           write transcript-rec from no-rank-line
           exit paragraph
         end-if
         move req-ssn to rnk-ssn
         read rank-file
           invalid key
             move spaces to rank-rec
         end-read
         if rnk-ssn not = req-ssn
           write transcript-rec from no-rank-line
         else
           move rnk-rank to rkl-rank
           move rnk-group-size to rkl-group-size
           move rnk-percentile to rkl-percentile
           move rnk-date to rkl-date
           write transcript-rec from rank-line
         end-if.

       280-school-name.
         evaluate thd-school-code
           when "1"      move "BUSINESS"      to school-name
           when "2"      move "LIBERAL ARTS"  to school-name
           when "3"      move "ENGINEERING"   to school-name
           when other    move "UNKNOWN"       to school-name
         end-evaluate.

       285-hold-type-name.
         evaluate blocking-type
           when "F"      move "FINANCIAL"     to hold-type-name
           when "D"      move "DISCIPLINARY"  to hold-type-name
           when "R"      move "RECORDS"       to hold-type-name
           when other    move "UNKNOWN"       to hold-type-name
         end-evaluate.

       290-class-name.
         evaluate thd-class-code
           when "1"      move "FRESHMAN"      to class-name
           when "2"      move "SOPHOMORE"     to class-name
           when "3"      move "JUNIOR"        to class-name
         if xref-open = 1
           close xref-file
         end-if
         if hold-open = 1
           close hold-file
         end-if
         if archive-open = 1
           close student-archive
         end-if
         if rank-open = 1
           close rank-file
         end-if
         close transcript-file
         move total-held to exc-total
         write transcript-except-rec from except-total-line
         close transcript-except-file.
      ******************************************************************
