      ******************************************************************
       identification division.
         program-id. active-hold-list.
      *  author: blake bartenbach
      *  function: daily list of every active hold, grouped by the
      *            office that placed it, with the days each has been
      *            in force - so each office can see what it is still
      *            holding and clear what it should have released.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select hold-file assign to "/home/proxa/doc/cob/c1104-hold"
       organization is indexed
       access mode is sequential
       record key is hld-key
       file status is hold-status.
       select sort-work assign to "SORTWORK".
       select sorted-hold-file assign to
                                "/home/proxa/doc/cob/c1104-holdsrt"
       organization is line sequential.
       select hold-list-file assign to
                                "/home/proxa/doc/cob/c1104-holdlst"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd hold-file.
       01  hold-rec.
           copy "stuhold.cpy".
       sd sort-work.
       01  sort-rec.
           05  srt-office           pic x(10).
           05  srt-stu-no           pic 9(7).
           05  srt-type             pic x(1).
           05  srt-date-placed      pic 9(8).
           05  srt-reason           pic x(30).
       fd sorted-hold-file.
       01  sorted-hold-rec.
           05  sh-office            pic x(10).
           05  sh-stu-no            pic 9(7).
           05  sh-type              pic x(1).
           05  sh-date-placed       pic 9(8).
           05  sh-reason            pic x(30).
       fd hold-list-file.
       01  hold-list-rec            pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  hold-eof                 pic 9(1)  value zero.
       01  sorted-eof               pic 9(1)  value zero.
       01  hold-status              pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  run-days                 pic 9(7)  value zero.
       01  days-held                pic s9(5) value zero.
       01  current-office           pic x(10) value spaces.
       01  hold-type-name           pic x(12) value spaces.
       01  office-count             pic 9(5)  value zero.
       01  total-holds-read         pic 9(6)  value zero.
       01  total-active             pic 9(6)  value zero.
       01  dc-date                  pic 9(8)  value zero.
       01  dc-date-parts redefines dc-date.
           05  dc-year              pic 9(4).
           05  dc-month             pic 9(2).
           05  dc-day               pic 9(2).
       01  dc-yp                    pic 9(4)  value zero.
       01  dc-mp                    pic 9(2)  value zero.
       01  dc-q4                    pic 9(4)  value zero.
       01  dc-q100                  pic 9(4)  value zero.
       01  dc-q400                  pic 9(4)  value zero.
       01  dc-mdays                 pic 9(4)  value zero.
       01  dc-days                  pic 9(7)  value zero.
       01  list-hdr.
           05  filler               pic x(22) value
               "ACTIVE HOLDS - AS OF ".
           05  lh-date              pic 9(8).
       01  office-hdr.
           05  filler               pic x(8)  value "OFFICE: ".
           05  oh-office            pic x(10).
       01  list-column-hdr          pic x(46) value
           "STU NO   TYPE          PLACED     DAYS  REASON".
       01  list-line.
           05  ll-stu-no            pic 9(7).
           05  filler               pic x(2)  value spaces.
           05  ll-type              pic x(12).
           05  filler               pic x(2)  value spaces.
           05  ll-date-placed       pic 9(8).
           05  filler               pic x(2)  value spaces.
           05  ll-days              pic zzzz9.
           05  filler               pic x(2)  value spaces.
           05  ll-reason            pic x(30).
       01  office-total-line.
           05  filler               pic x(22) value
               "ACTIVE HOLDS, OFFICE:".
           05  ot-count             pic zzzz9.
       01  list-total-line.
           05  filler               pic x(22) value
               "ACTIVE HOLDS, ALL:".
           05  lt-count             pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
      *  the hold file is in student order - the offices want their
      *  own holds together, in student number order.
         sort sort-work
             on ascending key srt-office
             on ascending key srt-stu-no
             on ascending key srt-type
             on ascending key srt-date-placed
             input procedure is 200-release-active
             giving sorted-hold-file
         perform 300-print-list
         display "ACTIVE HOLD LIST - HOLDS READ " total-holds-read
             " ACTIVE " total-active
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
         move run-date to dc-date
         perform 700-date-to-days
         move dc-days to run-days.

       200-release-active.
      *  no hold file yet means no holds - the list still prints, empty.
         open input hold-file
         if hold-status not = "00"
           exit paragraph
         end-if
         perform until hold-eof = 1
           read hold-file next record
             at end
               move 1 to hold-eof
             not at end
               add 1 to total-holds-read
               if hld-date-released = zero
                 move hld-office to srt-office
                 move hld-stu-no to srt-stu-no
                 move hld-type to srt-type
                 move hld-date-placed to srt-date-placed
                 move hld-reason to srt-reason
                 release sort-rec
               end-if
           end-read
         end-perform
         close hold-file.

       300-print-list.
         open input sorted-hold-file
         open output hold-list-file
         move run-date to lh-date
         write hold-list-rec from list-hdr
         perform 390-read-sorted
         perform until sorted-eof = 1
           move sh-office to current-office
           move zero to office-count
           move current-office to oh-office
           write hold-list-rec from office-hdr after advancing 3 lines
           write hold-list-rec from list-column-hdr
               after advancing 2 lines
           perform until sorted-eof = 1
               or sh-office not = current-office
             perform 320-print-hold
             perform 390-read-sorted
           end-perform
           move office-count to ot-count
           write hold-list-rec from office-total-line
               after advancing 2 lines
         end-perform
         move total-active to lt-count
         write hold-list-rec from list-total-line
             after advancing 3 lines
         close sorted-hold-file
         close hold-list-file.

       320-print-hold.
         move spaces to list-line
         move sh-stu-no to ll-stu-no
         perform 380-hold-type-name
         move hold-type-name to ll-type
         move sh-date-placed to ll-date-placed
         move sh-date-placed to dc-date
         perform 700-date-to-days
         compute days-held = run-days - dc-days
         if days-held < zero
           move zero to days-held
         end-if
         move days-held to ll-days
         move sh-reason to ll-reason
         write hold-list-rec from list-line after advancing 1 line
         add 1 to office-count
         add 1 to total-active.

       380-hold-type-name.
         evaluate sh-type
           when "F"      move "FINANCIAL"     to hold-type-name
           when "D"      move "DISCIPLINARY"  to hold-type-name
           when "R"      move "RECORDS"       to hold-type-name
           when "N"      move "NOTICE"        to hold-type-name
           when other    move "UNKNOWN"       to hold-type-name
         end-evaluate.

       390-read-sorted.
         read sorted-hold-file
           at end
             move 1 to sorted-eof
         end-read.

       700-date-to-days.
      *  day number for dc-date on a march-based year so the leap day
      *  falls at the end - the difference of two day numbers is the
      *  days between the dates.
         if dc-month > 2
           compute dc-mp = dc-month - 3
           move dc-year to dc-yp
         else
           compute dc-mp = dc-month + 9
           compute dc-yp = dc-year - 1
         end-if
         divide dc-yp by 4 giving dc-q4
         divide dc-yp by 100 giving dc-q100
         divide dc-yp by 400 giving dc-q400
         compute dc-mdays = dc-mp * 306 + 5
         divide dc-mdays by 10 giving dc-mdays
         compute dc-days = dc-yp * 365 + dc-q4 - dc-q100
             + dc-q400 + dc-mdays + dc-day - 1.
      ******************************************************************
