      ******************************************************************
       identification division.
         program-id. student-hold-maint.
      *  author: blake bartenbach
      *  function: places and releases administrative holds on the
      *            keyed hold file from the offices' hold transactions.
      *            an add places a new hold under the student number;
      *            a release stamps the release date on the hold named,
      *            or on every active hold of that type when no placed
      *            date is given.  released holds stay on file as the
      *            history.  every transaction is listed with what
      *            became of it.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select hold-trans-file assign to
                                "/home/proxa/doc/cob/c1104-holdtran"
       organization is line sequential
       file status is hold-trans-status.
       select hold-file assign to "/home/proxa/doc/cob/c1104-hold"
       organization is indexed
       access mode is dynamic
       record key is hld-key
       file status is hold-status.
       select hold-audit-file assign to
                                "/home/proxa/doc/cob/c1104-holdaud"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd hold-trans-file.
       01  hold-trans-rec.
      *    "A" place a hold, "R" release one
           05  ht-action            pic x(1).
           05  ht-stu-no            pic 9(7).
           05  ht-stu-no-x redefines ht-stu-no pic x(7).
           05  ht-type              pic x(1).
      *    the date placed - left blank on an add it is the run date,
      *    left blank on a release every active hold of the type goes
           05  ht-date              pic 9(8).
           05  ht-date-x redefines ht-date pic x(8).
           05  ht-date-parts redefines ht-date.
               10  ht-year          pic 9(4).
               10  ht-month         pic 9(2).
               10  ht-day           pic 9(2).
           05  ht-office            pic x(10).
           05  ht-reason            pic x(30).
       fd hold-file.
       01  hold-rec.
           copy "stuhold.cpy".
       fd hold-audit-file.
       01  hold-audit-rec.
           05  aud-action           pic x(1).
           05  filler               pic x(2)  value spaces.
           05  aud-stu-no           pic x(7).
           05  filler               pic x(2)  value spaces.
           05  aud-type             pic x(1).
           05  filler               pic x(2)  value spaces.
           05  aud-date             pic x(8).
           05  filler               pic x(2)  value spaces.
           05  aud-office           pic x(10).
           05  filler               pic x(2)  value spaces.
           05  aud-result           pic x(30).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  eof                      pic 9(1)  value zero.
       01  hold-eof                 pic 9(1)  value zero.
       01  hold-trans-status        pic xx    value spaces.
       01  hold-status              pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  result-hold              pic x(30) value spaces.
       01  released-count           pic 9(3)  value zero.
       01  total-read               pic 9(6)  value zero.
       01  total-placed             pic 9(6)  value zero.
       01  total-released           pic 9(6)  value zero.
       01  total-rejected           pic 9(6)  value zero.
       01  audit-hdr.
           05  filler               pic x(26) value
               "HOLD MAINTENANCE - RUN OF ".
           05  ah-date              pic 9(8).
       01  audit-column-hdr         pic x(60) value
           "A  STU NO   T  PLACED    OFFICE      RESULT".
       01  audit-total-1.
           05  filler               pic x(22) value
               "TRANSACTIONS READ:".
           05  aud-read             pic zzzzz9.
       01  audit-total-2.
           05  filler               pic x(22) value "HOLDS PLACED:".
           05  aud-placed           pic zzzzz9.
       01  audit-total-3.
           05  filler               pic x(22) value "HOLDS RELEASED:".
           05  aud-released         pic zzzzz9.
       01  audit-total-4.
           05  filler               pic x(22) value
               "TRANSACTIONS REJECTED:".
           05  aud-rejected         pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform until eof = 1
           read hold-trans-file
             at end
               move 1 to eof
             not at end
               add 1 to total-read
               perform 200-apply-transaction
           end-read
         end-perform
         perform 900-print-totals
         perform 999-close
         display "HOLD MAINTENANCE - READ " total-read
             " PLACED " total-placed
             " RELEASED " total-released
             " REJECTED " total-rejected
         stop run.

       110-init.
      *  placed and released dates come from the shared parameter file
      *  when present - system date only as fallback.
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
         open input hold-trans-file
         if hold-trans-status not = "00"
           display "HOLD TRANSACTION FILE NOT AVAILABLE - STATUS "
               hold-trans-status
           move 16 to return-code
           stop run
         end-if
         open i-o hold-file
         if hold-status = "35"
           open output hold-file
           close hold-file
           open i-o hold-file
         end-if
         open output hold-audit-file
         move run-date to ah-date
         write hold-audit-rec from audit-hdr
         write hold-audit-rec from audit-column-hdr.

       200-apply-transaction.
         move spaces to result-hold
         perform 210-edit-transaction
         if result-hold = spaces
           if ht-action = "A"
             perform 220-place-hold
           else
             if ht-date-x = spaces
               perform 250-release-all-of-type
             else
               perform 240-release-one-hold
             end-if
           end-if
         end-if
         if result-hold not = "PLACED" and not = "RELEASED"
           add 1 to total-rejected
         end-if
         perform 800-write-audit.

       210-edit-transaction.
         if ht-action not = "A" and not = "R"
           move "INVALID ACTION" to result-hold
           exit paragraph
         end-if
         if ht-stu-no-x not numeric or ht-stu-no = zero
           move "INVALID STUDENT NUMBER" to result-hold
           exit paragraph
         end-if
         if ht-type not = "F" and not = "D" and not = "R"
             and not = "N"
           move "INVALID HOLD TYPE" to result-hold
           exit paragraph
         end-if
         if ht-date-x not = spaces
           if ht-date-x not numeric
               or ht-month < 1 or ht-month > 12
               or ht-day < 1 or ht-day > 31
             move "INVALID DATE PLACED" to result-hold
             exit paragraph
           end-if
         end-if
      *  a hold nobody can trace back to an office cannot be cleared
      *  by anyone - the placing office is required on an add.
         if ht-action = "A" and ht-office = spaces
           move "PLACING OFFICE REQUIRED" to result-hold
         end-if.

       220-place-hold.
         move spaces to hold-rec
         move ht-stu-no to hld-stu-no
         move ht-type to hld-type
         if ht-date-x = spaces
           move run-date to hld-date-placed
         else
           move ht-date to hld-date-placed
         end-if
         move ht-office to hld-office
         move ht-reason to hld-reason
         move zero to hld-date-released
         write hold-rec
           invalid key
             move "HOLD ALREADY ON FILE" to result-hold
           not invalid key
             move "PLACED" to result-hold
             add 1 to total-placed
         end-write.

       240-release-one-hold.
         move ht-stu-no to hld-stu-no
         move ht-type to hld-type
         move ht-date to hld-date-placed
         read hold-file
           invalid key
             move "HOLD NOT ON FILE" to result-hold
           not invalid key
             if hld-date-released not = zero
               move "HOLD ALREADY RELEASED" to result-hold
             else
               move run-date to hld-date-released
               rewrite hold-rec
               move "RELEASED" to result-hold
               add 1 to total-released
             end-if
         end-read.

       250-release-all-of-type.
         move zero to released-count
         move zero to hold-eof
         move ht-stu-no to hld-stu-no
         move ht-type to hld-type
         move zero to hld-date-placed
         start hold-file key is not less than hld-key
           invalid key
             move 1 to hold-eof
         end-start
         perform until hold-eof = 1
           read hold-file next record
             at end
               move 1 to hold-eof
             not at end
               if hld-stu-no not = ht-stu-no
                   or hld-type not = ht-type
                 move 1 to hold-eof
               else
                 if hld-date-released = zero
                   move run-date to hld-date-released
                   rewrite hold-rec
                   add 1 to released-count
                   add 1 to total-released
                 end-if
               end-if
           end-read
         end-perform
         if released-count = zero
           move "NO ACTIVE HOLD OF THAT TYPE" to result-hold
         else
           move "RELEASED" to result-hold
         end-if.

       800-write-audit.
         move spaces to hold-audit-rec
         move ht-action to aud-action
         move ht-stu-no-x to aud-stu-no
         move ht-type to aud-type
         move ht-date-x to aud-date
         move ht-office to aud-office
         move result-hold to aud-result
         write hold-audit-rec.

       900-print-totals.
         move total-read to aud-read
         write hold-audit-rec from audit-total-1
         move total-placed to aud-placed
         write hold-audit-rec from audit-total-2
         move total-released to aud-released
         write hold-audit-rec from audit-total-3
         move total-rejected to aud-rejected
         write hold-audit-rec from audit-total-4
         if total-rejected > zero
           move 4 to return-code
         end-if.

       999-close.
         close hold-trans-file
         close hold-file
         close hold-audit-file.
      ******************************************************************
