      *            from chapter-eleven's clean term records - adds new
      *            students, updates returning ones, and applies drop
      *            transactions, with an audit line for every change.
      *            an update or drop of a student under an active hold
      *            is still applied, but its audit line carries a
      *            warning so the holding office hears of it.
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
      ******************************************************************

      ******************************************************************
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       fd hold-file.
       01  hold-rec.
           copy "stuhold.cpy".
       fd audit-file.
       01  audit-rec.
           05  aud-stu-no           pic x(7).
           05  aud-name             pic x(21).
           05  filler               pic x(2).
           05  aud-action           pic x(12).
           05  filler               pic x(2).
           05  aud-warning.
               10  aud-warn-text    pic x(21).
               10  aud-warn-type    pic x(1).
       working-storage section.
       01  clean-eof                pic 9(1)  value zero.
       01  drop-eof                 pic 9(1)  value zero.
       01  xref-open                pic 9(1)  value zero.
       01  lookup-ssn               pic x(9)  value spaces.
       01  stu-no-out               pic x(7)  value spaces.
       01  hold-status              pic xx    value spaces.
       01  hold-open                pic 9(1)  value zero.
       01  hold-eof                 pic 9(1)  value zero.
       01  active-hold              pic 9(1)  value zero.
       01  active-hold-type         pic x(1)  value space.
       01  total-hold-warned        pic 9(5)  value zero.
       01  audit-total-1.
           05  filler               pic x(16) value "STUDENTS ADDED:".
           05  aud-added            pic zzzz9.
       01  audit-total-6.
           05  filler               pic x(16) value "SUSPENDED:".
           05  aud-suspended        pic zzzz9.
       01  audit-total-7.
           05  filler               pic x(16) value "HOLD WARNINGS:".
           05  aud-hold-warned      pic zzzz9.
      ******************************************************************

      ******************************************************************
         if xref-status = "00"
           move 1 to xref-open
         end-if
      *  holds are keyed by student number - without the xref they
      *  cannot be looked up, and the run says so rather than letting
      *  a missing warning pass for no hold.
         open input hold-file
         if hold-status = "00"
           move 1 to hold-open
           if xref-open = zero
             display "HOLDS NOT CHECKED - STUDENT NUMBER XREF "
                 "NOT AVAILABLE"
           end-if
         end-if
         open output suspense-file
         open output audit-file.

         add 1 to total-updated
         move "UPDATED" to action-hold
         perform 700-write-term-history
         perform 850-check-holds
         perform 800-write-audit.

       300-process-drops.
             rewrite master-rec
             add 1 to total-dropped
             move "DROPPED" to action-hold
             perform 850-check-holds
             perform 800-write-audit
         end-read.

         move stu-no-out to aud-stu-no
         move stm-name to aud-name
         move action-hold to aud-action
         if active-hold = 1
           move "WARNING: ACTIVE HOLD " to aud-warn-text
           move active-hold-type to aud-warn-type
           add 1 to total-hold-warned
           move zero to active-hold
         end-if
         write audit-rec.

       810-lookup-stu-no.
           end-read
         end-if.

       850-check-holds.
      *  any active hold earns the warning, a notice included - a
      *  blocking hold is the one named when there is more than one.
         move zero to active-hold
         move space to active-hold-type
         if hold-open = zero or xref-open = zero
           exit paragraph
         end-if
         move stm-ssn to lookup-ssn
         perform 810-lookup-stu-no
         if stu-no-out = "NO-NBR "
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
         perform until hold-eof = 1
           read hold-file next record
             at end
               move 1 to hold-eof
             not at end
               if hld-stu-no not = xr-stu-no
                 move 1 to hold-eof
               else
                 if hld-date-released = zero
                   if active-hold = zero or active-hold-type = "N"
                     move 1 to active-hold
                     move hld-type to active-hold-type
                   end-if
                 end-if
               end-if
           end-read
         end-perform.

       900-print-totals.
         move total-added to aud-added
         write audit-rec from audit-total-1
         move total-grad-held to aud-grad-held
         write audit-rec from audit-total-5
         move total-suspended to aud-suspended
         write audit-rec from audit-total-6
         move total-hold-warned to aud-hold-warned
         write audit-rec from audit-total-7.

       999-close.
         close clean-file
         if xref-open = 1
           close xref-file
         end-if
         if hold-open = 1
           close hold-file
         end-if
         close suspense-file
         close audit-file.
      ******************************************************************
