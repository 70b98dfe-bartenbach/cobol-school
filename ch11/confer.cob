      *            applied, marks those who still clear as graduated
      *            with a conferral date, and writes a diploma roster
      *            by school - so a conferred senior can never show up
      *            as a candidate again next term.  a student under an
      *            active financial, disciplinary or records hold is
      *            not conferred - the hold goes on the exception list.
      *            each diploma line carries the graduate's mailing
      *            address; graduates with none on file go on a
      *            missing-address list, the rest on zip-ordered
      *            mailing labels for the diploma envelopes.
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
       select address-file assign to "/home/proxa/doc/cob/c1104-addr"
       organization is indexed
       access mode is random
       record key is adr-stu-no
       file status is address-status.
       select no-address-file assign to
                           "/home/proxa/doc/cob/c1104-dipnoad"
       organization is line sequential.
       select label-work-file assign to
                           "/home/proxa/doc/cob/c1104-dipwork"
       organization is line sequential.
       select sort-work assign to "SORTWORK".
       select label-file assign to
                           "/home/proxa/doc/cob/c1104-diplbl"
       organization is line sequential.
      ******************************************************************

      ******************************************************************
       01  xref-rec.
           05  xr-ssn               pic x(9).
           05  xr-stu-no            pic 9(7).
       fd hold-file.
       01  hold-rec.
           copy "stuhold.cpy".
       fd address-file.
       01  address-rec.
           copy "stuaddr.cpy".
       fd no-address-file.
       01  no-address-rec.
           05  noa-stu-no           pic x(7).
           05  filler               pic x(2)  value spaces.
           05  noa-name             pic x(21).
           05  filler               pic x(2)  value spaces.
           05  noa-reason           pic x(20).
       fd label-work-file.
       01  label-work-rec.
           copy "stulabel.cpy" replacing ==:tag:== by ==lbw==.
       sd sort-work.
       01  sort-rec.
           copy "stulabel.cpy" replacing ==:tag:== by ==srt==.
       fd label-file.
       01  label-rec.
           copy "stulabel.cpy" replacing ==:tag:== by ==lbl==.
       working-storage section.
       01  eof                      pic 9(1)  value zero.
       01  approved-file-status     pic xx    value spaces.
       01  xref-status              pic xx    value spaces.
       01  xref-open                pic 9(1)  value zero.
       01  stu-no-out               pic x(7)  value spaces.
       01  hold-status              pic xx    value spaces.
       01  hold-open                pic 9(1)  value zero.
       01  hold-eof                 pic 9(1)  value zero.
       01  blocking-hold            pic 9(1)  value zero.
       01  blocking-type            pic x(1)  value space.
       01  confer-date              pic 9(8)  value zero.
       01  address-status           pic xx    value spaces.
       01  address-open             pic 9(1)  value zero.
       01  address-found            pic 9(1)  value zero.
       01  no-address-reason        pic x(20) value spaces.
       01  total-no-address         pic 9(4)  value zero.
      *  the same bars graduation-audit applies to name a candidate -
      *  conferral re-checks them because a term can slip between the
      *  audit and the ceremony.
           05  grad-entry occurs 500 times.
              10 grd-school         pic x(1).
              10 grd-stu-no         pic x(7).
              10 grd-stu-no-n redefines grd-stu-no pic 9(7).
              10 grd-name           pic x(21).
       01  grad-count               pic 9(3)  value zero.
       01  grad-capacity            pic 9(3)  value 500.
           05 filler                pic x(2)  value spaces.
           05 filler                pic x(13) value "DEGREE DATE: ".
           05 ros-date              pic 9(8).
       01  roster-addr-line.
           05 filler                pic x(9)  value spaces.
           05 ros-addr              pic x(48).
       01  roster-total-line.
           05 filler                pic x(17) value
              "TOTAL CONFERRED: ".
           05 filler                pic x(17) value
              "TOTAL REJECTED:  ".
           05 exc-total             pic zzz9.
       01  no-address-total-line.
           05 filler                pic x(17) value
              "NO ADDRESS:      ".
           05 noa-total             pic zzz9.
      ******************************************************************

      ******************************************************************
         end-perform
         perform 400-sort-graduates
         perform 500-print-roster
         perform 560-sort-labels
         perform 900-close
         stop run.

         if xref-status = "00"
           move 1 to xref-open
         end-if
      *  no hold file means no hold was ever placed.  holds are keyed
      *  by student number, so with holds on file but no number to
      *  look them up by, a held degree could be conferred - better
      *  no ceremony posting than that.
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
         open input address-file
         if address-status = "00"
           move 1 to address-open
         end-if
         open output diploma-file
         open output except-file
         open output no-address-file
         open output label-work-file
         move confer-date to hdr-date
         write diploma-rec from roster-hdr.

             move "NOT ON MASTER" to reason-hold
             perform 300-write-exception
           not invalid key
             perform 230-check-holds
             perform 220-check-thresholds
         end-read.

           when stm-status = "D"
             move "STUDENT DROPPED" to reason-hold
             perform 300-write-exception
           when blocking-hold = 1 and blocking-type = "F"
             move "FINANCIAL HOLD" to reason-hold
             perform 300-write-exception
           when blocking-hold = 1 and blocking-type = "D"
             move "DISCIPLINARY HOLD" to reason-hold
             perform 300-write-exception
           when blocking-hold = 1
             move "RECORDS HOLD" to reason-hold
             perform 300-write-exception
           when stm-class-code not = "4" and not = "5"
             move "NOT SENIOR OR GRADUATE" to reason-hold
             perform 300-write-exception
             end-if
         end-evaluate.

       230-check-holds.
      *  the first active blocking hold found is the one reported - one
      *  is enough to stop the degree.  a notice does not block.
         move zero to blocking-hold
         if hold-open = zero
           exit paragraph
         end-if
         perform 260-lookup-stu-no
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
                 end-if
               end-if
           end-read
         end-perform.

       240-mark-graduated.
      *  115 proved the whole approved file fits the table, so the
      *  add can never overflow after the rewrite below.
           move grd-name (grd-sub) to ros-name
           move confer-date to ros-date
           write diploma-rec from roster-line
           perform 530-lookup-address
           if address-found = 1
             perform 540-print-address-block
             perform 550-write-label
           else
             move spaces to ros-addr
             string "** NOT MAILED - " delimited by size
                    no-address-reason delimited by size
                 into ros-addr
             write diploma-rec from roster-addr-line
             perform 545-write-no-address
           end-if
         end-perform
         move total-conferred to ros-total
         write diploma-rec from roster-total-line
         move total-rejected to exc-total
         write except-rec from except-total-line
         move total-no-address to noa-total
         write no-address-rec from no-address-total-line.

       520-school-name.
         evaluate current-school
           when other    move "UNKNOWN"       to school-name
         end-evaluate.

       530-lookup-address.
      *  addresses are keyed by student number, so a graduate the
      *  xref never numbered has none to find.
         move zero to address-found
         move spaces to no-address-reason
         if grd-stu-no (grd-sub) = "NO-NBR "
           move "NO STUDENT NUMBER" to no-address-reason
           exit paragraph
         end-if
         if address-open = zero
           move "NO ADDRESS ON FILE" to no-address-reason
           exit paragraph
         end-if
         move grd-stu-no-n (grd-sub) to adr-stu-no
         read address-file
           invalid key
             move "NO ADDRESS ON FILE" to no-address-reason
           not invalid key
             move 1 to address-found
         end-read.

       540-print-address-block.
         move adr-line-1 to ros-addr
         write diploma-rec from roster-addr-line
         if adr-line-2 not = spaces
           move adr-line-2 to ros-addr
           write diploma-rec from roster-addr-line
         end-if
         move spaces to ros-addr
         string adr-city delimited by "  "
                ", " delimited by size
                adr-state delimited by size
                " " delimited by size
                adr-zip delimited by size
             into ros-addr
         write diploma-rec from roster-addr-line.

       545-write-no-address.
         move spaces to no-address-rec
         move grd-stu-no (grd-sub) to noa-stu-no
         move grd-name (grd-sub) to noa-name
         move no-address-reason to noa-reason
         write no-address-rec
         add 1 to total-no-address.

       550-write-label.
         move spaces to label-work-rec
         move adr-zip to lbw-zip
         move grd-stu-no (grd-sub) to lbw-stu-no
         move grd-name (grd-sub) to lbw-name
         move adr-line-1 to lbw-line-1
         move adr-line-2 to lbw-line-2
         move adr-city to lbw-city
         move adr-state to lbw-state
         write label-work-rec.

       560-sort-labels.
      *  the roster is in school order - the envelopes go out in zip
      *  order for the postal presort.
         close label-work-file
         sort sort-work
             on ascending key srt-zip
             on ascending key srt-stu-no
             using label-work-file
             giving label-file.

       900-close.
         close approved-file
         close student-master
         if xref-open = 1
           close xref-file
         end-if
         if hold-open = 1
           close hold-file
         end-if
         if address-open = 1
           close address-file
         end-if
         close diploma-file
         close except-file
         close no-address-file.
      ******************************************************************
