      ******************************************************************
       identification division.
         program-id. student-address-maint.
      *  author: blake bartenbach
      *  function: maintains the keyed student mailing address file
      *            from the registrar's address transactions.  an add
      *            puts a new student's address on file, a change
      *            replaces the whole address, a delete takes it off.
      *            every transaction is audited with what became of
      *            it, and a change or delete lists the address it
      *            replaced, so a letter returned to the old address
      *            can be traced to the day it moved.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select addr-trans-file assign to
                                "/home/proxa/doc/cob/c1104-addrtran"
       organization is line sequential
       file status is addr-trans-status.
       select address-file assign to "/home/proxa/doc/cob/c1104-addr"
       organization is indexed
       access mode is random
       record key is adr-stu-no
       file status is address-status.
       select addr-audit-file assign to
                                "/home/proxa/doc/cob/c1104-addraud"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd addr-trans-file.
       01  addr-trans-rec.
      *    "A" add, "C" change, "D" delete
           05  at-action            pic x(1).
           05  at-stu-no            pic 9(7).
           05  at-stu-no-x redefines at-stu-no pic x(7).
           05  at-line-1            pic x(30).
           05  at-line-2            pic x(30).
           05  at-city              pic x(20).
           05  at-state             pic x(2).
           05  at-zip               pic x(10).
       fd address-file.
       01  address-rec.
           copy "stuaddr.cpy".
       fd addr-audit-file.
       01  addr-audit-rec.
           05  aud-action           pic x(1).
           05  filler               pic x(2)  value spaces.
           05  aud-stu-no           pic x(7).
           05  filler               pic x(2)  value spaces.
           05  aud-image            pic x(3).
           05  filler               pic x(2)  value spaces.
           05  aud-line-1           pic x(30).
           05  filler               pic x(2)  value spaces.
           05  aud-line-2           pic x(30).
           05  filler               pic x(2)  value spaces.
           05  aud-city             pic x(20).
           05  filler               pic x(1)  value spaces.
           05  aud-state            pic x(2).
           05  filler               pic x(1)  value spaces.
           05  aud-zip              pic x(10).
           05  filler               pic x(2)  value spaces.
           05  aud-result           pic x(26).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  eof                      pic 9(1)  value zero.
       01  addr-trans-status        pic xx    value spaces.
       01  address-status           pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  result-hold              pic x(26) value spaces.
       01  total-read               pic 9(6)  value zero.
       01  total-added              pic 9(6)  value zero.
       01  total-changed            pic 9(6)  value zero.
       01  total-deleted            pic 9(6)  value zero.
       01  total-rejected           pic 9(6)  value zero.
       01  audit-hdr.
           05  filler               pic x(29) value
               "ADDRESS MAINTENANCE - RUN OF ".
           05  ah-date              pic 9(8).
       01  audit-column-hdr.
           05  filler               pic x(17) value
               "A  STU NO   IMG  ".
           05  filler               pic x(32) value "STREET".
           05  filler               pic x(32) value "LINE 2".
           05  filler               pic x(21) value "CITY".
           05  filler               pic x(3)  value "ST".
           05  filler               pic x(12) value "ZIP".
           05  filler               pic x(6)  value "RESULT".
       01  audit-total-1.
           05  filler               pic x(22) value
               "TRANSACTIONS READ:".
           05  aud-read             pic zzzzz9.
       01  audit-total-2.
           05  filler               pic x(22) value "ADDRESSES ADDED:".
           05  aud-added            pic zzzzz9.
       01  audit-total-3.
           05  filler               pic x(22) value
               "ADDRESSES CHANGED:".
           05  aud-changed          pic zzzzz9.
       01  audit-total-4.
           05  filler               pic x(22) value
               "ADDRESSES DELETED:".
           05  aud-deleted          pic zzzzz9.
       01  audit-total-5.
           05  filler               pic x(22) value
               "TRANSACTIONS REJECTED:".
           05  aud-rejected         pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform until eof = 1
           read addr-trans-file
             at end
               move 1 to eof
             not at end
               add 1 to total-read
               perform 200-apply-transaction
           end-read
         end-perform
         perform 900-print-totals
         perform 999-close
         display "ADDRESS MAINTENANCE - READ " total-read
             " ADDED " total-added
             " CHANGED " total-changed
             " DELETED " total-deleted
             " REJECTED " total-rejected
         stop run.

       110-init.
      *  adr-last-change carries the date from the shared parameter
      *  file when present - system date only as fallback.
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
         open input addr-trans-file
         if addr-trans-status not = "00"
           display "ADDRESS TRANSACTION FILE NOT AVAILABLE - STATUS "
               addr-trans-status
           move 16 to return-code
           stop run
         end-if
         open i-o address-file
         if address-status = "35"
           open output address-file
           close address-file
           open i-o address-file
         end-if
         open output addr-audit-file
         move run-date to ah-date
         write addr-audit-rec from audit-hdr
         write addr-audit-rec from audit-column-hdr.

       200-apply-transaction.
         move spaces to result-hold
         perform 210-edit-transaction
         if result-hold = spaces
           evaluate at-action
             when "A"      perform 220-add-address
             when "C"      perform 230-change-address
             when other    perform 240-delete-address
           end-evaluate
         end-if
         if result-hold not = "ADDED" and not = "CHANGED"
             and not = "DELETED"
           add 1 to total-rejected
           perform 810-audit-transaction
         end-if.

       210-edit-transaction.
         if at-action not = "A" and not = "C" and not = "D"
           move "INVALID ACTION" to result-hold
           exit paragraph
         end-if
         if at-stu-no-x not numeric or at-stu-no = zero
           move "INVALID STUDENT NUMBER" to result-hold
           exit paragraph
         end-if
         if at-action = "D"
           exit paragraph
         end-if
      *  an address the post office cannot deliver to is worse than
      *  none - it turns a missing-address exception into a letter
      *  that comes back.
         if at-line-1 = spaces
           move "STREET ADDRESS REQUIRED" to result-hold
           exit paragraph
         end-if
         if at-city = spaces
           move "CITY REQUIRED" to result-hold
           exit paragraph
         end-if
         if at-state not alphabetic
             or at-state (1:1) = space or at-state (2:1) = space
           move "INVALID STATE CODE" to result-hold
           exit paragraph
         end-if
         if at-zip (1:5) not numeric
           move "INVALID ZIP CODE" to result-hold
           exit paragraph
         end-if
         if at-zip (6:5) not = spaces
           if at-zip (6:1) not = "-" or at-zip (7:4) not numeric
             move "INVALID ZIP CODE" to result-hold
           end-if
         end-if.

       220-add-address.
         move spaces to address-rec
         move at-stu-no to adr-stu-no
         move at-line-1 to adr-line-1
         move at-line-2 to adr-line-2
         move at-city to adr-city
         move at-state to adr-state
         move at-zip to adr-zip
         move run-date to adr-last-change
         write address-rec
           invalid key
             move "ADDRESS ALREADY ON FILE" to result-hold
           not invalid key
             move "ADDED" to result-hold
             add 1 to total-added
             perform 820-audit-new-image
         end-write.

       230-change-address.
      *  a change replaces the whole address - a blank second line on
      *  the transaction means the student no longer has one.
         move at-stu-no to adr-stu-no
         read address-file
           invalid key
             move "ADDRESS NOT ON FILE" to result-hold
           not invalid key
             perform 830-audit-old-image
             move at-line-1 to adr-line-1
             move at-line-2 to adr-line-2
             move at-city to adr-city
             move at-state to adr-state
             move at-zip to adr-zip
             move run-date to adr-last-change
             rewrite address-rec
             move "CHANGED" to result-hold
             add 1 to total-changed
             perform 820-audit-new-image
         end-read.

       240-delete-address.
         move at-stu-no to adr-stu-no
         read address-file
           invalid key
             move "ADDRESS NOT ON FILE" to result-hold
           not invalid key
             move "DELETED" to result-hold
             perform 830-audit-old-image
             delete address-file
             add 1 to total-deleted
         end-read.

       810-audit-transaction.
      *  a rejected transaction is listed as it was keyed.
         move spaces to addr-audit-rec
         move at-action to aud-action
         move at-stu-no-x to aud-stu-no
         move "TRN" to aud-image
         move at-line-1 to aud-line-1
         move at-line-2 to aud-line-2
         move at-city to aud-city
         move at-state to aud-state
         move at-zip to aud-zip
         move result-hold to aud-result
         write addr-audit-rec.

       820-audit-new-image.
         move spaces to addr-audit-rec
         move at-action to aud-action
         move at-stu-no-x to aud-stu-no
         move "NEW" to aud-image
         move adr-line-1 to aud-line-1
         move adr-line-2 to aud-line-2
         move adr-city to aud-city
         move adr-state to aud-state
         move adr-zip to aud-zip
         move result-hold to aud-result
         write addr-audit-rec.

       830-audit-old-image.
      *  the replaced address goes on the audit before it is lost -
      *  on a delete it carries the result, on a change the new
      *  image that follows does.
         move spaces to addr-audit-rec
         move at-action to aud-action
         move at-stu-no-x to aud-stu-no
         move "OLD" to aud-image
         move adr-line-1 to aud-line-1
         move adr-line-2 to aud-line-2
         move adr-city to aud-city
         move adr-state to aud-state
         move adr-zip to aud-zip
         if at-action = "D"
           move result-hold to aud-result
         end-if
         write addr-audit-rec.

       900-print-totals.
         move total-read to aud-read
         write addr-audit-rec from audit-total-1
         move total-added to aud-added
         write addr-audit-rec from audit-total-2
         move total-changed to aud-changed
         write addr-audit-rec from audit-total-3
         move total-deleted to aud-deleted
         write addr-audit-rec from audit-total-4
         move total-rejected to aud-rejected
         write addr-audit-rec from audit-total-5
         if total-rejected > zero
           move 4 to return-code
         end-if.

       999-close.
         close addr-trans-file
         close address-file
         close addr-audit-file.
      ******************************************************************
