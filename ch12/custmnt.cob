      ******************************************************************
       identification division.
       program-id. customer-maint.
      * author: blake bartenbach
      * function: maintains the keyed customer master chapter-twelve
      *           checks every sale against.  an add puts a customer
      *           on file, a change replaces name, territory, terms
      *           and credit limit, a delete takes the customer off
      *           once nothing is owed either way.  every transaction
      *           is audited with what became of it, and a change or
      *           delete lists the record it replaced.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select cust-trans-file assign to
                               "/home/proxa/doc/cob/c1201-custtran"
       organization is line sequential
       file status is cust-trans-status.
       select customer-master assign to
                               "/home/proxa/doc/cob/c1201-cust"
       organization is indexed
       access mode is random
       record key is cust-no
       file status is customer-status.
       select receivable-file assign to
                               "/home/proxa/doc/cob/c1201-ar"
       organization is indexed
       access mode is dynamic
       record key is ar-key
       file status is receivable-status.
       select cust-audit-file assign to
                               "/home/proxa/doc/cob/c1201-custaud"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd cust-trans-file.
       01  cust-trans-rec.
      *    "A" add, "C" change, "D" delete
           05  ct-action                      pic x(1).
           05  ct-cust-no                     pic x(6).
           05  ct-name                        pic x(30).
           05  ct-territory                   pic x(2).
           05  ct-terms                       pic 9(3).
           05  ct-terms-x redefines ct-terms  pic x(3).
           05  ct-credit-limit                pic 9(7)v99.
           05  ct-credit-limit-x redefines ct-credit-limit
                                              pic x(9).

       fd customer-master.
       01  customer-rec.
           copy "custmst.cpy".

       fd receivable-file.
       01  receivable-rec.
           copy "aropen.cpy".

       fd cust-audit-file.
       01  cust-audit-rec.
           05  aud-action                     pic x(1).
           05  filler                         pic x(2).
           05  aud-cust-no                    pic x(6).
           05  filler                         pic x(2).
           05  aud-image                      pic x(3).
           05  filler                         pic x(2).
           05  aud-name                       pic x(30).
           05  filler                         pic x(2).
           05  aud-territory                  pic x(2).
           05  filler                         pic x(2).
           05  aud-terms                      pic zz9.
           05  filler                         pic x(2).
           05  aud-credit-limit               pic z,zzz,zz9.99.
           05  filler                         pic x(2).
           05  aud-result                     pic x(26).

       fd rundate-file.
       01  rundate-rec.
           05  parm-date                      pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).

       working-storage section.
       01  eof                                pic 9(1)   value zero.
       01  cust-trans-status                  pic xx     value spaces.
       01  customer-status                    pic xx     value spaces.
       01  receivable-status                  pic xx     value spaces.
       01  receivable-open                    pic 9(1)   value zero.
       01  receivable-eof                     pic 9(1)   value zero.
       01  rundate-status                     pic xx     value spaces.
       01  run-date                           pic 9(8)   value zero.
       01  result-hold                        pic x(26)  value spaces.
       01  open-items                         pic 9(5)   value zero.
       01  total-read                         pic 9(6)   value zero.
       01  total-added                        pic 9(6)   value zero.
       01  total-changed                      pic 9(6)   value zero.
       01  total-deleted                      pic 9(6)   value zero.
       01  total-rejected                     pic 9(6)   value zero.
       01  audit-hdr.
           05  filler                         pic x(30)  value
               "CUSTOMER MAINTENANCE - RUN OF ".
           05  ah-date                        pic 9(8).
       01  audit-column-hdr.
           05  filler                         pic x(16)  value
               "A  CUST NO IMG  ".
           05  filler                         pic x(32)  value "NAME".
           05  filler                         pic x(4)   value "TR".
           05  filler                         pic x(5)   value "TRM".
           05  filler                         pic x(14)  value
               "CREDIT LIMIT".
           05  filler                         pic x(6)   value "RESULT".
       01  audit-total-1.
           05  filler                         pic x(22)  value
               "TRANSACTIONS READ:".
           05  aud-read                       pic zzzzz9.
       01  audit-total-2.
           05  filler                         pic x(22)  value
               "CUSTOMERS ADDED:".
           05  aud-added                      pic zzzzz9.
       01  audit-total-3.
           05  filler                         pic x(22)  value
               "CUSTOMERS CHANGED:".
           05  aud-changed                    pic zzzzz9.
       01  audit-total-4.
           05  filler                         pic x(22)  value
               "CUSTOMERS DELETED:".
           05  aud-deleted                    pic zzzzz9.
       01  audit-total-5.
           05  filler                         pic x(22)  value
               "TRANSACTIONS REJECTED:".
           05  aud-rejected                   pic zzzzz9.

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform until eof = 1
           read cust-trans-file
             at end
               move 1 to eof
             not at end
               add 1 to total-read
               perform 200-apply-transaction
           end-read
         end-perform
         perform 900-print-totals
         perform 999-close
         display "CUSTOMER MAINTENANCE - READ " total-read
             " ADDED " total-added
             " CHANGED " total-changed
             " DELETED " total-deleted
             " REJECTED " total-rejected
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
         open input cust-trans-file
         if cust-trans-status not = "00"
           display "CUSTOMER TRANSACTION FILE NOT AVAILABLE - STATUS "
               cust-trans-status
           move 16 to return-code
           stop run
         end-if
         open i-o customer-master
         if customer-status = "35"
           open output customer-master
           close customer-master
           open i-o customer-master
         end-if
      *  no receivables file yet means nothing has been billed - any
      *  customer can be deleted.
         open input receivable-file
         if receivable-status = "00"
           move 1 to receivable-open
         end-if
         open output cust-audit-file
         move run-date to ah-date
         write cust-audit-rec from audit-hdr
         write cust-audit-rec from audit-column-hdr.

       200-apply-transaction.
         move spaces to result-hold
         perform 210-edit-transaction
         if result-hold = spaces
           evaluate ct-action
             when "A"      perform 220-add-customer
             when "C"      perform 230-change-customer
             when other    perform 240-delete-customer
           end-evaluate
         end-if
         if result-hold not = "ADDED" and not = "CHANGED"
             and not = "DELETED"
           add 1 to total-rejected
           perform 810-audit-transaction
         end-if.

       210-edit-transaction.
         if ct-action not = "A" and not = "C" and not = "D"
           move "INVALID ACTION" to result-hold
           exit paragraph
         end-if
         if ct-cust-no = spaces
           move "CUSTOMER NO. REQUIRED" to result-hold
           exit paragraph
         end-if
         if ct-action = "D"
           exit paragraph
         end-if
         if ct-name = spaces
           move "CUSTOMER NAME REQUIRED" to result-hold
           exit paragraph
         end-if
         if ct-territory = spaces
           move "TERRITORY REQUIRED" to result-hold
           exit paragraph
         end-if
         if ct-terms-x not numeric
           move "INVALID TERMS DAYS" to result-hold
           exit paragraph
         end-if
         if ct-credit-limit-x not numeric
           move "INVALID CREDIT LIMIT" to result-hold
         end-if.

       220-add-customer.
         move spaces to customer-rec
         move ct-cust-no to cust-no
         move ct-name to cust-name
         move ct-territory to cust-territory
         move ct-terms to cust-terms
         move ct-credit-limit to cust-credit-limit
         move zero to cust-unapplied
         move run-date to cust-last-change
         write customer-rec
           invalid key
             move "CUSTOMER ALREADY ON FILE" to result-hold
           not invalid key
             move "ADDED" to result-hold
             add 1 to total-added
             perform 820-audit-image
         end-write.

       230-change-customer.
      *  unapplied cash belongs to the account, not the transaction -
      *  a change never touches it.
         move ct-cust-no to cust-no
         read customer-master
           invalid key
             move "CUSTOMER NOT ON FILE" to result-hold
           not invalid key
             perform 820-audit-image
             move ct-name to cust-name
             move ct-territory to cust-territory
             move ct-terms to cust-terms
             move ct-credit-limit to cust-credit-limit
             move run-date to cust-last-change
             rewrite customer-rec
             move "CHANGED" to result-hold
             add 1 to total-changed
             perform 820-audit-image
         end-read.

       240-delete-customer.
      *  a customer who still owes, or is owed, stays - deleting the
      *  master would orphan the open items the aging reads.
         move ct-cust-no to cust-no
         read customer-master
           invalid key
             move "CUSTOMER NOT ON FILE" to result-hold
           not invalid key
             perform 250-count-open-items
             if open-items > zero or cust-unapplied > zero
               move "OPEN BALANCE - NOT DELETED" to result-hold
             else
               move "DELETED" to result-hold
               perform 820-audit-image
               delete customer-master
               add 1 to total-deleted
             end-if
         end-read.

       250-count-open-items.
         move zero to open-items
         if receivable-open = zero
           exit paragraph
         end-if
         move zero to receivable-eof
         move ct-cust-no to ar-cust-no
         move low-values to ar-inv-no
         start receivable-file key is not less than ar-key
           invalid key
             move 1 to receivable-eof
         end-start
         perform until receivable-eof = 1
           read receivable-file next record
             at end
               move 1 to receivable-eof
             not at end
               if ar-cust-no not = ct-cust-no
                 move 1 to receivable-eof
               else
                 if ar-amount - ar-credits - ar-paid not = zero
                   add 1 to open-items
                 end-if
               end-if
           end-read
         end-perform.

       810-audit-transaction.
      *  a rejected transaction is listed as it was keyed.
         move spaces to cust-audit-rec
         move ct-action to aud-action
         move ct-cust-no to aud-cust-no
         move "TRN" to aud-image
         move ct-name to aud-name
         move ct-territory to aud-territory
         if ct-terms-x numeric
           move ct-terms to aud-terms
         end-if
         if ct-credit-limit-x numeric
           move ct-credit-limit to aud-credit-limit
         end-if
         move result-hold to aud-result
         write cust-audit-rec.

       820-audit-image.
      *  the image before a change is written first, marked old, and
      *  the record as it now stands follows it with the result.
         move spaces to cust-audit-rec
         if result-hold = spaces
           move "OLD" to aud-image
         else
           if ct-action = "D"
             move "OLD" to aud-image
           else
             move "NEW" to aud-image
           end-if
         end-if
         move ct-action to aud-action
         move ct-cust-no to aud-cust-no
         move cust-name to aud-name
         move cust-territory to aud-territory
         move cust-terms to aud-terms
         move cust-credit-limit to aud-credit-limit
         move result-hold to aud-result
         write cust-audit-rec.

       900-print-totals.
         move total-read to aud-read
         write cust-audit-rec from audit-total-1
         move total-added to aud-added
         write cust-audit-rec from audit-total-2
         move total-changed to aud-changed
         write cust-audit-rec from audit-total-3
         move total-deleted to aud-deleted
         write cust-audit-rec from audit-total-4
         move total-rejected to aud-rejected
         write cust-audit-rec from audit-total-5
         if total-rejected > zero
           move 4 to return-code
         end-if.

       999-close.
         close cust-trans-file
         close customer-master
         if receivable-open = 1
           close receivable-file
         end-if
         close cust-audit-file.
      ******************************************************************
