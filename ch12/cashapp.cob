      ******************************************************************
       identification division.
       program-id. cash-receipts.
      * author: blake bartenbach
      * function: applies customer payments to the open receivables
      *           chapter-twelve posts.  a receipt naming an invoice
      *           pays that invoice; one without pays the customer's
      *           oldest open invoices first.  cash beyond what is
      *           open stays on the customer as unapplied credit,
      *           and credit already on account is applied to the
      *           oldest invoices still open the next time that
      *           customer's cash is posted.
      *           each receipt is kept on the receipt history so the
      *           same check posted twice is refused, and listed on
      *           the cash register with every invoice it paid.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select cash-file assign to "/home/proxa/doc/cob/c1201-cash"
       organization is line sequential
       file status is cash-file-status.
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
       select receipt-history assign to
                               "/home/proxa/doc/cob/c1201-cashhist"
       organization is indexed
       access mode is random
       record key is rh-key
       file status is receipt-history-status.
       select cash-register assign to
                               "/home/proxa/doc/cob/c1201-cashreg"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd cash-file.
       01  cash-rec.
           05  cr-cust-no                     pic x(6).
      *    blank pays the oldest open invoices first
           05  cr-inv-no                      pic x(6).
           05  cr-amount                      pic 9(7)v99.
           05  cr-amount-x redefines cr-amount pic x(9).
      *    blank is the run date
           05  cr-date                        pic 9(8).
           05  cr-date-x redefines cr-date    pic x(8).
           05  cr-date-parts redefines cr-date.
               10  cr-year                    pic 9(4).
               10  cr-month                   pic 9(2).
               10  cr-day                     pic 9(2).
           05  cr-reference                   pic x(10).

       fd customer-master.
       01  customer-rec.
           copy "custmst.cpy".

       fd receivable-file.
       01  receivable-rec.
           copy "aropen.cpy".

       fd receipt-history.
       01  receipt-history-rec.
           05  rh-key.
               10  rh-cust-no                 pic x(6).
               10  rh-reference               pic x(10).
               10  rh-date                    pic 9(8).
           05  rh-amount                      pic 9(7)v99.
           05  rh-applied                     pic 9(7)v99.
           05  rh-unapplied                   pic 9(7)v99.
           05  rh-post-date                   pic 9(8).

       fd cash-register.
       01  cash-register-rec.
           05  reg-cust-no                    pic x(6).
           05  filler                         pic x(2).
           05  reg-reference                  pic x(10).
           05  filler                         pic x(2).
           05  reg-date                       pic x(8).
           05  filler                         pic x(2).
           05  reg-inv-no                     pic x(6).
           05  filler                         pic x(2).
           05  reg-amount                     pic z,zzz,zz9.99.
           05  filler                         pic x(2).
           05  reg-note                       pic x(30).

       fd rundate-file.
       01  rundate-rec.
           05  parm-date                      pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).

       working-storage section.
       01  eof                                pic 9(1)   value zero.
       01  cash-file-status                   pic xx     value spaces.
       01  customer-status                    pic xx     value spaces.
       01  receivable-status                  pic xx     value spaces.
       01  receivable-eof                     pic 9(1)   value zero.
       01  receipt-history-status             pic xx     value spaces.
       01  rundate-status                     pic xx     value spaces.
       01  run-date                           pic 9(8)   value zero.
       01  receipt-date                       pic 9(8)   value zero.
       01  reject-reason                      pic x(30)  value spaces.
       01  remaining                          pic 9(7)v99 value zero.
       01  applied-amt                        pic 9(7)v99 value zero.
       01  applied-this                       pic 9(7)v99 value zero.
       01  item-open                          pic s9(7)v99 value zero.
       01  receipt-remaining                  pic 9(7)v99 value zero.
       01  receipt-applied                    pic 9(7)v99 value zero.
       01  credit-applied                     pic 9(7)v99 value zero.
       01  credit-pass                        pic 9(1)   value zero.
       01  open-item-table.
           05  open-item-entry occurs 200 times.
               10  oi-inv-no                  pic x(6).
               10  oi-inv-date                pic 9(8).
       01  oi-count                           pic 9(3)   value zero.
       01  oi-capacity                        pic 9(3)   value 200.
       01  oi-sub                             pic 9(3)   value zero.
       01  oi-sub2                            pic 9(3)   value zero.
       01  oi-temp-entry.
           05  oi-temp-inv-no                 pic x(6).
           05  oi-temp-inv-date               pic 9(8).
       01  total-read                         pic 9(6)   value zero.
       01  total-posted                       pic 9(6)   value zero.
       01  total-rejected                     pic 9(6)   value zero.
       01  total-received                     pic 9(9)v99 value zero.
       01  total-applied                      pic 9(9)v99 value zero.
       01  total-unapplied                    pic 9(9)v99 value zero.
       01  total-credit-applied               pic 9(9)v99 value zero.
       01  register-hdr.
           05  filler                         pic x(31)  value
               "CASH RECEIPTS REGISTER - RUN OF".
           05  filler                         pic x(1)   value space.
           05  rh-hdr-date                    pic 9(8).
       01  register-column-hdr.
           05  filler                         pic x(8)   value "CUST".
           05  filler                         pic x(12)  value
               "REFERENCE".
           05  filler                         pic x(10)  value "DATE".
           05  filler                         pic x(8)   value
               "INVOICE".
           05  filler                         pic x(14)  value
               "      AMOUNT".
           05  filler                         pic x(4)   value "NOTE".
       01  register-total-1.
           05  filler                         pic x(22)  value
               "RECEIPTS READ:".
           05  rt-read                        pic zzzzz9.
       01  register-total-2.
           05  filler                         pic x(22)  value
               "RECEIPTS POSTED:".
           05  rt-posted                      pic zzzzz9.
       01  register-total-3.
           05  filler                         pic x(22)  value
               "RECEIPTS REJECTED:".
           05  rt-rejected                    pic zzzzz9.
       01  register-total-4.
           05  filler                         pic x(22)  value
               "CASH POSTED:".
           05  rt-received                    pic zzz,zzz,zz9.99.
       01  register-total-5.
           05  filler                         pic x(22)  value
               "APPLIED TO INVOICES:".
           05  rt-applied                     pic zzz,zzz,zz9.99.
       01  register-total-6.
           05  filler                         pic x(22)  value
               "UNAPPLIED ON ACCOUNT:".
           05  rt-unapplied                   pic zzz,zzz,zz9.99.
       01  register-total-7.
           05  filler                         pic x(22)  value
               "PRIOR CREDIT APPLIED:".
           05  rt-credit-applied              pic zzz,zzz,zz9.99.

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform until eof = 1
           read cash-file
             at end
               move 1 to eof
             not at end
               add 1 to total-read
               perform 200-post-receipt
           end-read
         end-perform
         perform 900-print-totals
         perform 999-close
         display "CASH RECEIPTS - READ " total-read
             " POSTED " total-posted
             " REJECTED " total-rejected
         stop run.

       110-init.
      *  the posting date stamps every payment applied - like the
      *  sales run, it must come from the parameter file.
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
         open input cash-file
         if cash-file-status not = "00"
           display "CASH RECEIPTS FILE NOT AVAILABLE - STATUS "
               cash-file-status
           move 16 to return-code
           stop run
         end-if
         open i-o customer-master
         if customer-status not = "00"
           display "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               customer-status
           move 16 to return-code
           stop run
         end-if
      *  with no receivables yet every invoice-paying receipt rejects
      *  and the rest go on account - the file is created empty.
         open i-o receivable-file
         if receivable-status = "35"
           open output receivable-file
           close receivable-file
           open i-o receivable-file
         end-if
         open i-o receipt-history
         if receipt-history-status = "35"
           open output receipt-history
           close receipt-history
           open i-o receipt-history
         end-if
         open output cash-register
         move run-date to rh-hdr-date
         write cash-register-rec from register-hdr
         write cash-register-rec from register-column-hdr
             after advancing 2 lines.

       200-post-receipt.
         move spaces to reject-reason
         perform 210-edit-receipt
         if reject-reason not = spaces
           perform 800-write-reject
           exit paragraph
         end-if
         move cr-amount to remaining
         move zero to applied-amt
         perform 810-write-receipt-line
         if cr-inv-no not = spaces
           perform 240-apply-item
         else
           perform 250-apply-oldest
         end-if
      *  credit left on account by earlier cash goes to whatever this
      *  receipt left open - before this receipt's own excess joins it.
         if cust-unapplied > zero
           perform 280-apply-credit
         end-if
         if remaining > zero
           add remaining to cust-unapplied
           add remaining to total-unapplied
           perform 830-write-unapplied-line
         end-if
         move run-date to cust-last-change
         rewrite customer-rec
         move cr-cust-no to rh-cust-no
         move cr-reference to rh-reference
         move receipt-date to rh-date
         move cr-amount to rh-amount
         move applied-amt to rh-applied
         move remaining to rh-unapplied
         move run-date to rh-post-date
         write receipt-history-rec
         add 1 to total-posted
         add cr-amount to total-received
         add applied-amt to total-applied.

       210-edit-receipt.
      *  every check is refused before it touches an account - a
      *  receipt half-applied and then rejected could not be rerun.
         if cr-cust-no = spaces
           move "CUSTOMER NO. REQUIRED" to reject-reason
           exit paragraph
         end-if
         if cr-amount-x not numeric or cr-amount = zero
           move "INVALID AMOUNT" to reject-reason
           exit paragraph
         end-if
         if cr-reference = spaces
           move "CHECK REFERENCE REQUIRED" to reject-reason
           exit paragraph
         end-if
         if cr-date-x = spaces
           move run-date to receipt-date
         else
           if cr-date-x not numeric
               or cr-month < 1 or cr-month > 12
               or cr-day < 1 or cr-day > 31
             move "INVALID RECEIPT DATE" to reject-reason
             exit paragraph
           end-if
           move cr-date to receipt-date
         end-if
         move cr-cust-no to cust-no
         read customer-master
           invalid key
             move "NOT ON CUSTOMER MASTER" to reject-reason
         end-read
         if reject-reason not = spaces
           exit paragraph
         end-if
         move cr-cust-no to rh-cust-no
         move cr-reference to rh-reference
         move receipt-date to rh-date
         read receipt-history
           invalid key
             continue
           not invalid key
             move "DUPLICATE RECEIPT" to reject-reason
         end-read
         if reject-reason not = spaces
           exit paragraph
         end-if
         if cr-inv-no not = spaces
           move cr-cust-no to ar-cust-no
           move cr-inv-no to ar-inv-no
           read receivable-file
             invalid key
               move "NO SUCH INVOICE FOR CUSTOMER" to reject-reason
           end-read
         end-if.

       240-apply-item.
      *  receivable-rec holds the item - pay what is open on it, no
      *  more.
         compute item-open = ar-amount - ar-credits - ar-paid
         if item-open not > zero
           exit paragraph
         end-if
         if remaining > item-open
           move item-open to applied-this
         else
           move remaining to applied-this
         end-if
         add applied-this to ar-paid
         move receipt-date to ar-last-pay-date
         rewrite receivable-rec
         subtract applied-this from remaining
         add applied-this to applied-amt
         perform 820-write-applied-line.

       250-apply-oldest.
         perform 260-load-open-items
         perform 270-sort-open-items
         perform varying oi-sub from 1 by 1
             until oi-sub > oi-count or remaining = zero
           move cr-cust-no to ar-cust-no
           move oi-inv-no (oi-sub) to ar-inv-no
           read receivable-file
             invalid key
               continue
             not invalid key
               perform 240-apply-item
           end-read
         end-perform.

       260-load-open-items.
         move zero to oi-count
         move zero to receivable-eof
         move cr-cust-no to ar-cust-no
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
               if ar-cust-no not = cr-cust-no
                 move 1 to receivable-eof
               else
                 if ar-amount - ar-credits - ar-paid > zero
                   if oi-count < oi-capacity
                     add 1 to oi-count
                     move ar-inv-no to oi-inv-no (oi-count)
                     move ar-inv-date to oi-inv-date (oi-count)
                   else
                     display "OPEN ITEM TABLE FULL - CUSTOMER "
                         cr-cust-no
                     move 1 to receivable-eof
                   end-if
                 end-if
               end-if
           end-read
         end-perform.

       270-sort-open-items.
      *  oldest invoice date first; invoice number keeps a same-day
      *  pair in the order it was billed.
         perform varying oi-sub from 1 by 1
             until oi-sub > oi-count - 1
           perform varying oi-sub2 from 1 by 1
               until oi-sub2 > oi-count - oi-sub
             if oi-inv-date (oi-sub2) > oi-inv-date (oi-sub2 + 1)
               move open-item-entry (oi-sub2) to oi-temp-entry
               move open-item-entry (oi-sub2 + 1)
                   to open-item-entry (oi-sub2)
               move oi-temp-entry to open-item-entry (oi-sub2 + 1)
             end-if
           end-perform
         end-perform.

       280-apply-credit.
      *  the credit runs through the same oldest-first application as
      *  cash; the receipt's own figures are set aside so its history
      *  record shows only what the check itself paid.
         move remaining to receipt-remaining
         move applied-amt to receipt-applied
         move cust-unapplied to remaining
         move zero to applied-amt
         move 1 to credit-pass
         perform 250-apply-oldest
         move zero to credit-pass
         move applied-amt to credit-applied
         subtract credit-applied from cust-unapplied
         add credit-applied to total-credit-applied
         move receipt-remaining to remaining
         move receipt-applied to applied-amt.

       800-write-reject.
         move spaces to cash-register-rec
         move cr-cust-no to reg-cust-no
         move cr-reference to reg-reference
         move cr-date-x to reg-date
         move cr-inv-no to reg-inv-no
         if cr-amount-x numeric
           move cr-amount to reg-amount
         end-if
         move reject-reason to reg-note
         write cash-register-rec after advancing 2 lines
         add 1 to total-rejected.

       810-write-receipt-line.
         move spaces to cash-register-rec
         move cr-cust-no to reg-cust-no
         move cr-reference to reg-reference
         move receipt-date to reg-date
         move cr-amount to reg-amount
         move cust-name to reg-note
         write cash-register-rec after advancing 2 lines.

       820-write-applied-line.
         move spaces to cash-register-rec
         move ar-inv-no to reg-inv-no
         move applied-this to reg-amount
         if credit-pass = 1
           move "APPLIED FROM CREDIT ON ACCOUNT" to reg-note
         else
           move "APPLIED" to reg-note
         end-if
         write cash-register-rec after advancing 1 line.

       830-write-unapplied-line.
         move spaces to cash-register-rec
         move remaining to reg-amount
         move "UNAPPLIED - CREDIT ON ACCOUNT" to reg-note
         write cash-register-rec after advancing 1 line.

       900-print-totals.
         move total-read to rt-read
         write cash-register-rec from register-total-1
             after advancing 3 lines
         move total-posted to rt-posted
         write cash-register-rec from register-total-2
             after advancing 1 line
         move total-rejected to rt-rejected
         write cash-register-rec from register-total-3
             after advancing 1 line
         move total-received to rt-received
         write cash-register-rec from register-total-4
             after advancing 1 line
         move total-applied to rt-applied
         write cash-register-rec from register-total-5
             after advancing 1 line
         move total-unapplied to rt-unapplied
         write cash-register-rec from register-total-6
             after advancing 1 line
         move total-credit-applied to rt-credit-applied
         write cash-register-rec from register-total-7
             after advancing 1 line
         if total-rejected > zero
           move 4 to return-code
         end-if.

       999-close.
         close cash-file
         close customer-master
         close receivable-file
         close receipt-history
         close cash-register.
      ******************************************************************
