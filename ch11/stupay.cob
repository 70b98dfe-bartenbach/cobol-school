      ******************************************************************
       identification division.
         program-id. student-account-post.
      *  author: blake bartenbach
      *  function: posts the bursar's payment and credit transactions
      *            against the student account ledger.  a transaction
      *            is posted only to an account the ledger already
      *            carries, and a rerun of the same transaction file
      *            is turned away entry by entry as a duplicate.  every
      *            transaction appears on the posting register, posted
      *            or rejected with its reason.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select trans-file assign to "/home/proxa/doc/cob/c1104-paytran"
       organization is line sequential
       file status is trans-status.
       select ledger-file assign to "/home/proxa/doc/cob/c1104-ledger"
       organization is indexed
       access mode is dynamic
       record key is led-key
       file status is ledger-status.
       select register-file assign to
                                "/home/proxa/doc/cob/c1104-payreg"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd trans-file.
       01  trans-rec.
           05  pt-stu-no            pic 9(7).
           05  pt-stu-no-x redefines pt-stu-no pic x(7).
      *    "P" payment received, "C" credit granted (waiver, refund of
      *    a dropped course, scholarship)
           05  pt-type              pic x(1).
           05  pt-amount            pic 9(5)v99.
           05  pt-amount-x redefines pt-amount pic x(7).
      *    left blank, the transaction posts on the run date
           05  pt-date              pic 9(8).
           05  pt-date-x redefines pt-date pic x(8).
           05  pt-date-parts redefines pt-date.
               10  pt-year          pic 9(4).
               10  pt-month         pic 9(2).
               10  pt-day           pic 9(2).
           05  pt-reference         pic x(10).
           05  pt-desc              pic x(20).
       fd ledger-file.
       01  ledger-rec.
           copy "stuledg.cpy".
       fd register-file.
       01  register-rec             pic x(80).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  eof                      pic 9(1)  value zero.
       01  ledger-eof               pic 9(1)  value zero.
       01  trans-status             pic xx    value spaces.
       01  ledger-status            pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  post-date                pic 9(8)  value zero.
       01  post-amount              pic s9(7)v99 value zero.
       01  reject-reason            pic x(30) value spaces.
       01  account-found            pic 9(1)  value zero.
       01  duplicate-found          pic 9(1)  value zero.
       01  next-seq                 pic 9(3)  value zero.
       01  account-name             pic x(21) value spaces.
       01  account-school           pic x(1)  value space.
       01  total-read               pic 9(6)  value zero.
       01  total-payments           pic 9(6)  value zero.
       01  total-credits            pic 9(6)  value zero.
       01  total-rejected           pic 9(6)  value zero.
       01  amount-payments          pic 9(9)v99 value zero.
       01  amount-credits           pic 9(9)v99 value zero.
       01  register-hdr.
           05  filler               pic x(34) value
               "STUDENT ACCOUNT POSTING - RUN OF ".
           05  rh-date              pic 9(8).
       01  register-column-hdr.
           05  filler               pic x(31) value
               "STU NO   T  DATE      REFERENCE".
           05  filler               pic x(21) value
               "       AMOUNT  RESULT".
       01  register-line.
           05  rl-stu-no            pic x(7).
           05  filler               pic x(2)  value spaces.
           05  rl-type              pic x(1).
           05  filler               pic x(2)  value spaces.
           05  rl-date              pic x(8).
           05  filler               pic x(2)  value spaces.
           05  rl-reference         pic x(10).
           05  filler               pic x(2)  value spaces.
           05  rl-amount            pic zzz,zz9.99.
           05  rl-amount-x redefines rl-amount pic x(10).
           05  filler               pic x(2)  value spaces.
           05  rl-result            pic x(30).
       01  register-total-1.
           05  filler               pic x(22) value
               "TRANSACTIONS READ:".
           05  rpt-read             pic zzzzz9.
       01  register-total-2.
           05  filler               pic x(22) value
               "PAYMENTS POSTED:".
           05  rpt-payments         pic zzzzz9.
           05  filler               pic x(3)  value spaces.
           05  rpt-payment-amt      pic zzz,zzz,zz9.99.
       01  register-total-3.
           05  filler               pic x(22) value
               "CREDITS POSTED:".
           05  rpt-credits          pic zzzzz9.
           05  filler               pic x(3)  value spaces.
           05  rpt-credit-amt       pic zzz,zzz,zz9.99.
       01  register-total-4.
           05  filler               pic x(22) value
               "TRANSACTIONS REJECTED:".
           05  rpt-rejected         pic zzzzz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform until eof = 1
           read trans-file
             at end
               move 1 to eof
             not at end
               add 1 to total-read
               perform 200-post-transaction
           end-read
         end-perform
         perform 900-print-totals
         perform 999-close
         display "ACCOUNT POSTING - READ " total-read
             " PAYMENTS " total-payments
             " CREDITS " total-credits
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
         open input trans-file
         if trans-status not = "00"
           display "TRANSACTION FILE NOT AVAILABLE - STATUS "
               trans-status
           move 16 to return-code
           stop run
         end-if
      *  accounts are opened by the billing run - with no ledger there
      *  is no account to post anything against.
         open i-o ledger-file
         if ledger-status not = "00"
           display "STUDENT LEDGER NOT AVAILABLE - STATUS "
               ledger-status
           move 16 to return-code
           stop run
         end-if
         open output register-file
         move run-date to rh-date
         write register-rec from register-hdr
         write register-rec from register-column-hdr.

       200-post-transaction.
         move spaces to reject-reason
         perform 210-edit-transaction
         if reject-reason = spaces
           perform 220-find-account
           if account-found = zero
             move "NO ACCOUNT ON LEDGER" to reject-reason
           end-if
         end-if
         if reject-reason = spaces
           perform 230-scan-ledger-day
           if duplicate-found = 1
             move "DUPLICATE - ALREADY POSTED" to reject-reason
           end-if
         end-if
         if reject-reason not = spaces
           add 1 to total-rejected
         else
           perform 250-write-ledger
         end-if
         perform 800-write-register-line.

       210-edit-transaction.
         if pt-stu-no-x not numeric or pt-stu-no = zero
           move "INVALID STUDENT NUMBER" to reject-reason
           exit paragraph
         end-if
         if pt-type not = "P" and not = "C"
           move "INVALID TRANSACTION TYPE" to reject-reason
           exit paragraph
         end-if
         if pt-amount-x not numeric or pt-amount = zero
           move "INVALID AMOUNT" to reject-reason
           exit paragraph
         end-if
         if pt-date-x = spaces
           move run-date to post-date
         else
           if pt-date-x not numeric
               or pt-month < 1 or pt-month > 12
               or pt-day < 1 or pt-day > 31
             move "INVALID POSTING DATE" to reject-reason
             exit paragraph
           end-if
           move pt-date to post-date
         end-if.

       220-find-account.
      *  the student's first entry, whatever its date, proves the
      *  account and supplies the name and school for the new one.
         move zero to account-found
         move pt-stu-no to led-stu-no
         move zero to led-date
         move zero to led-seq
         start ledger-file key is not less than led-key
           invalid key
             exit paragraph
         end-start
         read ledger-file next record
           at end
             exit paragraph
         end-read
         if led-stu-no = pt-stu-no
           move 1 to account-found
           move led-name to account-name
           move led-school-code to account-school
         end-if.

       230-scan-ledger-day.
      *  the same type, reference and amount already posted on the
      *  same date is this transaction from an earlier run; the last
      *  sequence used that day tells where a new entry goes.
         move zero to duplicate-found
         move 1 to next-seq
         move zero to ledger-eof
         compute post-amount = zero - pt-amount
         move pt-stu-no to led-stu-no
         move post-date to led-date
         move zero to led-seq
         start ledger-file key is not less than led-key
           invalid key
             move 1 to ledger-eof
         end-start
         perform until ledger-eof = 1
           read ledger-file next record
             at end
               move 1 to ledger-eof
             not at end
               if led-stu-no not = pt-stu-no
                   or led-date not = post-date
                 move 1 to ledger-eof
               else
                 if led-type = pt-type
                     and led-reference = pt-reference
                     and led-amount = post-amount
                   move 1 to duplicate-found
                 end-if
                 compute next-seq = led-seq + 1
               end-if
           end-read
         end-perform.

       250-write-ledger.
         move spaces to ledger-rec
         move pt-stu-no to led-stu-no
         move post-date to led-date
         move next-seq to led-seq
         move pt-type to led-type
         move account-name to led-name
         move account-school to led-school-code
         if pt-desc not = spaces
           move pt-desc to led-desc
         else
           if pt-type = "P"
             move "PAYMENT RECEIVED" to led-desc
           else
             move "ACCOUNT CREDIT" to led-desc
           end-if
         end-if
         move pt-reference to led-reference
         move zero to led-credits
         move post-amount to led-amount
         write ledger-rec
           invalid key
             display "LEDGER WRITE FAILED - STUDENT " led-stu-no
                 " DATE " led-date " SEQ " led-seq
             move 16 to return-code
             stop run
         end-write
         if pt-type = "P"
           add 1 to total-payments
           add pt-amount to amount-payments
         else
           add 1 to total-credits
           add pt-amount to amount-credits
         end-if.

       800-write-register-line.
         move spaces to register-line
         move pt-stu-no-x to rl-stu-no
         move pt-type to rl-type
         if reject-reason = spaces
           move post-date to rl-date
         else
           move pt-date-x to rl-date
         end-if
         move pt-reference to rl-reference
         if pt-amount-x numeric
           move pt-amount to rl-amount
         else
           move pt-amount-x to rl-amount-x
         end-if
         if reject-reason = spaces
           move "POSTED" to rl-result
         else
           move reject-reason to rl-result
         end-if
         write register-rec from register-line.

       900-print-totals.
         move total-read to rpt-read
         write register-rec from register-total-1
         move total-payments to rpt-payments
         move amount-payments to rpt-payment-amt
         write register-rec from register-total-2
         move total-credits to rpt-credits
         move amount-credits to rpt-credit-amt
         write register-rec from register-total-3
         move total-rejected to rpt-rejected
         write register-rec from register-total-4
         if total-rejected > zero
           move 4 to return-code
         end-if.

       999-close.
         close trans-file
         close ledger-file
         close register-file.
      ******************************************************************
