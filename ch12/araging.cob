      ******************************************************************
       identification division.
       program-id. receivables-aging.
      * author: blake bartenbach
      * function: ages every customer's open receivables as of the run
      *           date - current, 1-30, 31-60, 61-90 and over 90 days
      *           past due, due being invoice date plus the customer's
      *           terms.  unapplied cash comes off the balance.  the
      *           report runs by territory with a subtotal for each
      *           and a company total, and flags a customer over the
      *           credit limit or with anything past 90 days - the
      *           same two tests chapter-twelve flags a new sale on.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select customer-master assign to
                               "/home/proxa/doc/cob/c1201-cust"
       organization is indexed
       access mode is sequential
       record key is cust-no
       file status is customer-status.
       select receivable-file assign to
                               "/home/proxa/doc/cob/c1201-ar"
       organization is indexed
       access mode is dynamic
       record key is ar-key
       file status is receivable-status.
       select sort-work assign to "SORTWORK".
       select report-file assign to "/home/proxa/doc/cob/c1201-aging"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd customer-master.
       01  customer-rec.
           copy "custmst.cpy".

       fd receivable-file.
       01  receivable-rec.
           copy "aropen.cpy".

       sd sort-work.
       01  sort-rec.
           05  srt-territory                  pic x(2).
           05  srt-cust-no                    pic x(6).
           05  srt-name                       pic x(30).
           05  srt-credit-limit               pic 9(7)v99.
      *    current, 1-30, 31-60, 61-90, over 90, unapplied, balance
           05  srt-amt                        pic s9(8)v99 occurs 7
                                              times.

       fd report-file.
       01  report-rec                         pic x(132).

       fd rundate-file.
       01  rundate-rec.
           05  parm-date                      pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).

       working-storage section.
       01  eof                                pic 9(1)   value zero.
       01  customer-status                    pic xx     value spaces.
       01  receivable-status                  pic xx     value spaces.
       01  receivable-open                    pic 9(1)   value zero.
       01  receivable-eof                     pic 9(1)   value zero.
       01  rundate-status                     pic xx     value spaces.
       01  run-date                           pic 9(8)   value zero.
       01  run-days                           pic 9(7)   value zero.
       01  item-open                          pic s9(8)v99 value zero.
       01  item-days-due                      pic s9(5)  value zero.
       01  bkt-sub                            pic 9(1)   value zero.
       01  amt-sub                            pic 9(1)   value zero.
       01  cust-amt-table.
           05  cust-amt                       pic s9(8)v99 occurs 7
                                              times.
       01  ter-amt-table.
           05  ter-amt                        pic s9(8)v99 occurs 7
                                              times.
       01  grand-amt-table.
           05  grand-amt                      pic s9(9)v99 occurs 7
                                              times.
       01  prev-territory                     pic x(2)   value spaces.
       01  first-record                       pic 9(1)   value 1.
       01  ter-customers                      pic 9(5)   value zero.
       01  total-customers                    pic 9(5)   value zero.
       01  total-over-limit                   pic 9(5)   value zero.
       01  total-over-90                      pic 9(5)   value zero.
       01  dc-date                            pic 9(8)   value zero.
       01  dc-date-parts redefines dc-date.
           05  dc-year                        pic 9(4).
           05  dc-month                       pic 9(2).
           05  dc-day                         pic 9(2).
       01  dc-yp                              pic 9(4)   value zero.
       01  dc-mp                              pic 9(2)   value zero.
       01  dc-q4                              pic 9(4)   value zero.
       01  dc-q100                            pic 9(4)   value zero.
       01  dc-q400                            pic 9(4)   value zero.
       01  dc-mdays                           pic 9(4)   value zero.
       01  dc-days                            pic 9(7)   value zero.
       01  report-hdr.
           05  filler                         pic x(30)  value
               "RECEIVABLES AGING - AS OF".
           05  rpt-hdr-date                   pic 9(8).
       01  column-hdr.
           05  filler                         pic x(28)  value
               "CUST   NAME".
           05  filler                         pic x(13)  value
               "      CURRENT".
           05  filler                         pic x(13)  value
               "    1-30 DAYS".
           05  filler                         pic x(13)  value
               "   31-60 DAYS".
           05  filler                         pic x(13)  value
               "   61-90 DAYS".
           05  filler                         pic x(13)  value
               "      OVER 90".
           05  filler                         pic x(13)  value
               "    UNAPPLIED".
           05  filler                         pic x(13)  value
               "      BALANCE".
           05  filler                         pic x(6)   value
               "  FLAG".
       01  territory-line.
           05  filler                         pic x(10)  value
               "TERRITORY".
           05  ter-code                       pic x(2).
       01  detail-line.
           05  det-cust-no                    pic x(6).
           05  filler                         pic x(1).
           05  det-name                       pic x(20).
           05  filler                         pic x(1).
           05  det-amt                        pic z,zzz,zz9.99- occurs 7
                                              times.
           05  filler                         pic x(2).
           05  det-flag                       pic x(11).
       01  total-line.
           05  tot-label                      pic x(28).
           05  tot-amt                        pic zzzzzzzz9.99- occurs 7
                                              times.
       01  count-line-1.
           05  filler                         pic x(24)  value
               "CUSTOMERS AGED:".
           05  cnt-customers                  pic zzzz9.
       01  count-line-2.
           05  filler                         pic x(24)  value
               "OVER CREDIT LIMIT:".
           05  cnt-over-limit                 pic zzzz9.
       01  count-line-3.
           05  filler                         pic x(24)  value
               "WITH ITEMS OVER 90 DAYS:".
           05  cnt-over-90                    pic zzzz9.

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         sort sort-work
             on ascending key srt-territory srt-cust-no
             input procedure is 200-age-customers
             output procedure is 300-print-aging
         perform 999-close
         display "RECEIVABLES AGING - CUSTOMERS " total-customers
             " OVER LIMIT " total-over-limit
             " OVER 90 " total-over-90
         stop run.

       110-init.
      *  days past due are counted to the run date, so an aging rerun
      *  the next morning still ages as of the night it belongs to.
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
         move run-date to dc-date
         perform 700-date-to-days
         move dc-days to run-days
         open input customer-master
         if customer-status not = "00"
           display "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               customer-status
           move 16 to return-code
           stop run
         end-if
      *  no receivables file means nothing billed yet - customers age
      *  on their unapplied cash alone.
         open input receivable-file
         if receivable-status = "00"
           move 1 to receivable-open
         end-if
         open output report-file
         move run-date to rpt-hdr-date
         write report-rec from report-hdr
         write report-rec from column-hdr after advancing 2 lines
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move zero to grand-amt (amt-sub)
         end-perform.

       200-age-customers.
         perform until eof = 1
           read customer-master next record
             at end
               move 1 to eof
             not at end
               perform 210-age-one-customer
           end-read
         end-perform.

       210-age-one-customer.
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move zero to cust-amt (amt-sub)
         end-perform
         if receivable-open = 1
           perform 220-scan-receivables
         end-if
         move cust-unapplied to cust-amt (6)
         compute cust-amt (7) = cust-amt (1) + cust-amt (2)
             + cust-amt (3) + cust-amt (4) + cust-amt (5)
             - cust-amt (6)
         move cust-territory to srt-territory
         move cust-no to srt-cust-no
         move cust-name to srt-name
         move cust-credit-limit to srt-credit-limit
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move cust-amt (amt-sub) to srt-amt (amt-sub)
         end-perform
         release sort-rec.

       220-scan-receivables.
         move zero to receivable-eof
         move cust-no to ar-cust-no
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
               if ar-cust-no not = cust-no
                 move 1 to receivable-eof
               else
                 compute item-open = ar-amount - ar-credits - ar-paid
                 if item-open not = zero
                   perform 230-bucket-item
                 end-if
               end-if
           end-read
         end-perform.

       230-bucket-item.
      *  due is invoice date plus terms - anything not yet due, or due
      *  today, is current.
         move ar-inv-date to dc-date
         perform 700-date-to-days
         compute item-days-due = run-days - dc-days - ar-terms
         evaluate true
           when item-days-due not > 0     move 1 to bkt-sub
           when item-days-due not > 30    move 2 to bkt-sub
           when item-days-due not > 60    move 3 to bkt-sub
           when item-days-due not > 90    move 4 to bkt-sub
           when other                     move 5 to bkt-sub
         end-evaluate
         add item-open to cust-amt (bkt-sub).

       300-print-aging.
         move zero to eof
         perform until eof = 1
           return sort-work
             at end
               move 1 to eof
             not at end
               perform 310-print-customer
           end-return
         end-perform
         if first-record = zero
           perform 330-print-territory-total
         end-if
         perform 340-print-grand-total.

       310-print-customer.
         if first-record = 1
           move zero to first-record
           perform 320-start-territory
         else
           if srt-territory not = prev-territory
             perform 330-print-territory-total
             perform 320-start-territory
           end-if
         end-if
         move spaces to detail-line
         move srt-cust-no to det-cust-no
         move srt-name to det-name
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move srt-amt (amt-sub) to det-amt (amt-sub)
           add srt-amt (amt-sub) to ter-amt (amt-sub)
         end-perform
         if srt-amt (7) > srt-credit-limit
           move "OVER LIMIT" to det-flag
           add 1 to total-over-limit
         end-if
         if srt-amt (5) > zero
           if det-flag = spaces
             move "90+" to det-flag
           else
             move "OVR LMT 90+" to det-flag
           end-if
           add 1 to total-over-90
         end-if
         write report-rec from detail-line after advancing 1 line
         add 1 to ter-customers
         add 1 to total-customers.

       320-start-territory.
         move srt-territory to prev-territory
         move zero to ter-customers
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move zero to ter-amt (amt-sub)
         end-perform
         move srt-territory to ter-code
         write report-rec from territory-line after advancing 2 lines.

       330-print-territory-total.
         move spaces to total-line
         string "TERRITORY " delimited by size
             prev-territory delimited by size
             " TOTAL" delimited by size
             into tot-label
         end-string
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move ter-amt (amt-sub) to tot-amt (amt-sub)
           add ter-amt (amt-sub) to grand-amt (amt-sub)
         end-perform
         write report-rec from total-line after advancing 2 lines.

       340-print-grand-total.
         move spaces to total-line
         move "COMPANY TOTAL" to tot-label
         perform varying amt-sub from 1 by 1 until amt-sub > 7
           move grand-amt (amt-sub) to tot-amt (amt-sub)
         end-perform
         write report-rec from total-line after advancing 3 lines
         move total-customers to cnt-customers
         write report-rec from count-line-1 after advancing 2 lines
         move total-over-limit to cnt-over-limit
         write report-rec from count-line-2 after advancing 1 line
         move total-over-90 to cnt-over-90
         write report-rec from count-line-3 after advancing 1 line.

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

       999-close.
         close customer-master
         if receivable-open = 1
           close receivable-file
         end-if
         close report-file.
      ******************************************************************
