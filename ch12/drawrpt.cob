      ******************************************************************
       identification division.
       program-id. draw-balances.
      * author: blake bartenbach
      * function: reports every commission draw agreement as
      *           chapter-twelve left it after the period's run - the
      *           monthly draw and its terms, what was earned and
      *           paid, the draw paid over commission, the prior draw
      *           recovered, and the unrecovered balance carried
      *           forward.  an agreement that has ended or whose
      *           salesperson has left with a balance still owed is
      *           flagged, and so is one the run could not settle.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select draw-file assign to "/home/proxa/doc/cob/c1201-draw"
       organization is line sequential
       file status is draw-file-status.
       select salesperson-master assign to
                                 "/home/proxa/doc/cob/c1201-mst"
       organization is line sequential
       file status is master-file-status.
       select report-file assign to
                             "/home/proxa/doc/cob/c1201-drawrpt"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd draw-file.
       01  draw-rec.
           copy "drawagr.cpy".

       fd salesperson-master.
       01  master-rec.
           05  mst-salesperson-no             pic 9(2).
           05  mst-name                       pic x(20).
           05  mst-territory                  pic x(2).
           05  mst-active                     pic x(1).

       fd report-file.
       01  report-rec                         pic x(132).

       fd rundate-file.
       01  rundate-rec.
           05  parm-date                      pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).

       working-storage section.
       01  eof                                pic 9(1)   value zero.
       01  master-eof                         pic 9(1)   value zero.
       01  draw-file-status                   pic xx     value spaces.
       01  draw-open                          pic 9(1)   value zero.
       01  master-file-status                 pic xx     value spaces.
       01  rundate-status                     pic xx     value spaces.
       01  run-date                           pic 9(8)   value zero.
       01  run-month-start                    pic 9(8)   value zero.
       01  run-date-parts redefines run-month-start.
           05  run-yyyymm                     pic 9(6).
           05  run-dd                         pic 9(2).
       01  table-capacity                     pic 9(2)   value 50.
       01  master-table.
           05  master-entry occurs 50 times.
               10  master-name                pic x(20).
               10  master-active              pic x(1).
               10  master-loaded              pic 9(1).
       01  total-agreements                   pic 9(5)   value zero.
       01  total-paid                         pic 9(7)v99 value zero.
       01  total-advanced                     pic 9(7)v99 value zero.
       01  total-recovered                    pic 9(7)v99 value zero.
       01  total-balance                      pic 9(8)v99 value zero.
       01  total-with-balance                 pic 9(5)   value zero.
       01  total-flagged                      pic 9(5)   value zero.
       01  report-hdr.
           05  filler                         pic x(40)  value
               "COMMISSION DRAW BALANCES - PERIOD".
           05  rpt-hdr-date                   pic 9(8).
       01  column-hdr.
           05  filler                         pic x(26)  value
               "NO  SALESPERSON".
           05  filler                         pic x(24)  value
               "    DRAW  REC END DATE".
           05  filler                         pic x(33)  value
               "    EARNED        PAID  OVER COMM".
           05  filler                         pic x(29)  value
               "  RECOVERED     BALANCE  FLAG".
       01  detail-line.
           05  det-no                         pic x(2).
           05  filler                         pic x(2)   value spaces.
           05  det-name                       pic x(20).
           05  filler                         pic x(2)   value spaces.
           05  det-monthly                    pic z,zz9.99.
           05  filler                         pic x(2)   value spaces.
           05  det-recoverable                pic x(1).
           05  filler                         pic x(3)   value spaces.
           05  det-end-date                   pic 9(8).
           05  filler                         pic x(2)   value spaces.
           05  det-earned                     pic zzz,zz9.99.
           05  filler                         pic x(2)   value spaces.
           05  det-paid                       pic zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  det-advanced                   pic zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  det-recovered                  pic zzz,zz9.99.
           05  filler                         pic x(2)   value spaces.
           05  det-balance                    pic zzz,zz9.99.
           05  filler                         pic x(2)   value spaces.
           05  det-flag                       pic x(22).
       01  total-line.
           05  filler                         pic x(56)  value
               "TOTAL".
           05  filler                         pic x(4)   value spaces.
           05  tot-paid                       pic z,zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  tot-advanced                   pic zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  tot-recovered                  pic zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  tot-balance                    pic zzzzzzz9.99.
       01  count-line-1.
           05  filler                         pic x(32)  value
               "DRAW AGREEMENTS:".
           05  cnt-agreements                 pic zzzz9.
       01  count-line-2.
           05  filler                         pic x(32)  value
               "WITH UNRECOVERED BALANCE:".
           05  cnt-with-balance               pic zzzz9.
       01  count-line-3.
           05  filler                         pic x(32)  value
               "FLAGGED FOR MANAGEMENT REVIEW:".
           05  cnt-flagged                    pic zzzz9.

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 200-report-draws
         perform 300-print-totals
         perform 999-close
         display "DRAW BALANCES - AGREEMENTS " total-agreements
             " FLAGGED " total-flagged
         stop run.

       110-init.
      *  the report is of the period just settled - an agreement the
      *  run did not settle for the run date is flagged.
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
         move run-date to run-month-start
         move 1 to run-dd
         move zeros to master-table
         open input salesperson-master
         if master-file-status not = "00"
           display "SALESPERSON MASTER NOT AVAILABLE - STATUS "
               master-file-status
           move 16 to return-code
           stop run
         end-if
         perform 120-load-master
         close salesperson-master
      *  no draw file means no one is on a draw - the report says so.
         open output report-file
         move run-date to rpt-hdr-date
         write report-rec from report-hdr
         write report-rec from column-hdr after advancing 2 lines
         open input draw-file
         if draw-file-status = "00"
           move 1 to draw-open
         else
           move 1 to eof
         end-if.

       120-load-master.
         perform until master-eof = 1
           read salesperson-master
             at end
               move 1 to master-eof
             not at end
               if mst-salesperson-no >= 1
                   and mst-salesperson-no <= table-capacity
                 move mst-name to master-name (mst-salesperson-no)
                 move mst-active to master-active (mst-salesperson-no)
                 move 1 to master-loaded (mst-salesperson-no)
               end-if
           end-read
         end-perform.

       200-report-draws.
         perform until eof = 1
           read draw-file
             at end
               move 1 to eof
             not at end
               perform 210-print-agreement
           end-read
         end-perform.

       210-print-agreement.
         add 1 to total-agreements
         move drw-salesperson-no-x to det-no
         move spaces to det-name
         move spaces to det-flag
         if drw-salesperson-no-x numeric
             and drw-salesperson-no >= 1
             and drw-salesperson-no <= table-capacity
           if master-loaded (drw-salesperson-no) = 1
             move master-name (drw-salesperson-no) to det-name
           end-if
         end-if
         if det-name = spaces
           move "** NOT ON MASTER **" to det-name
         end-if
         if drw-monthly-amount numeric
           move drw-monthly-amount to det-monthly
         else
           move zero to det-monthly
         end-if
         move drw-recoverable to det-recoverable
         if drw-end-date numeric
           move drw-end-date to det-end-date
         else
           move zero to det-end-date
         end-if
      *  a record chapter-twelve has never settled has no figures yet.
         if drw-balance not numeric
           move zero to drw-balance
           move zero to drw-last-period
         end-if
         if drw-last-period = run-date
           move drw-last-earned to det-earned
           move drw-last-paid to det-paid
           move drw-last-advanced to det-advanced
           move drw-last-recovered to det-recovered
           add drw-last-paid to total-paid
           add drw-last-advanced to total-advanced
           add drw-last-recovered to total-recovered
         else
           move zero to det-earned
           move zero to det-paid
           move zero to det-advanced
           move zero to det-recovered
           move "NOT SETTLED THIS RUN" to det-flag
         end-if
         move drw-balance to det-balance
         add drw-balance to total-balance
         if drw-balance > zero
           add 1 to total-with-balance
         end-if
         perform 220-flag-agreement
         if det-flag not = spaces
           add 1 to total-flagged
         end-if
         write report-rec from detail-line after advancing 1 line.

       220-flag-agreement.
      *  a balance can only come back out of commission - once the
      *  agreement has ended or the salesperson has left, management
      *  decides whether to pursue it or write it off.
         if det-flag not = spaces or drw-balance not > zero
           exit paragraph
         end-if
         if det-name = "** NOT ON MASTER **"
           move "OWED - NOT ON MASTER" to det-flag
           exit paragraph
         end-if
         if master-active (drw-salesperson-no) not = "Y"
           move "OWED - INACTIVE" to det-flag
           exit paragraph
         end-if
         if drw-end-date numeric and drw-end-date < run-month-start
           move "OWED - AGREEMENT ENDED" to det-flag
         end-if.

       300-print-totals.
         move total-paid to tot-paid
         move total-advanced to tot-advanced
         move total-recovered to tot-recovered
         move total-balance to tot-balance
         write report-rec from total-line after advancing 2 lines
         move total-agreements to cnt-agreements
         write report-rec from count-line-1 after advancing 2 lines
         move total-with-balance to cnt-with-balance
         write report-rec from count-line-2 after advancing 1 line
         move total-flagged to cnt-flagged
         write report-rec from count-line-3 after advancing 1 line.

       999-close.
         if draw-open = 1
           close draw-file
         end-if
         close report-file.
      ******************************************************************
