      ******************************************************************
       identification division.
       program-id. master-crosscheck.
      * author: blake bartenbach
      * function: reconciles the links between the sales and payroll
      *           sides the night otherwise takes on faith - every
      *           active salesperson's commission payee ("000" and the
      *           salesperson number) and every territory manager who
      *           draws an override must be on the employee master and
      *           not terminated, and no inactive salesperson may still
      *           carry a quota or an open draw.  every broken link is
      *           listed at once; the payee and manager links are
      *           blocking and set a return code the sequencer honors
      *           to hold Payroll_Assignment, the rest are warnings.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
       select salesperson-master assign to
                                 "/home/proxa/doc/cob/c1201-mst"
       organization is line sequential
       file status is sales-master-status.
       select territory-master assign to
                               "/home/proxa/doc/cob/c1201-terr"
       organization is line sequential
       file status is terr-master-status.
       select quota-file assign to "/home/proxa/doc/cob/c1201-quota"
       organization is line sequential
       file status is quota-file-status.
       select draw-file assign to "/home/proxa/doc/cob/c1201-draw"
       organization is line sequential
       file status is draw-file-status.
       select employee-master assign to "/home/proxa/doc/cob/c0701-mst"
       organization is indexed
       access mode is random
       record key is mst-emp-id
       file status is master-status.
       select report-file assign to "/home/proxa/doc/cob/crosschk-rpt"
       organization is line sequential.
       select ops-log-file assign to "/home/proxa/doc/cob/opslog"
       organization is line sequential
       file status is ops-log-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       fd salesperson-master.
       01  sales-master-rec.
           05  smr-salesperson-no   pic 9(2).
           05  smr-salesperson-no-x redefines smr-salesperson-no
                                    pic x(2).
           05  smr-name             pic x(20).
           05  smr-territory        pic x(2).
           05  smr-active           pic x(1).
       fd territory-master.
       01  territory-master-rec.
           05  ter-code             pic x(2).
           05  ter-mgr-emp-id       pic x(5).
           05  ter-override-rate    pic v999.
       fd quota-file.
       01  quota-rec.
           05  quo-salesperson-no   pic 9(2).
           05  quo-salesperson-no-x redefines quo-salesperson-no
                                    pic x(2).
           05  quo-amount           pic 9(6)v99.
       fd draw-file.
       01  draw-rec.
           copy "drawagr.cpy".
       fd employee-master.
       01  master-rec.
           05  mst-emp-id           pic x(5).
           05  mst-name             pic x(15).
           05  mst-dept             pic x(4).
           05  mst-rate             pic 99v99.
           05  mst-hire-date        pic 9(8).
           05  mst-term-date        pic 9(8).
           05  mst-rest             pic x(33).
       fd report-file.
       01  report-rec               pic x(80).
       fd ops-log-file.
       01  ops-log-rec.
           copy "opslog.cpy".
       working-storage section.
       01  scan-eof                 pic 9(1)  value zero.
       01  rundate-status           pic xx    value spaces.
       01  sales-master-status      pic xx    value spaces.
       01  terr-master-status       pic xx    value spaces.
       01  quota-file-status        pic xx    value spaces.
       01  draw-file-status         pic xx    value spaces.
       01  master-status            pic xx    value spaces.
       01  ops-log-status           pic xx    value spaces.
       01  ops-time-work            pic 9(8)  value zero.
       01  employee-open            pic 9(1)  value zero.
       01  run-date                 pic 9(8)  value zero.
       01  run-month-start          pic 9(8)  value zero.
       01  run-date-parts redefines run-month-start.
           05  run-yyyymm           pic 9(6).
           05  run-dd               pic 9(2).
       01  records-read             pic 9(7)  value zero.
       01  error-count              pic 9(3)  value zero.
       01  warning-count            pic 9(3)  value zero.
       01  finding-blocking         pic 9(1)  value zero.
       01  finding-text             pic x(60) value spaces.
      *  the employee lookup - "M" missing, "T" terminated, space ok
       01  payee-id                 pic x(5)  value spaces.
       01  payee-result             pic x(1)  value space.
       01  payee-term-date          pic 9(8)  value zero.
       01  comm-emp-id-build.
           05  filler               pic x(3)  value "000".
           05  comm-emp-id-no       pic 9(2).
       01  table-capacity           pic 9(2)  value 50.
       01  salesperson-table.
           05  salesperson-entry occurs 50 times.
               10  sp-loaded        pic 9(1).
               10  sp-active        pic x(1).
               10  sp-territory     pic x(2).
       01  sp-sub                   pic 9(2)  value zero.
       01  territory-table.
           05  territory-entry occurs 50 times.
               10  tt-code          pic x(2).
       01  territory-count          pic 9(2)  value zero.
       01  territory-capacity       pic 9(2)  value 50.
       01  tt-sub                   pic 9(2)  value zero.
       01  tt-found                 pic 9(1)  value zero.
       01  report-hdr.
           05  filler               pic x(30) value
               "MASTER FILE CROSS-CHECK       ".
           05  hdr-date             pic 9(8).
       01  finding-line.
           05  fin-kind             pic x(12).
           05  fin-text             pic x(60).
       01  clean-line               pic x(40) value
           "ALL LINKS CONSISTENT".
       01  clear-line               pic x(48) value
           "NO BLOCKING ERRORS - PAYROLL MAY RUN".
       01  held-line                pic x(48) value
           "BLOCKING ERRORS - PAYROLL_ASSIGNMENT HELD".
       01  summary-line-1.
           05  filler               pic x(16) value "BLOCKING ERRORS:".
           05  sum-errors           pic zz9.
       01  summary-line-2.
           05  filler               pic x(16) value "WARNINGS:".
           05  sum-warnings         pic zz9.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 200-check-salespeople
         perform 300-check-territories
         perform 350-check-sales-territories
         perform 400-check-quotas
         perform 500-check-draws
         perform 800-finish
         perform 610-write-ops-end
         perform 900-close
         stop run.

       110-init.
         perform 600-write-ops-start
      *  the draw end dates are judged against tonight's batch date -
      *  the shared parameter date, with the clock only as a fallback.
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
         move run-date to run-month-start
         move 1 to run-dd
         move zeros to salesperson-table
         open output report-file
         move run-date to hdr-date
         write report-rec from report-hdr
         open input employee-master
         if master-status = "00"
           move 1 to employee-open
         else
           move 1 to finding-blocking
           move "EMPLOYEE MASTER C0701-MST NOT AVAILABLE"
               to finding-text
           perform 150-write-finding
         end-if.

       150-write-finding.
         if finding-blocking = 1
           add 1 to error-count
           move "*** ERROR   " to fin-kind
         else
           add 1 to warning-count
           move "    WARNING " to fin-kind
         end-if
         move finding-text to fin-text
         write report-rec from finding-line
         display "CROSSCHECK: " fin-kind finding-text
         move zero to finding-blocking
         move spaces to finding-text.

       160-lookup-employee.
      *  payroll refuses a payee that is not on the master or carries
      *  any termination date, so the check does the same.
         move space to payee-result
         move zero to payee-term-date
         if employee-open = zero
           exit paragraph
         end-if
         move payee-id to mst-emp-id
         read employee-master
           invalid key
             move "M" to payee-result
         end-read
         if payee-result = space and mst-term-date not = zero
           move "T" to payee-result
           move mst-term-date to payee-term-date
         end-if.

       200-check-salespeople.
         open input salesperson-master
         if sales-master-status not = "00"
           move 1 to finding-blocking
           move "SALESPERSON MASTER C1201-MST NOT AVAILABLE"
               to finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         move zero to scan-eof
         perform until scan-eof = 1
           read salesperson-master
             at end
               move 1 to scan-eof
             not at end
               add 1 to records-read
               perform 210-check-one-salesperson
           end-read
         end-perform
         close salesperson-master.

       210-check-one-salesperson.
         if smr-salesperson-no-x not numeric
             or smr-salesperson-no < 1
             or smr-salesperson-no > table-capacity
           string "SALESPERSON NO. INVALID ON MASTER: "
               smr-salesperson-no-x
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if sp-loaded (smr-salesperson-no) = 1
           string "SALESPERSON " smr-salesperson-no
               " ON MASTER MORE THAN ONCE"
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         move 1 to sp-loaded (smr-salesperson-no)
         move smr-active to sp-active (smr-salesperson-no)
         move smr-territory to sp-territory (smr-salesperson-no)
      *  an inactive salesperson earns no commission, so only an
      *  active one needs a payee payroll will accept.
         if smr-active not = "Y"
           exit paragraph
         end-if
         move smr-salesperson-no to comm-emp-id-no
         move comm-emp-id-build to payee-id
         perform 160-lookup-employee
         if payee-result = "M"
           move 1 to finding-blocking
           string "COMMISSION PAYEE " payee-id
               " NOT ON PAYROLL - SALESPERSON " smr-salesperson-no
               delimited by size into finding-text
           perform 150-write-finding
         end-if
         if payee-result = "T"
           move 1 to finding-blocking
           string "COMMISSION PAYEE " payee-id " TERMINATED "
               payee-term-date " - SALESPERSON " smr-salesperson-no
               delimited by size into finding-text
           perform 150-write-finding
         end-if.

       300-check-territories.
         open input territory-master
         if terr-master-status not = "00"
           move "TERRITORY MASTER C1201-TERR NOT AVAILABLE"
               to finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         move zero to scan-eof
         perform until scan-eof = 1
           read territory-master
             at end
               move 1 to scan-eof
             not at end
               add 1 to records-read
               perform 310-check-one-territory
           end-read
         end-perform
         close territory-master.

       310-check-one-territory.
         if territory-count < territory-capacity
           add 1 to territory-count
           move ter-code to tt-code (territory-count)
         end-if
         if ter-mgr-emp-id = spaces
           string "TERRITORY " ter-code " HAS NO MANAGER"
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         move ter-mgr-emp-id to payee-id
         perform 160-lookup-employee
         if payee-result = space
           exit paragraph
         end-if
      *  a broken manager link blocks payroll only where there is an
      *  override to pay - at a zero rate it is a warning.
         if ter-override-rate numeric and ter-override-rate > zero
           move 1 to finding-blocking
         end-if
         if payee-result = "M"
           string "TERRITORY " ter-code " MANAGER " payee-id
               " NOT ON PAYROLL"
               delimited by size into finding-text
         else
           string "TERRITORY " ter-code " MANAGER " payee-id
               " TERMINATED " payee-term-date
               delimited by size into finding-text
         end-if
         perform 150-write-finding.

       350-check-sales-territories.
      *  a salesperson in a territory the master does not know earns
      *  no one an override.
         if terr-master-status not = "00"
           exit paragraph
         end-if
         perform varying sp-sub from 1 by 1
             until sp-sub > table-capacity
           if sp-loaded (sp-sub) = 1 and sp-active (sp-sub) = "Y"
             move zero to tt-found
             perform varying tt-sub from 1 by 1
                 until tt-sub > territory-count
               if tt-code (tt-sub) = sp-territory (sp-sub)
                 move 1 to tt-found
               end-if
             end-perform
             if tt-found = zero
               string "SALESPERSON " sp-sub " TERRITORY "
                   sp-territory (sp-sub) " NOT ON TERRITORY MASTER"
                   delimited by size into finding-text
               perform 150-write-finding
             end-if
           end-if
         end-perform.

       400-check-quotas.
         open input quota-file
         if quota-file-status not = "00"
           exit paragraph
         end-if
         move zero to scan-eof
         perform until scan-eof = 1
           read quota-file
             at end
               move 1 to scan-eof
             not at end
               add 1 to records-read
               perform 410-check-one-quota
           end-read
         end-perform
         close quota-file.

       410-check-one-quota.
         if quo-salesperson-no-x not numeric
             or quo-salesperson-no < 1
             or quo-salesperson-no > table-capacity
           string "QUOTA SALESPERSON NO. INVALID: "
               quo-salesperson-no-x
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if sp-loaded (quo-salesperson-no) = zero
           string "QUOTA FOR SALESPERSON " quo-salesperson-no
               " NOT ON MASTER"
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if sp-active (quo-salesperson-no) not = "Y"
           string "QUOTA FOR INACTIVE SALESPERSON "
               quo-salesperson-no
               delimited by size into finding-text
           perform 150-write-finding
         end-if.

       500-check-draws.
         open input draw-file
         if draw-file-status not = "00"
           exit paragraph
         end-if
         move zero to scan-eof
         perform until scan-eof = 1
           read draw-file
             at end
               move 1 to scan-eof
             not at end
               add 1 to records-read
               perform 510-check-one-draw
           end-read
         end-perform
         close draw-file.

       510-check-one-draw.
         if drw-salesperson-no-x not numeric
             or drw-salesperson-no < 1
             or drw-salesperson-no > table-capacity
           string "DRAW SALESPERSON NO. INVALID: "
               drw-salesperson-no-x
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if sp-loaded (drw-salesperson-no) = zero
           string "DRAW AGREEMENT FOR SALESPERSON " drw-salesperson-no
               " NOT ON MASTER"
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if sp-active (drw-salesperson-no) = "Y"
           exit paragraph
         end-if
      *  a draw is open while it still runs or while a balance is
      *  owed - a record chapter-twelve never settled owes nothing.
         if drw-balance numeric and drw-balance > zero
           string "DRAW BALANCE OWED BY INACTIVE SALESPERSON "
               drw-salesperson-no
               delimited by size into finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         if drw-end-date not numeric
             or drw-end-date not < run-month-start
           string "OPEN DRAW AGREEMENT FOR INACTIVE SALESPERSON "
               drw-salesperson-no
               delimited by size into finding-text
           perform 150-write-finding
         end-if.

       800-finish.
         if error-count = zero and warning-count = zero
           write report-rec from clean-line
         end-if
         if error-count = zero
           write report-rec from clear-line
         else
           write report-rec from held-line
           move 8 to return-code
         end-if
         move error-count to sum-errors
         write report-rec from summary-line-1
         move warning-count to sum-warnings
         write report-rec from summary-line-2.

       600-write-ops-start.
         open extend ops-log-file
         if ops-log-status = "35"
           close ops-log-file
           open output ops-log-file
         end-if
         move spaces to ops-log-rec
         move "master-crosscheck" to ops-program-id
         move "S" to ops-event
         accept ops-date from date yyyymmdd
         accept ops-time-work from time
         compute ops-time = ops-time-work / 100
         move zero to ops-records-read
         move zero to ops-records-written
         move zero to ops-exceptions
         move zero to ops-return-code
         write ops-log-rec
         close ops-log-file.

       610-write-ops-end.
         open extend ops-log-file
         move spaces to ops-log-rec
         move "master-crosscheck" to ops-program-id
         move "E" to ops-event
         accept ops-date from date yyyymmdd
         accept ops-time-work from time
         compute ops-time = ops-time-work / 100
         move records-read to ops-records-read
         move zero to ops-records-written
         compute ops-exceptions = error-count + warning-count
         move return-code to ops-return-code
         write ops-log-rec
         close ops-log-file.

       900-close.
         if employee-open = 1
           close employee-master
         end-if
         close report-file.
      ******************************************************************
