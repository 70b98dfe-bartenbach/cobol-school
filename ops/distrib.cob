      ******************************************************************
       identification division.
       program-id. report-distribution.
      * author: blake bartenbach
      * function: the last step of the night - works out from the
      *           distribution table which reports each office gets,
      *           checks on the shared operations log that each
      *           report's program ended for the run date, counts the
      *           records in every report, and prints a manifest of
      *           what was produced and for whom.  each recipient gets
      *           one bundle file - a cover page listing its reports,
      *           then every report it is due behind a banner page.
      *           an expected report that is missing, empty, or from
      *           a program that did not end cleanly is flagged on the
      *           manifest and the cover page.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
       select ops-log-file assign to "/home/proxa/doc/cob/opslog"
       organization is line sequential
       file status is ops-log-status.
       select report-in-file assign using report-path
       organization is line sequential
       file status is report-in-status.
       select bundle-file assign using bundle-path
       organization is line sequential
       file status is bundle-status.
       select manifest-file assign to
                            "/home/proxa/doc/cob/dist-manifest"
       organization is line sequential.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       fd ops-log-file.
       01  ops-log-rec.
           copy "opslog.cpy".
       fd report-in-file.
       01  report-in-rec            pic x(132).
       fd bundle-file.
       01  bundle-rec               pic x(132).
       fd manifest-file.
       01  manifest-rec             pic x(132).
       working-storage section.
       01  eof                      pic 9(1)  value zero.
       01  rundate-status           pic xx    value spaces.
       01  ops-log-status           pic xx    value spaces.
       01  report-in-status         pic xx    value spaces.
       01  bundle-status            pic xx    value spaces.
       01  ops-time-work            pic 9(8)  value zero.
       01  run-date                 pic 9(8)  value zero.
       01  file-prefix              pic x(20) value
           "/home/proxa/doc/cob/".
       01  report-path              pic x(60) value spaces.
       01  bundle-path              pic x(60) value spaces.
      *  one row per report and recipient - a report that goes to two
      *  offices has two rows.  the flags are: run nightly, so missing
      *  it is a finding even when its program did not run; its
      *  program writes the operations log, so the log says whether
      *  it was produced for the run date - otherwise the report file
      *  alone is judged; and empty is normal (an exception list with
      *  no exceptions).
       01  distribution-values.
           05  filler               pic x(49) value
               "c0701-stub    Payroll_Assignment    PAYROLL   NYN".
           05  filler               pic x(49) value
               "c0701-liabrpt Payroll_Assignment    PAYROLL   NYN".
           05  filler               pic x(49) value
               "c0701-adjreg  Payroll_Assignment    PAYROLL   NYY".
           05  filler               pic x(49) value
               "c0701-x       Payroll_Assignment    PAYROLL   NYY".
           05  filler               pic x(49) value
               "c0701-dedreg  Payroll_Assignment    PAYROLL   NYY".
           05  filler               pic x(49) value
               "c0701-finreg  Payroll_Assignment    PAYROLL   NNN".
           05  filler               pic x(49) value
               "c0701-budrpt  Labor_Budget          PAYROLL   NNN".
           05  filler               pic x(49) value
               "c0701-pendrpt Employee_Maintenance  PAYROLL   NNN".
           05  filler               pic x(49) value
               "c0701-nhlate  New_Hire_Report       PAYROLL   NNN".
           05  filler               pic x(49) value
               "c0701-var     Payroll_Gate          PAYROLL   NNN".
           05  filler               pic x(49) value
               "crosschk-rpt  master-crosscheck     PAYROLL   YYN".
           05  filler               pic x(49) value
               "c1104-rej     chapter-eleven        REGISTRAR YYY".
           05  filler               pic x(49) value
               "c1104-retent  retention-report      REGISTRAR NNN".
           05  filler               pic x(49) value
               "c0805-rpt     Student-Data-Parser   REGISTRAR NYN".
           05  filler               pic x(49) value
               "c0805-err     Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c0805-ltr     Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c0805-prob    Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c0805-dismiss Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c0805-label   Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c0805-noaddr  Student-Data-Parser   REGISTRAR NYY".
           05  filler               pic x(49) value
               "c1104-grdrpt  grade-posting         REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-holdlst active-hold-list      REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1004-trend   gpa-trend-report      REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-grdrej  grade-posting         REGISTRAR NNY".
           05  filler               pic x(49) value
               "c1104-trexc   transcript-report     REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-confx   degree-conferral      REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-dipnoad degree-conferral      REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-archrpt student-archive       REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-toprank class-rank            REGISTRAR NNN".
           05  filler               pic x(49) value
               "c1104-enrchg  enrollment-verify     REGISTRAR NNN".
           05  filler               pic x(49) value
               "c0805-dismiss Student-Data-Parser   BURSAR    NYY".
           05  filler               pic x(49) value
               "c1104-aging   student-statements    BURSAR    NNN".
           05  filler               pic x(49) value
               "c1104-billreg tuition-billing       BURSAR    NNN".
           05  filler               pic x(49) value
               "c1104-payreg  student-account-post  BURSAR    NNN".
           05  filler               pic x(49) value
               "c1104-stmt    student-statements    BURSAR    NNY".
           05  filler               pic x(49) value
               "c1104-billexc tuition-billing       BURSAR    NNY".
           05  filler               pic x(49) value
               "c1201-x       chapter-twelve        SALES     YYY".
           05  filler               pic x(49) value
               "c1201-tranal  sales-trend-analysis  SALES     NNN".
           05  filler               pic x(49) value
               "c1201-cstmt   commission-statements SALES     NNN".
           05  filler               pic x(49) value
               "c1201-drawrpt draw-balances         SALES     NNN".
           05  filler               pic x(49) value
               "c1201-aging   receivables-aging     SALES     NNN".
           05  filler               pic x(49) value
               "c1201-cashreg cash-receipts         SALES     NNN".
           05  filler               pic x(49) value
               "preflight-rpt night-preflight       OPERATIONSYYN".
           05  filler               pic x(49) value
               "crosschk-rpt  master-crosscheck     OPERATIONSYYN".
           05  filler               pic x(49) value
               "opslog-rpt    operations-summary    OPERATIONSYNN".
           05  filler               pic x(49) value
               "opslog-dur    ops-duration-trend    OPERATIONSNNN".
       01  distribution-table redefines distribution-values.
           05  distribution-entry occurs 46 times.
               10  ds-report        pic x(14).
               10  ds-program       pic x(22).
               10  ds-recipient     pic x(10).
               10  ds-nightly       pic x(1).
               10  ds-logged        pic x(1).
               10  ds-empty-ok      pic x(1).
       01  distribution-count       pic 9(2)  value 46.
       01  ds-sub                   pic 9(2)  value zero.
       01  result-table.
           05  result-entry occurs 46 times.
               10  rs-records       pic 9(7).
               10  rs-bundled       pic 9(1).
               10  rs-flagged       pic 9(1).
               10  rs-status        pic x(30).
       01  recipient-values.
           05  filler               pic x(48) value
               "PAYROLL   PAYROLL DEPARTMENT      dist-payroll  ".
           05  filler               pic x(48) value
               "REGISTRAR REGISTRAR'S OFFICE      dist-registrar".
           05  filler               pic x(48) value
               "BURSAR    BURSAR'S OFFICE         dist-bursar   ".
           05  filler               pic x(48) value
               "SALES     SALES MANAGEMENT        dist-sales    ".
           05  filler               pic x(48) value
               "OPERATIONSCOMPUTER OPERATIONS     dist-ops      ".
       01  recipient-table redefines recipient-values.
           05  recipient-entry occurs 5 times.
               10  rc-code          pic x(10).
               10  rc-title         pic x(24).
               10  rc-bundle        pic x(14).
       01  recipient-count          pic 9(1)  value 5.
       01  rc-sub                   pic 9(1)  value zero.
      *  what the log says of each program for the run date - space
      *  not seen, "S" started with no end yet, "E" ended
       01  program-table.
           05  program-entry occurs 46 times.
               10  pg-program       pic x(22).
               10  pg-state         pic x(1).
               10  pg-return-code   pic 9(3).
       01  program-count            pic 9(2)  value zero.
       01  pg-sub                   pic 9(2)  value zero.
       01  pg-found-sub             pic 9(2)  value zero.
       01  report-found             pic 9(1)  value zero.
       01  report-records           pic 9(7)  value zero.
       01  total-read               pic 9(7)  value zero.
       01  total-written            pic 9(7)  value zero.
       01  total-produced           pic 9(3)  value zero.
       01  total-flagged            pic 9(3)  value zero.
       01  bundle-reports           pic 9(3)  value zero.
       01  bundle-records           pic 9(7)  value zero.
       01  manifest-hdr.
           05  filler               pic x(40) value
               "MORNING REPORT DISTRIBUTION MANIFEST FOR".
           05  filler               pic x(1)  value space.
           05  mh-date              pic 9(8).
       01  manifest-col-hdr.
           05  filler               pic x(26) value
               "REPORT        RECIPIENT".
           05  filler               pic x(24) value
               "PRODUCED BY".
           05  filler               pic x(14) value
               "RECORDS".
           05  filler               pic x(30) value
               "STATUS".
       01  manifest-line.
           05  ml-report            pic x(14).
           05  ml-recipient         pic x(10).
           05  filler               pic x(2)  value spaces.
           05  ml-program           pic x(22).
           05  filler               pic x(2)  value spaces.
           05  ml-records           pic z,zzz,zz9.
           05  filler               pic x(1)  value space.
           05  ml-flag              pic x(3).
           05  filler               pic x(1)  value space.
           05  ml-status            pic x(30).
       01  manifest-bundle-line.
           05  filler               pic x(7)  value "BUNDLE ".
           05  mb-bundle            pic x(15).
           05  mb-title             pic x(24).
           05  filler               pic x(9)  value "REPORTS ".
           05  mb-reports           pic zz9.
           05  filler               pic x(10) value "  RECORDS ".
           05  mb-records           pic z,zzz,zz9.
       01  manifest-total-1.
           05  filler               pic x(32) value
               "REPORTS PRODUCED:".
           05  mt-produced          pic zz9.
       01  manifest-total-2.
           05  filler               pic x(32) value
               "REPORTS FLAGGED:".
           05  mt-flagged           pic zz9.
       01  banner-stars             pic x(72) value all "*".
       01  banner-title.
           05  filler               pic x(4)  value "*** ".
           05  bt-text              pic x(64).
           05  filler               pic x(4)  value " ***".
       01  banner-line.
           05  filler               pic x(4)  value "*** ".
           05  bl-label             pic x(14).
           05  bl-value             pic x(50).
           05  filler               pic x(4)  value " ***".
       01  banner-records           pic zzz,zz9.
       01  cover-line.
           05  filler               pic x(4)  value "*** ".
           05  cl-report            pic x(14).
           05  cl-records           pic z,zzz,zz9.
           05  filler               pic x(1)  value space.
           05  cl-flag              pic x(3).
           05  filler               pic x(1)  value space.
           05  cl-status            pic x(30).
           05  filler               pic x(6)  value spaces.
           05  filler               pic x(4)  value " ***".
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 200-scan-ops-log
         perform 300-check-reports
         perform 500-build-bundles
         perform 800-finish
         perform 610-write-ops-end
         perform 900-close
         stop run.

       110-init.
         perform 600-write-ops-start
      *  the manifest is for tonight's batch date - the shared
      *  parameter date, with the clock only as a fallback.
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
         perform 120-load-programs
         open output manifest-file
         move run-date to mh-date
         write manifest-rec from manifest-hdr
         write manifest-rec from manifest-col-hdr
             after advancing 2 lines.

       120-load-programs.
         perform varying ds-sub from 1 by 1
             until ds-sub > distribution-count
           if ds-logged (ds-sub) = "Y"
             perform 130-find-program
             if pg-found-sub = zero
               add 1 to program-count
               move ds-program (ds-sub) to pg-program (program-count)
               move space to pg-state (program-count)
               move zero to pg-return-code (program-count)
             end-if
           end-if
         end-perform.

       130-find-program.
         move zero to pg-found-sub
         perform varying pg-sub from 1 by 1
             until pg-sub > program-count
           if pg-program (pg-sub) = ds-program (ds-sub)
             move pg-sub to pg-found-sub
           end-if
         end-perform.

       200-scan-ops-log.
      *  the log is in time order, so the last record of the run date
      *  for a program is its latest run - a rerun that started and
      *  has not ended leaves the program started.
         open input ops-log-file
         if ops-log-status not = "00"
           display "OPERATIONS LOG NOT AVAILABLE - STATUS "
               ops-log-status
           exit paragraph
         end-if
         move zero to eof
         perform until eof = 1
           read ops-log-file
             at end
               move 1 to eof
             not at end
               if ops-date = run-date
                 perform 210-note-program
               end-if
           end-read
         end-perform
         close ops-log-file.

       210-note-program.
         perform varying pg-sub from 1 by 1
             until pg-sub > program-count
           if pg-program (pg-sub) = ops-program-id
             if ops-event = "E"
               move "E" to pg-state (pg-sub)
               move ops-return-code to pg-return-code (pg-sub)
             else
               move "S" to pg-state (pg-sub)
             end-if
           end-if
         end-perform.

       300-check-reports.
         perform varying ds-sub from 1 by 1
             until ds-sub > distribution-count
           perform 310-check-one-report
           perform 350-write-manifest-line
         end-perform.

       310-check-one-report.
         move zero to rs-records (ds-sub)
         move zero to rs-bundled (ds-sub)
         move zero to rs-flagged (ds-sub)
         move spaces to rs-status (ds-sub)
         move zero to pg-found-sub
         if ds-logged (ds-sub) = "Y"
           perform 130-find-program
           if pg-state (pg-found-sub) = space
             if ds-nightly (ds-sub) = "Y"
               move "NOT PRODUCED - DID NOT RUN" to rs-status (ds-sub)
               move 1 to rs-flagged (ds-sub)
             else
               move "NOT RUN TONIGHT" to rs-status (ds-sub)
             end-if
             exit paragraph
           end-if
           if pg-state (pg-found-sub) = "S"
             move "PROGRAM STARTED - NO END" to rs-status (ds-sub)
             move 1 to rs-flagged (ds-sub)
             exit paragraph
           end-if
         end-if
         perform 320-count-report
         move report-records to rs-records (ds-sub)
         if report-found = zero
           if ds-logged (ds-sub) = "N" and ds-nightly (ds-sub) = "N"
             move "NOT PRESENT" to rs-status (ds-sub)
           else
             move "MISSING" to rs-status (ds-sub)
             move 1 to rs-flagged (ds-sub)
           end-if
           exit paragraph
         end-if
         if report-records = zero
           if ds-empty-ok (ds-sub) = "Y"
             move "EMPTY - NOTHING TO REPORT" to rs-status (ds-sub)
           else
             move "EMPTY" to rs-status (ds-sub)
             move 1 to rs-flagged (ds-sub)
           end-if
           exit paragraph
         end-if
         move 1 to rs-bundled (ds-sub)
         add 1 to total-produced
      *  a report from a program that is not on the log may be left
      *  from an earlier night - it goes out, marked as unchecked.
         if ds-logged (ds-sub) = "N"
           move "PRESENT - NOT ON OPSLOG" to rs-status (ds-sub)
           exit paragraph
         end-if
         if pg-return-code (pg-found-sub) = zero
           move "PRODUCED" to rs-status (ds-sub)
         else
           string "PRODUCED - RETURN CODE "
               pg-return-code (pg-found-sub)
               delimited by size into rs-status (ds-sub)
           move 1 to rs-flagged (ds-sub)
         end-if.

       320-count-report.
         move zero to report-found
         move zero to report-records
         move spaces to report-path
         string file-prefix delimited by space
             ds-report (ds-sub) delimited by space
             into report-path
         open input report-in-file
         if report-in-status not = "00"
           exit paragraph
         end-if
         move 1 to report-found
         move zero to eof
         perform until eof = 1
           read report-in-file
             at end
               move 1 to eof
             not at end
               add 1 to report-records
               add 1 to total-read
           end-read
         end-perform
         close report-in-file.

       350-write-manifest-line.
         if rs-flagged (ds-sub) = 1
           add 1 to total-flagged
           move "***" to ml-flag
         else
           move spaces to ml-flag
         end-if
         move ds-report (ds-sub) to ml-report
         move ds-recipient (ds-sub) to ml-recipient
         move ds-program (ds-sub) to ml-program
         move rs-records (ds-sub) to ml-records
         move rs-status (ds-sub) to ml-status
         write manifest-rec from manifest-line after advancing 1 line.

       500-build-bundles.
         move spaces to manifest-rec
         write manifest-rec after advancing 1 line
         perform varying rc-sub from 1 by 1
             until rc-sub > recipient-count
           perform 510-build-one-bundle
         end-perform.

       510-build-one-bundle.
         move zero to bundle-reports
         move zero to bundle-records
         move spaces to bundle-path
         string file-prefix delimited by space
             rc-bundle (rc-sub) delimited by space
             into bundle-path
         open output bundle-file
         if bundle-status not = "00"
           display "BUNDLE NOT WRITTEN - " rc-bundle (rc-sub)
               " STATUS " bundle-status
           add 1 to total-flagged
           exit paragraph
         end-if
         perform 520-write-cover-page
         perform varying ds-sub from 1 by 1
             until ds-sub > distribution-count
           if ds-recipient (ds-sub) = rc-code (rc-sub)
               and rs-bundled (ds-sub) = 1
             perform 530-add-report
           end-if
         end-perform
         close bundle-file
         move rc-bundle (rc-sub) to mb-bundle
         move rc-title (rc-sub) to mb-title
         move bundle-reports to mb-reports
         move bundle-records to mb-records
         write manifest-rec from manifest-bundle-line
             after advancing 1 line.

       520-write-cover-page.
      *  the cover lists every report the office is due, including
      *  the ones that are not in the bundle and why.
         write bundle-rec from banner-stars
             after advancing page
         move spaces to bt-text
         string "REPORT DISTRIBUTION - " rc-title (rc-sub)
             delimited by size into bt-text
         write bundle-rec from banner-title
             after advancing 1 line
         move "RUN DATE" to bl-label
         move run-date to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         write bundle-rec from banner-stars
             after advancing 1 line
         add 4 to total-written
         perform varying ds-sub from 1 by 1
             until ds-sub > distribution-count
           if ds-recipient (ds-sub) = rc-code (rc-sub)
             move ds-report (ds-sub) to cl-report
             move rs-records (ds-sub) to cl-records
             if rs-flagged (ds-sub) = 1
               move "***" to cl-flag
             else
               move spaces to cl-flag
             end-if
             move rs-status (ds-sub) to cl-status
             write bundle-rec from cover-line
                 after advancing 1 line
             add 1 to total-written
           end-if
         end-perform
         write bundle-rec from banner-stars
             after advancing 1 line
         add 1 to total-written.

       530-add-report.
         write bundle-rec from banner-stars after advancing page
         move spaces to bt-text
         move ds-report (ds-sub) to bt-text
         write bundle-rec from banner-title
             after advancing 1 line
         move "FOR" to bl-label
         move rc-title (rc-sub) to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         move "PRODUCED BY" to bl-label
         move ds-program (ds-sub) to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         move "RUN DATE" to bl-label
         move run-date to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         move "RECORDS" to bl-label
         move rs-records (ds-sub) to banner-records
         move banner-records to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         move "STATUS" to bl-label
         move rs-status (ds-sub) to bl-value
         write bundle-rec from banner-line
             after advancing 1 line
         write bundle-rec from banner-stars
             after advancing 1 line
         add 8 to total-written
         add 1 to bundle-reports
         move spaces to report-path
         string file-prefix delimited by space
             ds-report (ds-sub) delimited by space
             into report-path
         open input report-in-file
         if report-in-status not = "00"
           exit paragraph
         end-if
      *  the report itself starts on the page after its banner.
         move zero to report-records
         move zero to eof
         perform until eof = 1
           read report-in-file
             at end
               move 1 to eof
             not at end
               add 1 to report-records
               if report-records = 1
                 write bundle-rec from report-in-rec
                     after advancing page
               else
                 write bundle-rec from report-in-rec
                     after advancing 1 line
               end-if
               add 1 to bundle-records
               add 1 to total-written
           end-read
         end-perform
         close report-in-file.

       800-finish.
         move total-produced to mt-produced
         write manifest-rec from manifest-total-1
             after advancing 2 lines
         move total-flagged to mt-flagged
         write manifest-rec from manifest-total-2 after advancing 1 line
         if total-flagged > zero
           move 4 to return-code
         end-if
         display "REPORT DISTRIBUTION - PRODUCED " total-produced
             " FLAGGED " total-flagged.

       600-write-ops-start.
         open extend ops-log-file
         if ops-log-status = "35"
           close ops-log-file
           open output ops-log-file
         end-if
         move spaces to ops-log-rec
         move "report-distribution" to ops-program-id
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
         move "report-distribution" to ops-program-id
         move "E" to ops-event
         accept ops-date from date yyyymmdd
         accept ops-time-work from time
         compute ops-time = ops-time-work / 100
         move total-read to ops-records-read
         move total-written to ops-records-written
         move total-flagged to ops-exceptions
         move return-code to ops-return-code
         write ops-log-rec
         close ops-log-file.

       900-close.
         close manifest-file.
      ******************************************************************
