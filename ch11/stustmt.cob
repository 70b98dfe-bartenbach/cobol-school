      ******************************************************************
       identification division.
         program-id. student-statements.
      *  author: blake bartenbach
      *  function: reads the student account ledger and prints a
      *            billing statement for every student who owes money,
      *            is owed money, or had activity in the last month.
      *            payments and credits are applied to the oldest
      *            charges first and what remains open is aged - the
      *            aged receivables report lists every open account by
      *            school with a total for each school and the run.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select ledger-file assign to "/home/proxa/doc/cob/c1104-ledger"
       organization is indexed
       access mode is sequential
       record key is led-key
       file status is ledger-status.
       select statement-file assign to
                                "/home/proxa/doc/cob/c1104-stmt"
       organization is line sequential.
       select aging-work-file assign to
                                "/home/proxa/doc/cob/c1104-agework"
       organization is line sequential.
       select sort-work assign to "SORTWORK".
       select sorted-aging-file assign to
                                "/home/proxa/doc/cob/c1104-agesrt"
       organization is line sequential.
       select aging-report-file assign to
                                "/home/proxa/doc/cob/c1104-aging"
       organization is line sequential.
       select rundate-file assign to "/home/proxa/doc/cob/rundate"
       organization is line sequential
       file status is rundate-status.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd ledger-file.
       01  ledger-rec.
           copy "stuledg.cpy".
       fd statement-file.
       01  statement-rec            pic x(80).
       fd aging-work-file.
       01  aging-work-rec.
           05  aw-school-code       pic x(1).
           05  aw-stu-no            pic 9(7).
           05  aw-name              pic x(21).
           05  aw-current           pic s9(7)v99 sign leading separate.
           05  aw-31-60             pic s9(7)v99 sign leading separate.
           05  aw-61-90             pic s9(7)v99 sign leading separate.
           05  aw-over-90           pic s9(7)v99 sign leading separate.
           05  aw-balance           pic s9(7)v99 sign leading separate.
       sd sort-work.
       01  sort-rec.
           05  srt-school-code      pic x(1).
           05  srt-stu-no           pic 9(7).
           05  filler               pic x(71).
       fd sorted-aging-file.
       01  sorted-aging-rec.
           05  sa-school-code       pic x(1).
           05  sa-stu-no            pic 9(7).
           05  sa-name              pic x(21).
           05  sa-current           pic s9(7)v99 sign leading separate.
           05  sa-31-60             pic s9(7)v99 sign leading separate.
           05  sa-61-90             pic s9(7)v99 sign leading separate.
           05  sa-over-90           pic s9(7)v99 sign leading separate.
           05  sa-balance           pic s9(7)v99 sign leading separate.
       fd aging-report-file.
       01  aging-report-rec         pic x(96).
       fd rundate-file.
       01  rundate-rec.
           05  parm-date            pic 9(8).
           05  parm-date-x redefines parm-date pic x(8).
       working-storage section.
       01  ledger-eof               pic 9(1)  value zero.
       01  sorted-eof               pic 9(1)  value zero.
       01  ledger-status            pic xx    value spaces.
       01  rundate-status           pic xx    value spaces.
       01  run-date                 pic 9(8)  value zero.
       01  run-days                 pic 9(7)  value zero.
       01  age-days                 pic s9(7) value zero.
      *  a month of activity earns a statement even at a zero balance,
      *  so a student whose payment cleared the account sees it land.
       01  activity-window          pic 9(3)  value 31.
       01  current-stu-no           pic 9(7)  value zero.
       01  current-name             pic x(21) value spaces.
       01  current-school           pic x(1)  value space.
      *  one student's ledger is held whole - the statement needs the
      *  balance before it can decide to print, and the aging needs
      *  every payment before it can settle the oldest charge.
       01  entry-table.
           05  entry-item occurs 500 times.
              10 et-date            pic 9(8).
              10 et-type            pic x(1).
              10 et-desc            pic x(20).
              10 et-reference       pic x(10).
              10 et-amount          pic s9(7)v99.
       01  entry-count              pic 9(3)  value zero.
       01  entry-capacity           pic 9(3)  value 500.
       01  et-sub                   pic 9(3)  value zero.
       01  recent-activity          pic 9(1)  value zero.
       01  account-balance          pic s9(7)v99 value zero.
       01  running-balance          pic s9(7)v99 value zero.
       01  credit-pool              pic s9(7)v99 value zero.
       01  applied-amount           pic s9(7)v99 value zero.
       01  open-amount              pic s9(7)v99 value zero.
       01  age-current              pic s9(7)v99 value zero.
       01  age-31-60                pic s9(7)v99 value zero.
       01  age-61-90                pic s9(7)v99 value zero.
       01  age-over-90              pic s9(7)v99 value zero.
       01  school-name              pic x(12) value spaces.
       01  report-school            pic x(1)  value space.
       01  school-totals.
           05  sch-accounts         pic 9(6)  value zero.
           05  sch-current          pic s9(9)v99 value zero.
           05  sch-31-60            pic s9(9)v99 value zero.
           05  sch-61-90            pic s9(9)v99 value zero.
           05  sch-over-90          pic s9(9)v99 value zero.
           05  sch-balance          pic s9(9)v99 value zero.
       01  run-totals.
           05  run-accounts         pic 9(6)  value zero.
           05  run-current          pic s9(9)v99 value zero.
           05  run-31-60            pic s9(9)v99 value zero.
           05  run-61-90            pic s9(9)v99 value zero.
           05  run-over-90          pic s9(9)v99 value zero.
           05  run-balance          pic s9(9)v99 value zero.
       01  total-entries-read       pic 9(7)  value zero.
       01  total-students           pic 9(6)  value zero.
       01  total-statements         pic 9(6)  value zero.
       01  dc-date                  pic 9(8)  value zero.
       01  dc-date-parts redefines dc-date.
           05  dc-year              pic 9(4).
           05  dc-month             pic 9(2).
           05  dc-day               pic 9(2).
       01  dc-yp                    pic 9(4)  value zero.
       01  dc-mp                    pic 9(2)  value zero.
       01  dc-q4                    pic 9(4)  value zero.
       01  dc-q100                  pic 9(4)  value zero.
       01  dc-q400                  pic 9(4)  value zero.
       01  dc-mdays                 pic 9(4)  value zero.
       01  dc-days                  pic 9(7)  value zero.
       01  stmt-hdr-1.
           05  filler               pic x(34) value
               "STUDENT ACCOUNT STATEMENT - AS OF ".
           05  sh-date              pic 9(8).
       01  stmt-hdr-2.
           05  filler               pic x(12) value "STUDENT NO: ".
           05  sh-stu-no            pic 9(7).
           05  filler               pic x(3)  value spaces.
           05  sh-name              pic x(21).
           05  filler               pic x(3)  value spaces.
           05  sh-school            pic x(12).
       01  stmt-column-hdr.
           05  filler               pic x(41) value
               "DATE      DESCRIPTION           REFERENCE".
           05  filler               pic x(37) value
               "      CHARGES    CREDITS      BALANCE".
       01  stmt-line.
           05  sl-date              pic 9(8).
           05  filler               pic x(2)  value spaces.
           05  sl-desc              pic x(20).
           05  filler               pic x(2)  value spaces.
           05  sl-reference         pic x(10).
           05  filler               pic x(2)  value spaces.
           05  sl-charge            pic zzz,zz9.99.
           05  sl-charge-x redefines sl-charge pic x(10).
           05  filler               pic x(1)  value spaces.
           05  sl-credit            pic zzz,zz9.99.
           05  sl-credit-x redefines sl-credit pic x(10).
           05  filler               pic x(1)  value spaces.
           05  sl-balance           pic z,zzz,zz9.99-.
       01  stmt-balance-line.
           05  sb-label             pic x(20).
           05  filler               pic x(46) value spaces.
           05  sb-balance           pic z,zzz,zz9.99.
       01  stmt-aging-line.
           05  filler               pic x(9)  value "CURRENT ".
           05  sa-line-current      pic zzz,zz9.99.
           05  filler               pic x(9)  value "  31-60 ".
           05  sa-line-31-60        pic zzz,zz9.99.
           05  filler               pic x(9)  value "  61-90 ".
           05  sa-line-61-90        pic zzz,zz9.99.
           05  filler               pic x(10) value "  OVER 90 ".
           05  sa-line-over-90      pic zzz,zz9.99.
       01  aging-hdr.
           05  filler               pic x(35) value
               "AGED RECEIVABLES BY SCHOOL - AS OF ".
           05  ah-date              pic 9(8).
       01  aging-school-hdr.
           05  filler               pic x(8)  value "SCHOOL: ".
           05  ash-name             pic x(12).
       01  aging-column-hdr.
           05  filler               pic x(48) value
               "STU NO   NAME                       CURRENT     ".
           05  filler               pic x(47) value
               "   31-60        61-90      OVER 90      BALANCE".
       01  aging-line.
           05  al-stu-no            pic 9(7).
           05  filler               pic x(2)  value spaces.
           05  al-name              pic x(21).
           05  filler               pic x(1)  value spaces.
           05  al-current           pic z,zzz,zz9.99-.
           05  al-31-60             pic z,zzz,zz9.99-.
           05  al-61-90             pic z,zzz,zz9.99-.
           05  al-over-90           pic z,zzz,zz9.99-.
           05  al-balance           pic z,zzz,zz9.99-.
       01  aging-total-line.
           05  at-label             pic x(24).
           05  at-accounts          pic zzzzz9.
           05  filler               pic x(1)  value spaces.
           05  at-current           pic z,zzz,zz9.99-.
           05  at-31-60             pic z,zzz,zz9.99-.
           05  at-61-90             pic z,zzz,zz9.99-.
           05  at-over-90           pic z,zzz,zz9.99-.
           05  at-balance           pic z,zzz,zz9.99-.
      ******************************************************************

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         perform 200-read-ledger
         perform until ledger-eof = 1
           move led-stu-no to current-stu-no
           move zero to entry-count
           perform until ledger-eof = 1
               or led-stu-no not = current-stu-no
             perform 210-hold-entry
             perform 200-read-ledger
           end-perform
           perform 300-finish-student
         end-perform
         close ledger-file
         close aging-work-file
         close statement-file
      *  the ledger is in student number order - the report wants the
      *  open accounts grouped by school.
         sort sort-work
             on ascending key srt-school-code
             on ascending key srt-stu-no
             using aging-work-file
             giving sorted-aging-file
         perform 500-print-aging
         display "STATEMENTS - STUDENTS " total-students
             " STATEMENTS " total-statements
             " OPEN ACCOUNTS " run-accounts
         stop run.

       110-init.
      *  the run date is the statement date and the day the aging is
      *  counted from - the shared parameter file first, system date
      *  only as fallback.
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
         move run-date to dc-date
         perform 700-date-to-days
         move dc-days to run-days
         open input ledger-file
         if ledger-status not = "00"
           display "STUDENT LEDGER NOT AVAILABLE - STATUS "
               ledger-status
           move 16 to return-code
           stop run
         end-if
         open output statement-file
         open output aging-work-file.

       200-read-ledger.
         read ledger-file next record
           at end
             move 1 to ledger-eof
           not at end
             add 1 to total-entries-read
         end-read.

       210-hold-entry.
      *  a statement short of entries would be wrong in the student's
      *  favour or against it - better no run than that one.
         if entry-count not < entry-capacity
           display "LEDGER ENTRIES EXCEED TABLE - STUDENT "
               led-stu-no " - RUN REFUSED"
           move 16 to return-code
           stop run
         end-if
         add 1 to entry-count
         move led-date to et-date (entry-count)
         move led-type to et-type (entry-count)
         move led-desc to et-desc (entry-count)
         move led-reference to et-reference (entry-count)
         move led-amount to et-amount (entry-count)
      *  the latest entry carries the name and school as they stand.
         move led-name to current-name
         move led-school-code to current-school.

       300-finish-student.
         add 1 to total-students
         move zero to account-balance
         move zero to credit-pool
         move zero to recent-activity
         perform varying et-sub from 1 by 1
             until et-sub > entry-count
           add et-amount (et-sub) to account-balance
           if et-amount (et-sub) < zero
             subtract et-amount (et-sub) from credit-pool
           end-if
           move et-date (et-sub) to dc-date
           perform 700-date-to-days
           if dc-days + activity-window > run-days
             move 1 to recent-activity
           end-if
         end-perform
         perform 320-age-charges
         if account-balance not = zero or recent-activity = 1
           perform 400-print-statement
         end-if
         if account-balance not = zero
           perform 350-write-aging-work
         end-if.

       320-age-charges.
      *  payments and credits settle the oldest charges first - the
      *  table is in date order, so the first charges met are the
      *  first paid.  whatever stays open is aged from its own date.
         move zero to age-current
         move zero to age-31-60
         move zero to age-61-90
         move zero to age-over-90
         perform varying et-sub from 1 by 1
             until et-sub > entry-count
           if et-amount (et-sub) > zero
             if credit-pool > et-amount (et-sub)
               move et-amount (et-sub) to applied-amount
             else
               move credit-pool to applied-amount
             end-if
             subtract applied-amount from credit-pool
             compute open-amount = et-amount (et-sub)
                 - applied-amount
             if open-amount > zero
               perform 330-age-one-charge
             end-if
           end-if
         end-perform.

       330-age-one-charge.
         move et-date (et-sub) to dc-date
         perform 700-date-to-days
         compute age-days = run-days - dc-days
         evaluate true
           when age-days not > 30
             add open-amount to age-current
           when age-days not > 60
             add open-amount to age-31-60
           when age-days not > 90
             add open-amount to age-61-90
           when other
             add open-amount to age-over-90
         end-evaluate.

       350-write-aging-work.
      *  a credit balance has nothing to age - it goes on the report
      *  under its school with the balance alone.
         move spaces to aging-work-rec
         move current-school to aw-school-code
         move current-stu-no to aw-stu-no
         move current-name to aw-name
         move age-current to aw-current
         move age-31-60 to aw-31-60
         move age-61-90 to aw-61-90
         move age-over-90 to aw-over-90
         move account-balance to aw-balance
         write aging-work-rec.

       400-print-statement.
         add 1 to total-statements
         move current-school to report-school
         perform 720-school-name
         move run-date to sh-date
         write statement-rec from stmt-hdr-1 after advancing page
         move current-stu-no to sh-stu-no
         move current-name to sh-name
         move school-name to sh-school
         write statement-rec from stmt-hdr-2 after advancing 2 lines
         write statement-rec from stmt-column-hdr
             after advancing 2 lines
         move zero to running-balance
         perform varying et-sub from 1 by 1
             until et-sub > entry-count
           perform 410-print-entry
         end-perform
         move spaces to stmt-balance-line
         if account-balance < zero
           move "CREDIT BALANCE" to sb-label
           compute sb-balance = zero - account-balance
         else
           move "BALANCE DUE" to sb-label
           move account-balance to sb-balance
         end-if
         write statement-rec from stmt-balance-line
             after advancing 2 lines
         if account-balance > zero
           move age-current to sa-line-current
           move age-31-60 to sa-line-31-60
           move age-61-90 to sa-line-61-90
           move age-over-90 to sa-line-over-90
           write statement-rec from stmt-aging-line
               after advancing 1 line
         end-if.

       410-print-entry.
         move spaces to stmt-line
         move et-date (et-sub) to sl-date
         move et-desc (et-sub) to sl-desc
         move et-reference (et-sub) to sl-reference
         add et-amount (et-sub) to running-balance
         if et-amount (et-sub) < zero
           move spaces to sl-charge-x
           compute sl-credit = zero - et-amount (et-sub)
         else
           move et-amount (et-sub) to sl-charge
           move spaces to sl-credit-x
         end-if
         move running-balance to sl-balance
         write statement-rec from stmt-line after advancing 1 line.

       500-print-aging.
         open input sorted-aging-file
         open output aging-report-file
         move run-date to ah-date
         write aging-report-rec from aging-hdr
         perform 590-read-sorted
         perform until sorted-eof = 1
           move sa-school-code to report-school
           perform 510-start-school
           perform until sorted-eof = 1
               or sa-school-code not = report-school
             perform 520-print-account
             perform 590-read-sorted
           end-perform
           perform 530-school-total
         end-perform
         move spaces to aging-total-line
         move "ALL SCHOOLS" to at-label
         move run-accounts to at-accounts
         move run-current to at-current
         move run-31-60 to at-31-60
         move run-61-90 to at-61-90
         move run-over-90 to at-over-90
         move run-balance to at-balance
         write aging-report-rec from aging-total-line
             after advancing 3 lines
         close sorted-aging-file
         close aging-report-file.

       510-start-school.
         move zero to sch-accounts
         move zero to sch-current
         move zero to sch-31-60
         move zero to sch-61-90
         move zero to sch-over-90
         move zero to sch-balance
         perform 720-school-name
         move school-name to ash-name
         write aging-report-rec from aging-school-hdr
             after advancing 3 lines
         write aging-report-rec from aging-column-hdr
             after advancing 2 lines.

       520-print-account.
         move spaces to aging-line
         move sa-stu-no to al-stu-no
         move sa-name to al-name
         move sa-current to al-current
         move sa-31-60 to al-31-60
         move sa-61-90 to al-61-90
         move sa-over-90 to al-over-90
         move sa-balance to al-balance
         write aging-report-rec from aging-line
             after advancing 1 line
         add 1 to sch-accounts
         add sa-current to sch-current
         add sa-31-60 to sch-31-60
         add sa-61-90 to sch-61-90
         add sa-over-90 to sch-over-90
         add sa-balance to sch-balance.

       530-school-total.
         move spaces to aging-total-line
         move "SCHOOL TOTAL" to at-label
         move sch-accounts to at-accounts
         move sch-current to at-current
         move sch-31-60 to at-31-60
         move sch-61-90 to at-61-90
         move sch-over-90 to at-over-90
         move sch-balance to at-balance
         write aging-report-rec from aging-total-line
             after advancing 2 lines
         add sch-accounts to run-accounts
         add sch-current to run-current
         add sch-31-60 to run-31-60
         add sch-61-90 to run-61-90
         add sch-over-90 to run-over-90
         add sch-balance to run-balance.

       590-read-sorted.
         read sorted-aging-file
           at end
             move 1 to sorted-eof
         end-read.

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

       720-school-name.
         evaluate report-school
           when "1"      move "BUSINESS"      to school-name
           when "2"      move "LIBERAL ARTS"  to school-name
           when "3"      move "ENGINEERING"   to school-name
           when "4"      move "CONT ED"       to school-name
           when other    move "UNKNOWN"       to school-name
         end-evaluate.
      ******************************************************************
