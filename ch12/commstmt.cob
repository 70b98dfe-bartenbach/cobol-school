      ******************************************************************
       identification division.
       program-id. commission-statements.
      * author: blake bartenbach
      * function: prints a commission statement for every salesperson
      *           chapter-twelve paid or charged this period - each
      *           sale and return that counted, late returns and the
      *           prior-period clawbacks they caused, the rate tier
      *           reached, quota attainment, the draw settlement for
      *           a salesperson on a draw, sales incentives earned and
      *           reversed, and the amount written to the commission
      *           file.  each territory manager gets an
      *           override statement listing the salespeople and net
      *           sales the override was figured on.
      ******************************************************************

      ******************************************************************
       environment division.
       input-output section.
       file-control.
       select stmt-data-file assign to
                               "/home/proxa/doc/cob/c1201-stmdata"
       organization is line sequential
       file status is stmt-data-status.
       select sort-work assign to "SORTWORK".
       select statement-file assign to
                               "/home/proxa/doc/cob/c1201-cstmt"
       organization is line sequential.
      ******************************************************************

      ******************************************************************
       data division.
       file section.
       fd stmt-data-file.
       01  stmt-data-rec                      pic x(144).

       sd sort-work.
       01  sort-rec.
           05  srt-stmt-kind                  pic x(1).
           05  srt-payee                      pic x(5).
           05  srt-territory                  pic x(2).
           05  srt-rec-type                   pic x(1).
           05  srt-seq                        pic 9(5).
           05  filler                         pic x(130).

       fd statement-file.
       01  statement-line                     pic x(80).

       working-storage section.
       01  eof                                pic 9(1)   value zero.
       01  stmt-data-status                   pic xx     value spaces.
       01  statement-data.
           copy "commstmt.cpy".
       01  group-key.
           05  gk-stmt-kind                   pic x(1).
           05  gk-payee                       pic x(5).
           05  gk-territory                   pic x(2).
       01  prev-group-key                     pic x(8)   value spaces.
       01  group-open                         pic 9(1)   value zero.
       01  group-kind                         pic x(1)   value space.
       01  summary-seen                       pic 9(1)   value zero.
       01  clawback-hdr-done                  pic 9(1)   value zero.
       01  total-clawback                     pic s9(6)v99 value zero.
       01  incentive-hdr-done                 pic 9(1)   value zero.
       01  total-incentive                    pic s9(6)v99 value zero.
       01  net-to-payroll                     pic s9(6)v99 value zero.
       01  rate-pct                           pic 99     value zero.
       01  sum-hold.
           05  sh-gross                       pic s9(7)v99.
           05  sh-returns                     pic s9(7)v99.
           05  sh-net                         pic s9(7)v99.
           05  sh-threshold                   pic 9(4)v99.
           05  sh-rate-low                    pic v99.
           05  sh-rate-high                   pic v99.
           05  sh-tier                        pic x(1).
           05  sh-commission                  pic s9(5)v99.
           05  sh-has-quota                   pic 9(1).
           05  sh-quota                       pic 9(6)v99.
           05  sh-attainment                  pic s9(4)v9.
           05  sh-comm-base                   pic s9(7)v99.
           05  sh-split                       pic s9(7)v99.
       01  split-desc.
           05  split-desc-type                pic x(10)  value spaces.
           05  filler                         pic x(1)   value spaces.
           05  split-desc-pct                 pic z9.
           05  filler                         pic x(5)   value "% W/ ".
           05  split-desc-with                pic 9(2).
       01  draw-seen                          pic 9(1)   value zero.
       01  draw-hold.
           05  dh-monthly                     pic 9(4)v99.
           05  dh-recoverable                 pic x(1).
           05  dh-status                      pic x(1).
           05  dh-end-date                    pic 9(8).
           05  dh-advanced                    pic 9(4)v99.
           05  dh-recovered                   pic 9(4)v99.
           05  dh-paid                        pic 9(4)v99.
           05  dh-bal-before                  pic 9(6)v99.
           05  dh-bal-after                   pic 9(6)v99.
       01  override-hold.
           05  oh-sales                       pic s9(7)v99.
           05  oh-rate                        pic v999.
           05  oh-amount                      pic 9(6)v99.
           05  oh-capped                      pic x(1).
       01  total-sales-stmts                  pic 9(5)   value zero.
       01  total-mgr-stmts                    pic 9(5)   value zero.
       01  title-line.
           05  title-text                     pic x(40).
           05  filler                         pic x(8)   value
               "PERIOD".
           05  title-period                   pic 9(8).
       01  sales-hdr-line.
           05  filler                         pic x(13)  value
               "SALESPERSON".
           05  shl-no                         pic 9(2).
           05  filler                         pic x(2)   value spaces.
           05  shl-name                       pic x(20).
           05  filler                         pic x(2)   value spaces.
           05  filler                         pic x(12)  value
               "PAYROLL ID".
           05  shl-payee                      pic x(5).
           05  filler                         pic x(4)   value spaces.
           05  filler                         pic x(10)  value
               "TERRITORY".
           05  shl-territory                  pic x(2).
       01  mgr-hdr-line.
           05  filler                         pic x(19)  value
               "MANAGER PAYROLL ID".
           05  mhl-payee                      pic x(5).
           05  filler                         pic x(4)   value spaces.
           05  filler                         pic x(10)  value
               "TERRITORY".
           05  mhl-territory                  pic x(2).
       01  detail-hdr-line.
           05  filler                         pic x(33)  value
               "INVOICE  DATE      LN  CUSTOMER".
           05  filler                         pic x(35)  value
               "TRANSACTION                  AMOUNT".
       01  detail-line.
           05  det-invoice-no                 pic x(6).
           05  filler                         pic x(3)   value spaces.
           05  det-date                       pic 9(8).
           05  filler                         pic x(2)   value spaces.
           05  det-product-line               pic x(2).
           05  filler                         pic x(2)   value spaces.
           05  det-customer-no                pic x(6).
           05  filler                         pic x(4)   value spaces.
           05  det-desc                       pic x(22).
           05  det-amount                     pic z,zzz,zz9.99-.
       01  clawback-title                     pic x(40)  value
           "PRIOR PERIOD CLAWBACKS".
       01  incentive-title                    pic x(40)  value
           "SALES INCENTIVES".
       01  clawback-hdr-line.
           05  filler                         pic x(33)  value
               "PERIOD        RETURNED   COMM WAS".
           05  filler                         pic x(25)  value
               "    COMM NOW     CLAWBACK".
       01  clawback-line.
           05  cbl-period                     pic 9(8).
           05  filler                         pic x(2)   value spaces.
           05  cbl-returns                    pic z,zzz,zz9.99.
           05  filler                         pic x(1)   value spaces.
           05  cbl-old-comm                   pic zz,zz9.99-.
           05  filler                         pic x(2)   value spaces.
           05  cbl-new-comm                   pic zz,zz9.99-.
           05  filler                         pic x(3)   value spaces.
           05  cbl-amount                     pic zz,zz9.99-.
       01  summary-line.
           05  sml-label                      pic x(40).
           05  sml-amount                     pic z,zzz,zz9.99-.
           05  filler                         pic x(2)   value spaces.
           05  sml-note                       pic x(25).
       01  tier-line.
           05  filler                         pic x(12)  value
               "RATE TIERS:".
           05  tl-low-pct                     pic z9.
           05  filler                         pic x(12)  value
               "% ON FIRST".
           05  tl-threshold                   pic z,zz9.99.
           05  filler                         pic x(2)   value ", ".
           05  tl-high-pct                    pic z9.
           05  filler                         pic x(7)   value
               "% ABOVE".
       01  drawend-note.
           05  filler                         pic x(6)   value
               "ENDED ".
           05  dn-end-date                    pic 9(8).
           05  filler                         pic x(11)  value
               " - NO DRAW".
       01  rep-hdr-line.
           05  filler                         pic x(40)  value
               "NO  SALESPERSON              NET SALES".
       01  rep-line.
           05  rpl-no                         pic 9(2).
           05  filler                         pic x(2)   value spaces.
           05  rpl-name                       pic x(20).
           05  filler                         pic x(2)   value spaces.
           05  rpl-sales                      pic z,zzz,zz9.99-.

      ******************************************************************
       procedure division.
       100-main.
         perform 110-init
         sort sort-work
             on descending key srt-stmt-kind
             on ascending key srt-payee srt-territory srt-rec-type
                 srt-seq
             using stmt-data-file
             output procedure is 200-print-statements
         perform 999-close
         display "COMMISSION STATEMENTS - SALESPERSON "
             total-sales-stmts " MANAGER " total-mgr-stmts
         stop run.

       110-init.
      *  no statement data means chapter-twelve has not run for the
      *  period - there is nothing to print from.
         open input stmt-data-file
         if stmt-data-status not = "00"
           display "STATEMENT DATA FILE NOT AVAILABLE - STATUS "
               stmt-data-status
           move 16 to return-code
           stop run
         end-if
         close stmt-data-file
         open output statement-file.

       200-print-statements.
         perform until eof = 1
           return sort-work into statement-data
             at end
               move 1 to eof
             not at end
               perform 210-print-record
           end-return
         end-perform
         if group-open = 1
           perform 300-finish-statement
         end-if.

       210-print-record.
         move cs-stmt-kind to gk-stmt-kind
         move cs-payee to gk-payee
         move cs-territory to gk-territory
         if group-key not = prev-group-key
           if group-open = 1
             perform 300-finish-statement
           end-if
           perform 220-start-statement
         end-if
         evaluate cs-rec-type
           when "A"
             move "SALE" to det-desc
             if cs-split-with > zero
               move "SPLIT SALE" to split-desc-type
               perform 225-build-split-desc
             end-if
             perform 230-print-detail
           when "B"
             move "RETURN" to det-desc
             if cs-split-with > zero
               move "SPLIT RTN" to split-desc-type
               perform 225-build-split-desc
             end-if
             perform 230-print-detail
           when "C"
             move spaces to det-desc
             string "LATE RTN PD " delimited by size
                 cs-orig-period delimited by size
                 into det-desc
             end-string
             perform 230-print-detail
           when "D"
             perform 240-print-clawback
           when "E"
             move 1 to draw-seen
             perform 280-hold-draw
           when "F"
             perform 245-print-incentive
           when "R"
             perform 250-print-rep
           when "T"
             move 1 to summary-seen
             if group-kind = "S"
               perform 260-hold-summary
             else
               perform 270-hold-override
             end-if
         end-evaluate.

       220-start-statement.
         move group-key to prev-group-key
         move 1 to group-open
         move cs-stmt-kind to group-kind
         move zero to summary-seen
         move zero to draw-seen
         move zero to clawback-hdr-done
         move zero to total-clawback
         move zero to incentive-hdr-done
         move zero to total-incentive
         move spaces to statement-line
         move cs-period to title-period
         if cs-stmt-kind = "S"
           add 1 to total-sales-stmts
           move "SALESPERSON COMMISSION STATEMENT" to title-text
           write statement-line from title-line
               after advancing page
           move cs-salesperson-no to shl-no
           move cs-name to shl-name
           move cs-payee to shl-payee
           move cs-territory to shl-territory
           write statement-line from sales-hdr-line
               after advancing 2 lines
           write statement-line from detail-hdr-line
               after advancing 2 lines
         else
           add 1 to total-mgr-stmts
           move "TERRITORY OVERRIDE STATEMENT" to title-text
           write statement-line from title-line
               after advancing page
           move cs-payee to mhl-payee
           move cs-territory to mhl-territory
           write statement-line from mgr-hdr-line
               after advancing 2 lines
           write statement-line from rep-hdr-line
               after advancing 2 lines
         end-if.

       225-build-split-desc.
      *  a split shows the payee's own percent and who shared it.
         move cs-split-pct to split-desc-pct
         move cs-split-with to split-desc-with
         move split-desc to det-desc.

       230-print-detail.
         move cs-invoice-no to det-invoice-no
         move cs-sale-date to det-date
         move cs-product-line to det-product-line
         move cs-customer-no to det-customer-no
         move cs-amount to det-amount
         write statement-line from detail-line
             after advancing 1 line.

       240-print-clawback.
      *  late returns reopen a closed period - the commission it paid
      *  is refigured and the difference comes back this period.
         if clawback-hdr-done = zero
           move 1 to clawback-hdr-done
           write statement-line from clawback-title
               after advancing 2 lines
           write statement-line from clawback-hdr-line
               after advancing 1 line
         end-if
         move cs-cb-period to cbl-period
         move cs-cb-returns to cbl-returns
         move cs-cb-old-comm to cbl-old-comm
         move cs-cb-new-comm to cbl-new-comm
         move cs-cb-amount to cbl-amount
         add cs-cb-amount to total-clawback
         write statement-line from clawback-line
             after advancing 1 line.

       245-print-incentive.
      *  incentives are paid as their own earnings type, so they are
      *  listed apart from the sales the commission was figured on.
         if incentive-hdr-done = zero
           move 1 to incentive-hdr-done
           write statement-line from incentive-title
               after advancing 2 lines
           write statement-line from detail-hdr-line
               after advancing 1 line
         end-if
         move spaces to det-desc
         if cs-amount < zero
           string "SPIFF RTN " delimited by size
               cs-program-id delimited by size
               into det-desc
           end-string
         else
           string "SPIFF " delimited by size
               cs-program-id delimited by size
               into det-desc
           end-string
         end-if
         add cs-amount to total-incentive
         perform 230-print-detail.

       250-print-rep.
         move cs-salesperson-no to rpl-no
         move cs-name to rpl-name
         move cs-ov-sales to rpl-sales
         write statement-line from rep-line
             after advancing 1 line.

       260-hold-summary.
         move cs-sum-gross to sh-gross
         move cs-sum-returns to sh-returns
         move cs-sum-net to sh-net
         move cs-sum-threshold to sh-threshold
         move cs-sum-rate-low to sh-rate-low
         move cs-sum-rate-high to sh-rate-high
         move cs-sum-tier to sh-tier
         move cs-sum-commission to sh-commission
         move cs-sum-has-quota to sh-has-quota
         move cs-sum-quota to sh-quota
         move cs-sum-attainment to sh-attainment
         move cs-sum-comm-base to sh-comm-base
         move cs-sum-split to sh-split.

       270-hold-override.
         move cs-ov-sales to oh-sales
         move cs-ov-rate to oh-rate
         move cs-ov-amount to oh-amount
         move cs-ov-capped to oh-capped.

       280-hold-draw.
         move cs-drw-monthly to dh-monthly
         move cs-drw-recoverable to dh-recoverable
         move cs-drw-status to dh-status
         move cs-drw-end-date to dh-end-date
         move cs-drw-advanced to dh-advanced
         move cs-drw-recovered to dh-recovered
         move cs-drw-paid to dh-paid
         move cs-drw-bal-before to dh-bal-before
         move cs-drw-bal-after to dh-bal-after.

       300-finish-statement.
      *  a statement ends when the next payee's first record is read,
      *  so its summary prints from the figures held off its own.
         if group-kind = "S"
           perform 310-print-sales-summary
         else
           perform 320-print-override-summary
         end-if
         move zero to group-open.

       310-print-sales-summary.
      *  a salesperson with only late returns this period has no
      *  summary record - nothing was earned, only recovered.
         if summary-seen = zero
           move zero to sh-gross
           move zero to sh-returns
           move zero to sh-net
           move zero to sh-commission
           move zero to sh-has-quota
           move zero to sh-comm-base
           move zero to sh-split
         end-if
         move spaces to summary-line
         move "GROSS SALES" to sml-label
         move sh-gross to sml-amount
         write statement-line from summary-line
             after advancing 2 lines
         move spaces to summary-line
         move "RETURNS" to sml-label
         move sh-returns to sml-amount
         write statement-line from summary-line
             after advancing 1 line
         move spaces to summary-line
         move "NET SALES" to sml-label
         move sh-net to sml-amount
         if summary-seen = zero
           move "NO SALES THIS PERIOD" to sml-note
         end-if
         write statement-line from summary-line
             after advancing 1 line
         if sh-split not = zero
           move spaces to summary-line
           move "NET SALES FROM SPLIT CREDIT" to sml-label
           move sh-split to sml-amount
           write statement-line from summary-line
               after advancing 1 line
         end-if
      *  lines paid on margin make the base the tiers apply to differ
      *  from net sales - show it when they do.
         if sh-comm-base not = sh-net
           move spaces to summary-line
           move "COMMISSION BASE" to sml-label
           move sh-comm-base to sml-amount
           move "MARGIN LINES AT MARGIN" to sml-note
           write statement-line from summary-line
               after advancing 1 line
         end-if
         if summary-seen = 1
           compute rate-pct = sh-rate-low * 100
           move rate-pct to tl-low-pct
           move sh-threshold to tl-threshold
           compute rate-pct = sh-rate-high * 100
           move rate-pct to tl-high-pct
           write statement-line from tier-line
               after advancing 2 lines
           move spaces to summary-line
           move "TIER REACHED" to sml-label
           evaluate true
             when sh-comm-base not > zero
               move "NONE - NO NET SALES" to sml-note
             when sh-tier = "2"
               move "HIGH - OVER THRESHOLD" to sml-note
             when other
               move "BASE - NOT OVER THRESHOLD" to sml-note
           end-evaluate
           write statement-line from summary-line
               after advancing 1 line
           move spaces to summary-line
           move "QUOTA" to sml-label
           if sh-has-quota = 1
             move sh-quota to sml-amount
             write statement-line from summary-line
                 after advancing 1 line
             move spaces to summary-line
             move "QUOTA ATTAINMENT PERCENT" to sml-label
             move sh-attainment to sml-amount
             if sh-attainment >= 100
               move "OVER QUOTA" to sml-note
             else
               move "UNDER QUOTA" to sml-note
             end-if
           else
             move "NO QUOTA" to sml-note
           end-if
           write statement-line from summary-line
               after advancing 1 line
         end-if
         move spaces to summary-line
         move "COMMISSION THIS PERIOD" to sml-label
         move sh-commission to sml-amount
         write statement-line from summary-line
             after advancing 2 lines
         if draw-seen = 1
           perform 315-print-draw
         end-if
         if incentive-hdr-done = 1
           move spaces to summary-line
           move "SALES INCENTIVES" to sml-label
           move total-incentive to sml-amount
           move "SEPARATE EARNINGS TYPE" to sml-note
           write statement-line from summary-line
               after advancing 1 line
         end-if
         move spaces to summary-line
         move "PRIOR PERIOD CLAWBACKS" to sml-label
         compute sml-amount = zero - total-clawback
         write statement-line from summary-line
             after advancing 1 line
      *  the commission file carries the commission and each
      *  clawback as separate rows - payroll nets them on the check.
      *  on a draw the row written is the draw settlement's.
         if draw-seen = 1
           compute net-to-payroll = dh-paid - total-clawback
               + total-incentive
         else
           compute net-to-payroll = sh-commission - total-clawback
               + total-incentive
         end-if
         move spaces to summary-line
         move "NET WRITTEN TO COMMISSION FILE" to sml-label
         move net-to-payroll to sml-amount
         write statement-line from summary-line
             after advancing 1 line.

       315-print-draw.
      *  the draw tops commission up to the guarantee - on a
      *  recoverable draw the top-up is owed back out of later
      *  commission, and what was taken back shows here too.
         move spaces to summary-line
         move "MONTHLY DRAW" to sml-label
         move dh-monthly to sml-amount
         evaluate dh-status
           when "E"
             move dh-end-date to dn-end-date
             move drawend-note to sml-note
           when "I"
             move "INACTIVE - NO DRAW PAID" to sml-note
           when other
             if dh-recoverable = "Y"
               move "RECOVERABLE" to sml-note
             else
               move "NON-RECOVERABLE" to sml-note
             end-if
         end-evaluate
         write statement-line from summary-line
             after advancing 1 line
         if dh-advanced > zero
           move spaces to summary-line
           move "DRAW PAID OVER COMMISSION" to sml-label
           move dh-advanced to sml-amount
           write statement-line from summary-line
               after advancing 1 line
         end-if
         if dh-recovered > zero
           move spaces to summary-line
           move "PRIOR DRAW RECOVERED" to sml-label
           compute sml-amount = zero - dh-recovered
           write statement-line from summary-line
               after advancing 1 line
         end-if
         move spaces to summary-line
         move "PAID AFTER DRAW SETTLEMENT" to sml-label
         move dh-paid to sml-amount
         write statement-line from summary-line
             after advancing 1 line
         if dh-bal-before > zero or dh-bal-after > zero
           move spaces to summary-line
           move "UNRECOVERED DRAW - START OF PERIOD" to sml-label
           move dh-bal-before to sml-amount
           write statement-line from summary-line
               after advancing 1 line
           move spaces to summary-line
           move "UNRECOVERED DRAW - CARRIED FORWARD" to sml-label
           move dh-bal-after to sml-amount
           write statement-line from summary-line
               after advancing 1 line
         end-if.

       320-print-override-summary.
         if summary-seen = zero
           exit paragraph
         end-if
         move spaces to summary-line
         move "TERRITORY NET SALES" to sml-label
         move oh-sales to sml-amount
         write statement-line from summary-line
             after advancing 2 lines
         move spaces to summary-line
         move "OVERRIDE RATE PERCENT" to sml-label
         compute sml-amount = oh-rate * 100
         write statement-line from summary-line
             after advancing 1 line
         move spaces to summary-line
         move "OVERRIDE WRITTEN TO COMMISSION FILE" to sml-label
         move oh-amount to sml-amount
         if oh-capped = "Y"
           move "HELD TO 9,999.99 LIMIT" to sml-note
         end-if
         if oh-sales not > zero
           move "NO NET SALES - NONE PAID" to sml-note
         end-if
         write statement-line from summary-line
             after advancing 1 line.

       999-close.
         close statement-file.
      ******************************************************************
