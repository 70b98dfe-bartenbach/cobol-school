       access mode is random
       record key is inv-no
       file status is invoice-status.
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
       select product-master assign to
                               "/home/proxa/doc/cob/c1201-prod"
       organization is line sequential
       file status is product-master-status.
       select margin-parm-file assign to
                               "/home/proxa/doc/cob/c1201-mgnparm"
       organization is line sequential
       file status is margin-parm-status.
       select statement-data-file assign to
                               "/home/proxa/doc/cob/c1201-stmdata"
       organization is line sequential.
       select incentive-file assign to
                               "/home/proxa/doc/cob/c1201-spiff"
       organization is line sequential
       file status is incentive-file-status.
       select draw-file assign to
                               "/home/proxa/doc/cob/c1201-draw"
       organization is line sequential
       file status is draw-file-status.
      ******************************************************************

      ******************************************************************
           05  invoice-no                     pic x(6).
           05  product-line                   pic x(2).
           05  trans-type                     pic x(1).
           05  customer-no                    pic x(6).
      *    a sale worked by two - the second salesperson and the
      *    percent of it credited to them.  blank is a solo sale.
           05  split-salesperson-no           pic 9(2).
           05  split-salesperson-no-x redefines split-salesperson-no
                                              pic x(2).
           05  split-pct                      pic 9(2).
           05  split-pct-x redefines split-pct pic x(2).
       01  batch-control-rec.
           05  ctl-type                       pic x(1).
           05  ctl-rest                       pic x(53).
       01  batch-header-rec.
           05  hdr-type                       pic x(1).
           05  hdr-batch-id                   pic x(8).
           05  comm-period                    pic 9(8).
           05  comm-amount                    pic s9(4)v99
                                              sign leading separate.
      *    "C" commission, "I" sales incentive - payroll reads a blank
      *    on a row written before incentives as commission
           05  comm-earn-type                 pic x(1).

       fd salesperson-master.
       01  master-rec.
           05  inv-amount                     pic 9(5)v99.
           05  inv-period                     pic 9(8).
           05  inv-returned                   pic 9(5)v99.
      *    zero on a solo sale - returns are charged back in the
      *    proportions the sale was credited
           05  inv-split-salesperson-no       pic 9(2).
           05  inv-split-pct                  pic 9(2).

       fd customer-master.
       01  customer-rec.
           copy "custmst.cpy".

       fd receivable-file.
       01  receivable-rec.
           copy "aropen.cpy".

       fd product-master.
       01  product-master-rec.
           05  prd-code                       pic x(2).
           05  prd-desc                       pic x(20).
      *    standard cost as a percent of the selling price
           05  prd-cost-pct                   pic 9(2)v9.
           05  prd-active                     pic x(1).

      *  one product line per record - the lines whose commission is
      *  figured on gross margin instead of revenue.
       fd margin-parm-file.
       01  margin-parm-rec.
           05  mgp-product-line               pic x(2).

       fd statement-data-file.
       01  statement-data-rec.
           copy "commstmt.cpy".

      *  one sales incentive program per record - an extra percent
      *  of the sale ("R") or a flat amount per sale ("F") on one
      *  product line for sales dated inside the window.
       fd incentive-file.
       01  incentive-rec.
           05  spf-program-id                 pic x(6).
           05  spf-product-line               pic x(2).
           05  spf-start-date                 pic 9(8).
           05  spf-end-date                   pic 9(8).
           05  spf-kind                       pic x(1).
           05  spf-value                      pic 9(3)v99.

       fd draw-file.
       01  draw-rec.
           copy "drawagr.cpy".

       working-storage section.
       01  eof                                 pic 9(1)     value zero.
           05  gross-sales   occurs 50 times   pic 9(5)v99  value zero.
           05  returns-amt   occurs 50 times   pic 9(5)v99  value zero.
           05  commission-earned occurs 50 times pic 9(4)v99 value zero.
           05  margin-amt    occurs 50 times   pic s9(5)v99 value zero.
           05  comm-base     occurs 50 times   pic s9(5)v99 value zero.
           05  split-sales   occurs 50 times   pic s9(5)v99 value zero.
           05  incentive-amt occurs 50 times   pic s9(5)v99 value zero.
       01  master-table.
           05  master-entry occurs 50 times.
               10  master-name                pic x(20).
               10  pl-code                     pic x(2).
               10  pl-total                    pic s9(6)v99.
               10  pl-count                    pic 9(4).
               10  pl-desc                     pic x(20).
               10  pl-cost-pct                 pic 9(2)v9.
               10  pl-active                   pic x(1).
               10  pl-margin-basis             pic x(1).
               10  pl-margin                   pic s9(6)v99.
       01  product-line-count                  pic 9(2)   value zero.
       01  product-line-capacity               pic 9(2)   value 20.
       01  pl-sub                              pic 9(2)   value zero.
       01  pl-found-sub                        pic 9(2)   value zero.
       01  product-hdr                         pic x(49)  value
           "           SALES AND GROSS MARGIN BY PRODUCT LINE".
       01  product-col-hdr.
           05  filler                          pic x(28)  value
               "  LN  DESCRIPTION".
           05  filler                          pic x(39)  value
               "   NET SALES  GROSS MARGIN  MGN%  TRANS".
           05  filler                          pic x(6)   value
               " BASIS".
       01  product-line-out.
           05  filler                          pic x(2)   value spaces.
           05  plo-code                        pic x(2).
           05  filler                          pic x(2)   value spaces.
           05  plo-desc                        pic x(20).
           05  filler                          pic x(2)   value spaces.
           05  plo-total                       pic $zzz,zzz.99-.
           05  filler                          pic x(2)   value spaces.
           05  plo-margin                      pic $zzz,zzz.99-.
           05  filler                          pic x(1)   value spaces.
           05  plo-margin-pct                  pic zz9.9-.
           05  filler                          pic x(2)   value spaces.
           05  plo-count                       pic zzz9.
           05  filler                          pic x(1)   value spaces.
           05  plo-basis                       pic x(6).
       01  product-master-status               pic xx     value spaces.
       01  product-master-eof                  pic 9(1)   value zero.
       01  margin-parm-status                  pic xx     value spaces.
       01  margin-parm-eof                     pic 9(1)   value zero.
       01  product-valid                       pic 9(1)   value zero.
       01  sale-margin                         pic s9(5)v99 value zero.
       01  comm-basis-amt                      pic s9(5)v99 value zero.
       01  margin-pct                          pic s9(3)v9 value zero.
       01  margin-hdr                          pic x(40)  value
           "           GROSS MARGIN BY SALESPERSON".
       01  margin-col-hdr.
           05  filler                          pic x(6)   value spaces.
           05  filler                          pic x(40)  value
               "NO    NET SALES        COST GROSS MARGIN".
           05  filler                          pic x(23)  value
               "   MGN% COMMISSION BASE".
       01  margin-line.
           05  filler                          pic x(6)   value spaces.
           05  mgl-no                          pic 9(2).
           05  filler                          pic x(2)   value spaces.
           05  mgl-sales                       pic $zz,zzz.99-.
           05  filler                          pic x(1)   value spaces.
           05  mgl-cost                        pic $zz,zzz.99-.
           05  filler                          pic x(2)   value spaces.
           05  mgl-margin                      pic $zz,zzz.99-.
           05  filler                          pic x(1)   value spaces.
           05  mgl-margin-pct                  pic zz9.9-.
           05  filler                          pic x(5)   value spaces.
           05  mgl-comm-base                   pic $zz,zzz.99-.
       01  invoice-status                      pic xx     value spaces.
       01  commission-status                   pic xx     value spaces.
       01  return-valid                        pic 9(1)     value zero.
               10  lr-period                  pic 9(8).
               10  lr-salesperson-no          pic 9(2).
               10  lr-amount                  pic 9(5)v99.
               10  lr-base                    pic 9(5)v99.
       01  late-return-count                   pic 9(3)     value zero.
       01  late-return-capacity                pic 9(3)     value 100.
       01  lr-sub                              pic 9(3)     value zero.
       01  commission-threshold           pic 9(4)v99  value 1000.
       01  commission-rate-low                 pic v99      value .10.
       01  commission-rate-high                pic v99      value .15.
       01  customer-status                     pic xx     value spaces.
       01  receivable-status                   pic xx     value spaces.
       01  receivable-eof                      pic 9(1)     value zero.
       01  customer-valid                      pic 9(1)     value zero.
       01  customer-open-bal                   pic s9(8)v99 value zero.
       01  customer-oldest-due                 pic s9(5)    value zero.
       01  item-open                           pic s9(7)v99 value zero.
       01  item-days-due                       pic s9(5)    value zero.
       01  past-due-limit                      pic 9(3)     value 90.
       01  run-days                            pic 9(7)     value zero.
       01  dc-date                             pic 9(8)     value zero.
       01  dc-date-parts redefines dc-date.
           05  dc-year                         pic 9(4).
           05  dc-month                        pic 9(2).
           05  dc-day                          pic 9(2).
       01  dc-yp                               pic 9(4)     value zero.
       01  dc-mp                               pic 9(2)     value zero.
       01  dc-q4                               pic 9(4)     value zero.
       01  dc-q100                             pic 9(4)     value zero.
       01  dc-q400                             pic 9(4)     value zero.
       01  dc-mdays                            pic 9(4)     value zero.
       01  dc-days                             pic 9(7)     value zero.
       01  stmt-seq                            pic 9(5)     value zero.
       01  stmt-type-hold                      pic x(1)     value space.
       01  stmt-payee-no                       pic 9(2)     value zero.
       01  stmt-orig-period                    pic 9(8)     value zero.
       01  override-capped                     pic x(1)     value space.
       01  stmt-amount                         pic s9(5)v99 value zero.
       01  stmt-split-with                     pic 9(2)     value zero.
       01  stmt-split-pct                      pic 9(2)     value zero.
       01  split-valid                         pic 9(1)     value zero.
       01  split-no-hold                       pic 9(2)     value zero.
       01  split-pct-hold                      pic 9(2)     value zero.
       01  split-activity                      pic 9(1)     value zero.
       01  share-sub                           pic 9(2)     value zero.
       01  share-amt                           pic s9(5)v99 value zero.
       01  share-margin                        pic s9(5)v99 value zero.
       01  share-basis                         pic s9(5)v99 value zero.
       01  share-1-amt                         pic s9(5)v99 value zero.
       01  share-1-margin                      pic s9(5)v99 value zero.
       01  share-1-basis                       pic s9(5)v99 value zero.
       01  share-2-amt                         pic s9(5)v99 value zero.
       01  share-2-margin                      pic s9(5)v99 value zero.
       01  share-2-basis                       pic s9(5)v99 value zero.
       01  settle-no-hold                      pic 9(2)     value zero.
       01  lr-slots-needed                     pic 9(1)     value zero.
       01  split-hdr                           pic x(40)  value
           "           SPLIT CREDIT BY SALESPERSON".
       01  split-col-hdr.
           05  filler                          pic x(6)   value spaces.
           05  filler                          pic x(24)  value
               "NO  NAME".
           05  filler                          pic x(39)  value
               "   SOLO SALES  SPLIT CREDIT   TOTAL NET".
       01  split-line.
           05  filler                          pic x(6)   value spaces.
           05  spl-no                          pic 9(2).
           05  filler                          pic x(2)   value spaces.
           05  spl-name                        pic x(20).
           05  filler                          pic x(2)   value spaces.
           05  spl-solo                        pic $zz,zzz.99-.
           05  filler                          pic x(3)   value spaces.
           05  spl-split                       pic $zz,zzz.99-.
           05  filler                          pic x(1)   value spaces.
           05  spl-total                       pic $zz,zzz.99-.
       01  no-split-line                       pic x(50)  value
           "      NO SPLIT-CREDIT SALES THIS PERIOD".
       01  draw-file-status                    pic xx     value spaces.
       01  draw-eof                            pic 9(1)     value zero.
       01  draws-disabled                      pic 9(1)     value zero.
      *  the agreements are held in file order and written back the
      *  same way - one that cannot be settled goes back untouched.
       01  draw-table.
           05  draw-entry occurs 50 times.
               10  dt-rec                     pic x(57).
               10  dt-settle                  pic 9(1).
       01  draw-count                          pic 9(2)     value zero.
       01  draw-capacity                       pic 9(2)     value 50.
       01  draw-sub                            pic 9(2)     value zero.
       01  draw-held-table.
           05  draw-held occurs 50 times       pic 9(1).
       01  draw-due                            pic 9(4)v99  value zero.
       01  draw-excess                         pic 9(4)v99  value zero.
       01  draw-recovery                       pic 9(4)v99  value zero.
       01  draw-advanced                       pic 9(4)v99  value zero.
       01  draw-paid                           pic 9(4)v99  value zero.
       01  draw-bal-before                     pic 9(6)v99  value zero.
       01  draw-status                         pic x(1)     value space.
       01  incentive-file-status               pic xx     value spaces.
       01  incentive-eof                       pic 9(1)     value zero.
       01  incentive-table.
           05  incentive-entry occurs 20 times.
               10  ip-id                      pic x(6).
               10  ip-line                    pic x(2).
               10  ip-start                   pic 9(8).
               10  ip-end                     pic 9(8).
               10  ip-kind                    pic x(1).
               10  ip-value                   pic 9(3)v99.
               10  ip-count                   pic 9(4).
               10  ip-earned                  pic s9(6)v99.
               10  ip-reversed                pic s9(6)v99.
       01  incentive-count                     pic 9(2)     value zero.
       01  incentive-capacity                  pic 9(2)     value 20.
       01  ip-sub                              pic 9(2)     value zero.
       01  inc-reversing                       pic 9(1)     value zero.
       01  inc-match                           pic 9(1)     value zero.
       01  inc-payee-1                         pic 9(2)     value zero.
       01  inc-payee                           pic 9(2)     value zero.
       01  inc-amt                             pic s9(5)v99 value zero.
       01  inc-2-amt                           pic s9(5)v99 value zero.
       01  inc-share                           pic s9(5)v99 value zero.
       01  inc-remaining                       pic s9(5)v99 value zero.
       01  inc-sale-month                      pic 9(6)     value zero.
       01  inc-start-month                     pic 9(6)     value zero.
       01  inc-end-month                       pic 9(6)     value zero.
       01  stmt-program-id                     pic x(6)     value space.
       01  incentive-hdr                       pic x(40)  value
           "           SALES INCENTIVE PROGRAMS".
       01  incentive-col-hdr.
           05  filler                          pic x(40)  value
               " ID      LN  START    END         RATE".
           05  filler                          pic x(39)  value
               "   SALES    EARNED  REVERSED       NET".
       01  incentive-line.
           05  filler                          pic x(1)   value spaces.
           05  icl-id                          pic x(6).
           05  filler                          pic x(2)   value spaces.
           05  icl-line                        pic x(2).
           05  filler                          pic x(2)   value spaces.
           05  icl-start                       pic 9(8).
           05  filler                          pic x(1)   value spaces.
           05  icl-end                         pic 9(8).
           05  filler                          pic x(2)   value spaces.
           05  icl-value                       pic zz9.99.
           05  icl-kind                        pic x(5).
           05  filler                          pic x(1)   value spaces.
           05  icl-count                       pic zzz9.
           05  filler                          pic x(1)   value spaces.
           05  icl-earned                      pic zz,zz9.99.
           05  filler                          pic x(1)   value spaces.
           05  icl-reversed                    pic zz,zz9.99.
           05  filler                          pic x(1)   value spaces.
           05  icl-net                         pic zz,zz9.99-.
       01  hdr-main                            pic x(60)    value space.
       01  hdr-1.
           05  sls-no                          pic x(16)    value space.
           open output commission-file
         end-if
         open output exception-file
      *  the statement data is this period's alone - the statements
      *  are printed from it before the next run replaces it.
         open output statement-data-file
      *  the invoice history is the memory the returns check needs -
      *  it accumulates across periods, so i-o not output.
         open i-o invoice-file
           close invoice-file
           open i-o invoice-file
         end-if
      *  every sale names its customer now - without the customer
      *  master no sale can be checked or put on the receivables.
         open input customer-master
         if customer-status not = "00"
           display "CUSTOMER MASTER NOT AVAILABLE - STATUS "
               customer-status
           move 16 to return-code
           perform 610-write-ops-end
           stop run
         end-if
         open i-o receivable-file
         if receivable-status = "35"
           open output receivable-file
           close receivable-file
           open i-o receivable-file
         end-if
         move zeros to master-table
         move zeros to territory-table
         open input salesperson-master
           perform 130-load-quotas
           close quota-file
         end-if
         open input incentive-file
         if incentive-file-status = "00"
           perform 133-load-incentives
           close incentive-file
         end-if
         move zeros to draw-held-table
      *  no draw file means no one is on a draw - commission is
      *  paid as earned.
         open input draw-file
         if draw-file-status = "00"
           perform 131-load-draws
           close draw-file
         end-if
         open input territory-master
         if territory-master-status = "00"
           perform 125-load-territory-master
           close territory-master
         end-if
      *  every sale is checked against the product line master and
      *  costed from it - without it nothing can be accepted.
         open input product-master
         if product-master-status not = "00"
           display "PRODUCT LINE MASTER NOT AVAILABLE - STATUS "
               product-master-status
           move 16 to return-code
           perform 610-write-ops-end
           stop run
         end-if
         perform 126-load-product-master
         close product-master
         open input margin-parm-file
         if margin-parm-status = "00"
           perform 127-load-margin-parm
           close margin-parm-file
         end-if
         open input rank-parm-file
         if rank-parm-status = "00"
           read rank-parm-file
           end-read
         end-perform.

       126-load-product-master.
         perform until product-master-eof = 1
           read product-master
             at end
               move 1 to product-master-eof
             not at end
               if product-line-count < product-line-capacity
                 add 1 to product-line-count
                 move prd-code to pl-code (product-line-count)
                 move prd-desc to pl-desc (product-line-count)
                 if prd-cost-pct numeric
                   move prd-cost-pct to pl-cost-pct (product-line-count)
                 else
                   display "PRODUCT LINE COST NOT NUMERIC - " prd-code
                   move zero to pl-cost-pct (product-line-count)
                 end-if
                 move prd-active to pl-active (product-line-count)
                 move "N" to pl-margin-basis (product-line-count)
               else
                 display "PRODUCT LINE TABLE FULL - SKIPPED " prd-code
               end-if
           end-read
         end-perform.

       127-load-margin-parm.
         perform until margin-parm-eof = 1
           read margin-parm-file
             at end
               move 1 to margin-parm-eof
             not at end
               move mgp-product-line to product-line
               perform 267-find-product-line
               if pl-found-sub > zero
                 move "Y" to pl-margin-basis (pl-found-sub)
               else
                 display "MARGIN PARAMETER LINE NOT ON MASTER: "
                     mgp-product-line
               end-if
           end-read
         end-perform.

       130-load-quotas.
         perform until quota-eof = 1
           read quota-file
           end-read
         end-perform.

       131-load-draws.
         perform until draw-eof = 1
           read draw-file
             at end
               move 1 to draw-eof
             not at end
               if draw-count < draw-capacity
                 add 1 to draw-count
                 move zero to dt-settle (draw-count)
      *          a new agreement is keyed without a balance or history
                 if drw-balance not numeric
                   move zero to drw-balance
                   move zero to drw-last-period
                   move zero to drw-last-earned
                   move zero to drw-last-paid
                   move zero to drw-last-advanced
                   move zero to drw-last-recovered
                 end-if
                 perform 132-check-draw
                 move draw-rec to dt-rec (draw-count)
               else
                 display "DRAW TABLE FULL - NO DRAWS SETTLED"
                 move 1 to draws-disabled
                 move 1 to draw-eof
               end-if
           end-read
         end-perform
      *  a partly loaded file cannot be written back whole - settle
      *  none of it and pay everyone as earned until it is split.
         if draws-disabled = 1
           move zeros to draw-held-table
         end-if.

       132-check-draw.
         if drw-salesperson-no-x not numeric
             or drw-salesperson-no < 1
             or drw-salesperson-no > table-capacity
           display "DRAW SALESPERSON NO. OUT OF RANGE: "
               drw-salesperson-no-x
           exit paragraph
         end-if
         if master-loaded (drw-salesperson-no) not = 1
           display "DRAW SALESPERSON NOT ON MASTER: "
               drw-salesperson-no
           exit paragraph
         end-if
         if draw-held (drw-salesperson-no) = 1
           display "DUPLICATE DRAW AGREEMENT - SALESPERSON "
               drw-salesperson-no
           exit paragraph
         end-if
         if drw-monthly-amount not numeric
             or drw-end-date not numeric
             or (drw-recoverable not = "Y" and not = "N")
           display "DRAW AGREEMENT INVALID - SALESPERSON "
               drw-salesperson-no
           exit paragraph
         end-if
         move 1 to dt-settle (draw-count)
         move 1 to draw-held (drw-salesperson-no).

       133-load-incentives.
      *  a program that cannot be applied exactly as keyed is left
      *  out - paying a contest on a guess is worse than paying late.
         perform until incentive-eof = 1
           read incentive-file
             at end
               move 1 to incentive-eof
             not at end
               if spf-program-id = spaces
                   or spf-start-date not numeric
                   or spf-end-date not numeric
                   or spf-start-date > spf-end-date
                   or (spf-kind not = "R" and not = "F")
                   or spf-value not numeric
                   or spf-value = zero
                 display "INCENTIVE PROGRAM INVALID - SKIPPED "
                     spf-program-id
               else
                 move spf-product-line to product-line
                 perform 267-find-product-line
                 if pl-found-sub = zero
                   display "INCENTIVE PRODUCT LINE NOT ON MASTER: "
                       spf-program-id " " spf-product-line
                 end-if
                 if incentive-count < incentive-capacity
                   add 1 to incentive-count
                   move spf-program-id to ip-id (incentive-count)
                   move spf-product-line to ip-line (incentive-count)
                   move spf-start-date to ip-start (incentive-count)
                   move spf-end-date to ip-end (incentive-count)
                   move spf-kind to ip-kind (incentive-count)
                   move spf-value to ip-value (incentive-count)
                   move zero to ip-count (incentive-count)
                   move zero to ip-earned (incentive-count)
                   move zero to ip-reversed (incentive-count)
                 else
                   display "INCENTIVE TABLE FULL - SKIPPED "
                       spf-program-id
                 end-if
               end-if
           end-read
         end-perform.

       112-get-run-date.
      *  the processing date comes from the shared parameter file so
      *  a rerun stamps the period it belongs to - a date at or before
         end-if
         move parm-date to run-date-full
         move parm-date to ws-period
         move run-date-full to dc-date
         perform 700-date-to-days
         move dc-days to run-days
         perform 113-check-trend-period
         if ws-period not > last-trend-period
           display "RUN DATE NOT AFTER LAST TREND PERIOD - REFUSED"
           end-read
         end-perform.

       230-check-split.
      *  a split names a second active salesperson and the percent of
      *  the sale credited to them.  every line of one invoice must
      *  carry the same split - a return against the invoice is later
      *  charged back in the proportions on file.
         move zero to split-valid
         move zero to split-no-hold
         move zero to split-pct-hold
         if split-salesperson-no-x = spaces or "00"
           if split-pct-x not = spaces and not = "00"
             move "SPLIT PERCENT WITHOUT SPLIT" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
         else
           if split-salesperson-no-x not numeric
               or split-salesperson-no > table-capacity
             move "SPLIT NO. OUT OF RANGE" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           if master-loaded (split-salesperson-no) not = 1
             move "SPLIT NOT ON MASTER" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           if master-active (split-salesperson-no) not = "Y"
             move "SPLIT SALESPERSON INACTIVE" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           if split-salesperson-no = salesperson-no
             move "SPLIT WITH SAME SALESPERSON" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           if split-pct-x not numeric or split-pct = zero
             move "INVALID SPLIT PERCENT" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           move split-salesperson-no to split-no-hold
           move split-pct to split-pct-hold
         end-if
         move invoice-no to inv-no
         read invoice-file
           invalid key
             move 1 to split-valid
           not invalid key
             if inv-split-salesperson-no = split-no-hold
                 and inv-split-pct = split-pct-hold
               move 1 to split-valid
             else
               move "SPLIT DIFFERS FROM INVOICE" to exc-reason-hold
               perform 260-write-exception
             end-if
         end-read.

       232-figure-shares.
      *  the split salesperson's share is rounded and the first
      *  salesperson takes the rest, so the shares always add back to
      *  the transaction.
         if split-no-hold = zero
           move zero to share-2-amt
           move zero to share-2-margin
           move zero to share-2-basis
         else
           compute share-2-amt rounded =
               amt-of-sales * split-pct-hold / 100
           compute share-2-margin rounded =
               sale-margin * split-pct-hold / 100
           compute share-2-basis rounded =
               comm-basis-amt * split-pct-hold / 100
         end-if
         compute share-1-amt = amt-of-sales - share-2-amt
         compute share-1-margin = sale-margin - share-2-margin
         compute share-1-basis = comm-basis-amt - share-2-basis.

       234-post-sale.
         perform 232-figure-shares
         move salesperson-no to share-sub
         move share-1-amt to share-amt
         move share-1-margin to share-margin
         move share-1-basis to share-basis
         move split-no-hold to stmt-split-with
         if split-no-hold > zero
           compute stmt-split-pct = 100 - split-pct-hold
         end-if
         perform 238-credit-sale-share
         if split-no-hold > zero
           move 1 to split-activity
           move split-no-hold to share-sub
           move share-2-amt to share-amt
           move share-2-margin to share-margin
           move share-2-basis to share-basis
           move salesperson-no to stmt-split-with
           move split-pct-hold to stmt-split-pct
           perform 238-credit-sale-share
         end-if
         move salesperson-no to inc-payee-1
         move zero to inc-reversing
         perform 241-apply-incentives
         add amt-of-sales to total-company-sales
         perform 265-accumulate-product-line
         perform 268-record-invoice
         perform 264-record-receivable.

       236-post-return.
      *  the return comes back off each salesperson in the shares the
      *  invoice was credited in.
         perform 271-consume-invoice-room
         move zero to split-no-hold
         move zero to split-pct-hold
         if inv-split-salesperson-no numeric
             and inv-split-salesperson-no > zero
           move inv-split-salesperson-no to split-no-hold
           move inv-split-pct to split-pct-hold
         end-if
         perform 232-figure-shares
         move salesperson-no to share-sub
         move share-1-amt to share-amt
         move share-1-margin to share-margin
         move share-1-basis to share-basis
         move split-no-hold to stmt-split-with
         if split-no-hold > zero
           compute stmt-split-pct = 100 - split-pct-hold
         end-if
         perform 239-charge-return-share
         if split-no-hold > zero
           move 1 to split-activity
           move split-no-hold to share-sub
           move share-2-amt to share-amt
           move share-2-margin to share-margin
           move share-2-basis to share-basis
           move salesperson-no to stmt-split-with
           move split-pct-hold to stmt-split-pct
           perform 239-charge-return-share
         end-if
         move salesperson-no to inc-payee-1
         move 1 to inc-reversing
         perform 241-apply-incentives
         subtract amt-of-sales from total-company-sales
         perform 266-reduce-product-line.

       238-credit-sale-share.
         move 1 to sales-seen (share-sub)
         add share-amt to total-sales (share-sub)
         add share-amt to gross-sales (share-sub)
         add share-margin to margin-amt (share-sub)
         add share-basis to comm-base (share-sub)
         if split-no-hold > zero
           add share-amt to split-sales (share-sub)
         end-if
         move "A" to stmt-type-hold
         move share-sub to stmt-payee-no
         move zero to stmt-orig-period
         move share-amt to stmt-amount
         perform 276-write-stmt-detail.

       239-charge-return-share.
         move 1 to sales-seen (share-sub)
         subtract share-amt from total-sales (share-sub)
         add share-amt to returns-amt (share-sub)
         subtract share-margin from margin-amt (share-sub)
         subtract share-basis from comm-base (share-sub)
         if split-no-hold > zero
           subtract share-amt from split-sales (share-sub)
         end-if
         move "B" to stmt-type-hold
         move share-sub to stmt-payee-no
         move zero to stmt-orig-period
         compute stmt-amount = zero - share-amt
         perform 276-write-stmt-detail.

       241-apply-incentives.
      *  every program running on the line at the transaction date
      *  pays on a sale.  a return inside a window takes it back, as
      *  long as the sale was made in a period the program ran in -
      *  the invoice carries the sale's period, not its day.
         perform varying ip-sub from 1 by 1
             until ip-sub > incentive-count
           if ip-line (ip-sub) = product-line
               and sale-date not < ip-start (ip-sub)
               and sale-date not > ip-end (ip-sub)
             move 1 to inc-match
             if inc-reversing = 1
               compute inc-sale-month = inv-period / 100
               compute inc-start-month = ip-start (ip-sub) / 100
               compute inc-end-month = ip-end (ip-sub) / 100
               if inc-sale-month < inc-start-month
                   or inc-sale-month > inc-end-month
                 move zero to inc-match
               end-if
             end-if
             if inc-match = 1
               perform 242-figure-incentive
             end-if
           end-if
         end-perform.

       242-figure-incentive.
      *  the incentive is shared in the proportions the sale was.
         if ip-kind (ip-sub) = "R"
           compute inc-amt rounded =
               amt-of-sales * ip-value (ip-sub) / 100
         else
           move ip-value (ip-sub) to inc-amt
         end-if
         if inc-reversing = 1
           add inc-amt to ip-reversed (ip-sub)
         else
           add 1 to ip-count (ip-sub)
           add inc-amt to ip-earned (ip-sub)
         end-if
         move zero to inc-2-amt
         if split-no-hold > zero
           compute inc-2-amt rounded = inc-amt * split-pct-hold / 100
         end-if
         compute inc-share = inc-amt - inc-2-amt
         move inc-payee-1 to inc-payee
         perform 244-credit-incentive
         if split-no-hold > zero
           move inc-2-amt to inc-share
           move split-no-hold to inc-payee
           perform 244-credit-incentive
         end-if.

       244-credit-incentive.
         if inc-reversing = 1
           subtract inc-share from incentive-amt (inc-payee)
           compute stmt-amount = zero - inc-share
         else
           add inc-share to incentive-amt (inc-payee)
           move inc-share to stmt-amount
         end-if
         move "F" to stmt-type-hold
         move inc-payee to stmt-payee-no
         move zero to stmt-orig-period
         move zero to stmt-split-with
         move ip-id (ip-sub) to stmt-program-id
         perform 276-write-stmt-detail
         move spaces to stmt-program-id.

       250-parse-rec.
         if salesperson-no < 1 or > table-capacity
           move "SALESPERSON NO. OUT OF RANGE" to exc-reason-hold
           else
             evaluate trans-type
               when "S"
                 move zero to customer-valid
                 move zero to split-valid
                 perform 274-check-product-line
                 if product-valid = 1
                   perform 230-check-split
                 end-if
                 if split-valid = 1
                   perform 262-check-customer
                 end-if
                 if customer-valid = 1
                   perform 234-post-sale
                 end-if
               when "R"
      *          a credit memo for a sale that never happened must
      *          not reduce commission-bearing totals - the return
      *          has to land on a real invoice with room left on it.
                 move zero to return-valid
                 perform 274-check-product-line
                 if product-valid = 1
                   perform 269-validate-return
                 end-if
                 if return-valid = 1
                   perform 236-post-return
                 end-if
               when other
                 move "INVALID TRANSACTION TYPE" to exc-reason-hold
         write exception-rec
         add 1 to total-exceptions.

       262-check-customer.
      *  a sale to a customer already over the limit, or sitting on
      *  an invoice more than 90 days past due, is still a sale - it
      *  counts and pays commission - but credit hears about it on
      *  the exception file.
         move zero to customer-valid
         if customer-no = spaces
           move "CUSTOMER NO. MISSING" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         move customer-no to cust-no
         read customer-master
           invalid key
             move "NOT ON CUSTOMER MASTER" to exc-reason-hold
             perform 260-write-exception
           not invalid key
             move 1 to customer-valid
         end-read
         if customer-valid = zero
           exit paragraph
         end-if
         perform 263-scan-receivables
         if customer-open-bal - cust-unapplied + amt-of-sales
             > cust-credit-limit
           move "OVER CUSTOMER CREDIT LIMIT" to exc-reason-hold
           perform 260-write-exception
         end-if
         if customer-oldest-due > past-due-limit
           move "CUSTOMER PAST DUE OVER 90" to exc-reason-hold
           perform 260-write-exception
         end-if.

       263-scan-receivables.
         move zero to customer-open-bal
         move zero to customer-oldest-due
         move zero to receivable-eof
         move customer-no to ar-cust-no
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
               if ar-cust-no not = customer-no
                 move 1 to receivable-eof
               else
                 compute item-open =
                     ar-amount - ar-credits - ar-paid
                 if item-open > zero
                   add item-open to customer-open-bal
                   move ar-inv-date to dc-date
                   perform 700-date-to-days
                   compute item-days-due =
                       run-days - dc-days - ar-terms
                   if item-days-due > customer-oldest-due
                     move item-days-due to customer-oldest-due
                   end-if
                 end-if
               end-if
           end-read
         end-perform.

       264-record-receivable.
      *  like the invoice history, a multi-line invoice accumulates
      *  onto its one open item.
         move customer-no to ar-cust-no
         move invoice-no to ar-inv-no
         read receivable-file
           invalid key
             move customer-no to ar-cust-no
             move invoice-no to ar-inv-no
             move sale-date to ar-inv-date
             move cust-terms to ar-terms
             move amt-of-sales to ar-amount
             move zero to ar-credits
             move zero to ar-paid
             move zero to ar-last-pay-date
             write receivable-rec
           not invalid key
             add amt-of-sales to ar-amount
             rewrite receivable-rec
         end-read.

       268-record-invoice.
      *  a multi-line invoice in one period accumulates onto the one
      *  history record - the original amount is what returns are
             move amt-of-sales to inv-amount
             move ws-period to inv-period
             move zero to inv-returned
             move split-no-hold to inv-split-salesperson-no
             move split-pct-hold to inv-split-pct
             write invoice-rec
           not invalid key
             add amt-of-sales to inv-amount

       271-consume-invoice-room.
         add amt-of-sales to inv-returned
         rewrite invoice-rec
         perform 273-credit-receivable.

       273-credit-receivable.
      *  the return comes off what the customer owes.  an invoice
      *  sold before customers were carried has no open item - the
      *  commission side still settles, receivables have nothing to
      *  credit.
         if customer-no = spaces
           exit paragraph
         end-if
         move customer-no to ar-cust-no
         move invoice-no to ar-inv-no
         read receivable-file
           invalid key
             continue
           not invalid key
             add amt-of-sales to ar-credits
             rewrite receivable-rec
         end-read.

       270-late-return.
      *  the invoice rules still apply - a late return with no
      *  a refund.  a return is queued, and its invoice room
      *  consumed, only when everything settlement needs is already
      *  in hand - a held return goes to the exception file untouched
      *  so the corrected resubmission sails through.  a split
      *  invoice needs a settlement row and a table slot for both
      *  salespeople before either share is queued.
         perform 274-check-product-line
         if product-valid = zero
           exit paragraph
         end-if
         perform 269-validate-return
         if return-valid = zero
           exit paragraph
         end-if
         if late-returns-disabled = 1
           move "LATE RETURNS HELD - RESUBMIT" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         move zero to split-no-hold
         move zero to split-pct-hold
         if inv-split-salesperson-no numeric
             and inv-split-salesperson-no > zero
           move inv-split-salesperson-no to split-no-hold
           move inv-split-pct to split-pct-hold
         end-if
         move zero to lr-slots-needed
         move inv-salesperson-no to settle-no-hold
         perform 272-find-settlement-row
         if trd-found-sub = zero
           move "NO TREND ROW FOR RETURN" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         perform 278-find-late-return
         if lr-found-sub = zero
           add 1 to lr-slots-needed
         end-if
         if split-no-hold > zero
           move split-no-hold to settle-no-hold
           perform 272-find-settlement-row
           if trd-found-sub = zero
             move "NO TREND ROW - SPLIT RETURN" to exc-reason-hold
             perform 260-write-exception
             exit paragraph
           end-if
           perform 278-find-late-return
           if lr-found-sub = zero
             add 1 to lr-slots-needed
           end-if
         end-if
         if late-return-count + lr-slots-needed > late-return-capacity
           move "LATE RETURN TABLE FULL" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         perform 271-consume-invoice-room
         perform 232-figure-shares
         move inv-salesperson-no to settle-no-hold
         move share-1-amt to share-amt
         move share-1-basis to share-basis
         move split-no-hold to stmt-split-with
         if split-no-hold > zero
           compute stmt-split-pct = 100 - split-pct-hold
         end-if
         perform 279-queue-late-share
         if split-no-hold > zero
           move 1 to split-activity
           move split-no-hold to settle-no-hold
           move share-2-amt to share-amt
           move share-2-basis to share-basis
           move inv-salesperson-no to stmt-split-with
           move split-pct-hold to stmt-split-pct
           perform 279-queue-late-share
         end-if
      *  the closed period's commission is refigured through the
      *  clawback, but an incentive comes back this period.
         move inv-salesperson-no to inc-payee-1
         move 1 to inc-reversing
         perform 241-apply-incentives.

       272-find-settlement-row.
         move zero to trd-found-sub
             until trd-sub > trend-load-count
           if trd-period (trd-sub) = inv-period
               and trd-salesperson-no (trd-sub)
                   = settle-no-hold
             move trd-sub to trd-found-sub
           end-if
         end-perform.

       278-find-late-return.
         move zero to lr-found-sub
         perform varying lr-sub from 1 by 1
             until lr-sub > late-return-count
           if lr-period (lr-sub) = inv-period
               and lr-salesperson-no (lr-sub) = settle-no-hold
             move lr-sub to lr-found-sub
           end-if
         end-perform.

       279-queue-late-share.
      *  270 has already made sure there is room in the table.
         perform 278-find-late-return
         if lr-found-sub = zero
           add 1 to late-return-count
           move late-return-count to lr-found-sub
           move inv-period to lr-period (lr-found-sub)
           move settle-no-hold to lr-salesperson-no (lr-found-sub)
           move zero to lr-amount (lr-found-sub)
           move zero to lr-base (lr-found-sub)
         end-if
         add share-amt to lr-amount (lr-found-sub)
         add share-basis to lr-base (lr-found-sub)
         move "C" to stmt-type-hold
         move settle-no-hold to stmt-payee-no
         move inv-period to stmt-orig-period
         compute stmt-amount = zero - share-amt
         perform 276-write-stmt-detail.

       266-reduce-product-line.
         perform 267-find-product-line
         if pl-found-sub > zero
           subtract amt-of-sales from pl-total (pl-found-sub)
           subtract sale-margin from pl-margin (pl-found-sub)
           add 1 to pl-count (pl-found-sub)
         end-if.

         perform 267-find-product-line
         if pl-found-sub > zero
           add amt-of-sales to pl-total (pl-found-sub)
           add sale-margin to pl-margin (pl-found-sub)
           add 1 to pl-count (pl-found-sub)
         end-if.

           if pl-code (pl-sub) = product-line
             move pl-sub to pl-found-sub
           end-if
         end-perform.

       274-check-product-line.
      *  a sale must be for a line on the master that is still being
      *  sold.  a return only needs the line to be known - goods sold
      *  before a line was discontinued can still come back.  the
      *  margin is figured at the line's standard cost, and the
      *  commission base is that margin for the lines the parameter
      *  names, the revenue for the rest.
         move zero to product-valid
         perform 267-find-product-line
         if pl-found-sub = zero
           move "PRODUCT LINE NOT ON MASTER" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         if trans-type = "S" and pl-active (pl-found-sub) not = "Y"
           move "PRODUCT LINE INACTIVE" to exc-reason-hold
           perform 260-write-exception
           exit paragraph
         end-if
         move 1 to product-valid
         compute sale-margin rounded = amt-of-sales *
             (100 - pl-cost-pct (pl-found-sub)) / 100
         if pl-margin-basis (pl-found-sub) = "Y"
           move sale-margin to comm-basis-amt
         else
           move amt-of-sales to comm-basis-amt
         end-if.
       
       276-write-stmt-detail.
      *  every transaction that moved a salesperson's commission goes
      *  on the statement data as it is counted - a return shows as
      *  the negative it was to the total, and a split shows only the
      *  payee's share.
         move spaces to statement-data-rec
         move "S" to cs-stmt-kind
         move stmt-payee-no to comm-emp-id-no
         move comm-emp-id-build to cs-payee
         move master-territory (stmt-payee-no) to cs-territory
         move stmt-type-hold to cs-rec-type
         add 1 to stmt-seq
         move stmt-seq to cs-seq
         move ws-period to cs-period
         move stmt-payee-no to cs-salesperson-no
         move master-name (stmt-payee-no) to cs-name
         move invoice-no to cs-invoice-no
         move sale-date to cs-sale-date
         move product-line to cs-product-line
         move customer-no to cs-customer-no
         move stmt-amount to cs-amount
         move stmt-orig-period to cs-orig-period
         move stmt-program-id to cs-program-id
         move stmt-split-with to cs-split-with
         if stmt-split-with > zero
           move stmt-split-pct to cs-split-pct
         else
           move zero to cs-split-pct
         end-if
         write statement-data-rec.

       277-write-stmt-summary.
      *  the figures the commission was figured from, so the
      *  statement can show the tier reached and quota attainment.
         move spaces to statement-data-rec
         move "S" to cs-stmt-kind
         move sub to comm-emp-id-no
         move comm-emp-id-build to cs-payee
         move master-territory (sub) to cs-territory
         move "T" to cs-rec-type
         add 1 to stmt-seq
         move stmt-seq to cs-seq
         move ws-period to cs-period
         move sub to cs-salesperson-no
         move master-name (sub) to cs-name
         move gross-sales (sub) to cs-sum-gross
         move returns-amt (sub) to cs-sum-returns
         move total-sales (sub) to cs-sum-net
         move commission-threshold to cs-sum-threshold
         move commission-rate-low to cs-sum-rate-low
         move commission-rate-high to cs-sum-rate-high
         move comm-base (sub) to cs-sum-comm-base
         move split-sales (sub) to cs-sum-split
         if comm-base (sub) > commission-threshold
           move "2" to cs-sum-tier
         else
           move "1" to cs-sum-tier
         end-if
         move commission-earned (sub) to cs-sum-commission
         move roster-has-quota (roster-count) to cs-sum-has-quota
         move quota-amt (sub) to cs-sum-quota
         move roster-attainment (roster-count) to cs-sum-attainment
         write statement-data-rec.

       275-calc-commission.
      *  commission is paid on net sales - heavy returns can take a
      *  salesperson to zero but never below.  the base is revenue
      *  except on lines the margin parameter names, which count at
      *  their gross margin.
         if comm-base (sub) not > zero
           move zero to commission-earned (sub)
         else
         if comm-base (sub) > commission-threshold
           compute commission-earned (sub) rounded =
                   commission-threshold * commission-rate-low +
                   (comm-base (sub) - commission-threshold) *
                   commission-rate-high
         else
           compute commission-earned (sub) rounded =
                   comm-base (sub) * commission-rate-low
         end-if
         end-if.

               move zero to roster-has-quota (roster-count)
               move zero to roster-attainment (roster-count)
             end-if
             perform 277-write-stmt-summary
             perform 285-accumulate-territory
           end-if
         end-perform.

      *  payroll keys its employee master on a five byte id - sales
      *  staff carry their salesperson number zero-filled on the left.
      *  a salesperson on a draw is paid when the draw is settled.
       296-write-commission.
         perform varying roster-sub from 1 by 1
             until roster-sub > roster-count
           if roster-commission (roster-sub) not = zero
               and draw-held (roster-salesperson-no (roster-sub)) = 0
             move roster-salesperson-no (roster-sub)
                 to comm-emp-id-no
             move comm-emp-id-build to comm-emp-id
             move ws-period to comm-period
             move roster-commission (roster-sub) to comm-amount
             move "C" to comm-earn-type
             write commission-rec
           end-if
         end-perform.

       291-write-incentives.
      *  incentive earnings go to payroll as their own rows apart
      *  from commission, net of any reversals - a net reversal is a
      *  negative row payroll recovers like a clawback.  a row holds
      *  9,999.99, so a larger amount is written in pieces.
         perform varying sub from 1 by 1 until sub > table-capacity
           move incentive-amt (sub) to inc-remaining
           perform until inc-remaining = zero
             move sub to comm-emp-id-no
             move comm-emp-id-build to comm-emp-id
             move ws-period to comm-period
             if inc-remaining > 9999.99
               move 9999.99 to comm-amount
             else
               if inc-remaining < -9999.99
                 move -9999.99 to comm-amount
               else
                 move inc-remaining to comm-amount
               end-if
             end-if
             move "I" to comm-earn-type
             write commission-rec
             subtract comm-amount from inc-remaining
           end-perform
         end-perform.

       292-settle-draws.
      *  a salesperson on a draw is paid the larger of the draw and
      *  the commission earned.  on a recoverable draw the shortfall
      *  is carried as a balance and taken back out of commission
      *  earned over the draw in later periods - never below the
      *  draw while the agreement runs, all of it once it has ended.
         if draw-count = zero or draws-disabled = 1
           exit paragraph
         end-if
         open output draw-file
         perform varying draw-sub from 1 by 1
             until draw-sub > draw-count
           move dt-rec (draw-sub) to draw-rec
           if dt-settle (draw-sub) = 1
             perform 293-settle-one-draw
           end-if
           write draw-rec
         end-perform
         close draw-file.

       293-settle-one-draw.
         move drw-salesperson-no to sub
         move drw-balance to draw-bal-before
         move zero to draw-due
         move zero to draw-recovery
         move zero to draw-advanced
      *  no draw is paid to a salesperson who has left or past the
      *  agreement's end - a balance still owed keeps recovering.
         if master-active (sub) not = "Y"
           move "I" to draw-status
         else
           if drw-end-date < period-start
             move "E" to draw-status
           else
             move "A" to draw-status
             move drw-monthly-amount to draw-due
           end-if
         end-if
         if commission-earned (sub) not < draw-due
           if drw-recoverable = "Y"
             compute draw-excess = commission-earned (sub) - draw-due
             if draw-excess > drw-balance
               move drw-balance to draw-recovery
             else
               move draw-excess to draw-recovery
             end-if
           end-if
           compute draw-paid = commission-earned (sub) - draw-recovery
           subtract draw-recovery from drw-balance
         else
           move draw-due to draw-paid
           compute draw-advanced = draw-due - commission-earned (sub)
           if drw-recoverable = "Y"
             add draw-advanced to drw-balance
           end-if
         end-if
         move ws-period to drw-last-period
         move commission-earned (sub) to drw-last-earned
         move draw-paid to drw-last-paid
         move draw-advanced to drw-last-advanced
         move draw-recovery to drw-last-recovered
         if draw-paid > zero
           move sub to comm-emp-id-no
           move comm-emp-id-build to comm-emp-id
           move ws-period to comm-period
           move draw-paid to comm-amount
           move "C" to comm-earn-type
           write commission-rec
         end-if
         if draw-paid > zero or drw-balance > zero
             or draw-bal-before > zero
           perform 294-write-stmt-draw
         end-if.

       294-write-stmt-draw.
         move spaces to statement-data-rec
         move "S" to cs-stmt-kind
         move sub to comm-emp-id-no
         move comm-emp-id-build to cs-payee
         move master-territory (sub) to cs-territory
         move "E" to cs-rec-type
         add 1 to stmt-seq
         move stmt-seq to cs-seq
         move ws-period to cs-period
         move sub to cs-salesperson-no
         move master-name (sub) to cs-name
         move drw-monthly-amount to cs-drw-monthly
         move drw-recoverable to cs-drw-recoverable
         move draw-status to cs-drw-status
         move drw-end-date to cs-drw-end-date
         move commission-earned (sub) to cs-drw-earned
         move draw-advanced to cs-drw-advanced
         move draw-recovery to cs-drw-recovered
         move draw-paid to cs-drw-paid
         move draw-bal-before to cs-drw-bal-before
         move drw-balance to cs-drw-bal-after
         write statement-data-rec.

       350-process-late-returns.
      *  settle late returns before 295 appends this period's rows -
      *  the original period's trend figures come down and the
           move trd-amount (trd-found-sub) to calc-base
           perform 376-calc-comm-amount
           move calc-comm to old-comm-hold
      *    the trend row holds revenue, so the period is refigured
      *    from it less what the returns took off the commission base
      *    - their margin on margin-basis lines, revenue on the rest.
           compute calc-base = trd-amount (trd-found-sub)
               - lr-base (lr-sub)
           subtract lr-amount (lr-sub)
               from trd-amount (trd-found-sub)
           perform 376-calc-comm-amount
           move calc-comm to new-comm-hold
           compute clawback-amt = old-comm-hold - new-comm-hold
             move comm-emp-id-build to comm-emp-id
             move ws-period to comm-period
             compute comm-amount = zero - clawback-amt
             move "C" to comm-earn-type
             write commission-rec
           end-if
           perform 378-write-stmt-clawback
      *    the company row for the period carries the reduction too
           perform varying trd-sub from 1 by 1
               until trd-sub > trend-load-count
         end-if
         end-if.

       378-write-stmt-clawback.
      *  one line per original period settled - what came back, the
      *  commission before and after, and what payroll recovers.
         move spaces to statement-data-rec
         move "S" to cs-stmt-kind
         move lr-salesperson-no (lr-sub) to comm-emp-id-no
         move comm-emp-id-build to cs-payee
         move master-territory (lr-salesperson-no (lr-sub))
             to cs-territory
         move "D" to cs-rec-type
         add 1 to stmt-seq
         move stmt-seq to cs-seq
         move ws-period to cs-period
         move lr-salesperson-no (lr-sub) to cs-salesperson-no
         move trd-name (trd-found-sub) to cs-name
         move lr-period (lr-sub) to cs-cb-period
         move lr-amount (lr-sub) to cs-cb-returns
         move old-comm-hold to cs-cb-old-comm
         move new-comm-hold to cs-cb-new-comm
         if clawback-amt > zero
           move clawback-amt to cs-cb-amount
         else
           move zero to cs-cb-amount
         end-if
         write statement-data-rec.

       380-rewrite-trend.
      *  the trend file is rebuilt from the adjusted table, then
      *  reopened extend so 295 can append this period's rows on top.
      *  else instead of living in a spreadsheet.
         perform varying terr-sub from 1 by 1
             until terr-sub > territory-count
           move zero to override-amt
           move "N" to override-capped
           perform 298-find-manager
           if tm-found-sub > zero
               and terr-sales (terr-sub) > zero
               display "OVERRIDE CAPPED FOR TERRITORY "
                   terr-code (terr-sub)
               move 9999.99 to override-amt
               move "Y" to override-capped
             end-if
             if override-amt > zero
               move tm-mgr-emp-id (tm-found-sub) to comm-emp-id
               move ws-period to comm-period
               move override-amt to comm-amount
               move "C" to comm-earn-type
               write commission-rec
             end-if
           end-if
           if tm-found-sub > zero
             perform 299-write-stmt-override
           end-if
         end-perform.

       298-find-manager.
           end-if
         end-perform.

       299-write-stmt-override.
      *  the manager's statement lists every salesperson whose net
      *  sales made up the territory figure the override was paid on.
         perform varying sub from 1 by 1 until sub > table-capacity
           if sales-seen (sub) = 1
               and master-territory (sub) = terr-code (terr-sub)
             move spaces to statement-data-rec
             move "M" to cs-stmt-kind
             move tm-mgr-emp-id (tm-found-sub) to cs-payee
             move terr-code (terr-sub) to cs-territory
             move "R" to cs-rec-type
             add 1 to stmt-seq
             move stmt-seq to cs-seq
             move ws-period to cs-period
             move sub to cs-salesperson-no
             move master-name (sub) to cs-name
             move total-sales (sub) to cs-ov-sales
             move zero to cs-ov-rate
             move zero to cs-ov-amount
             move space to cs-ov-capped
             write statement-data-rec
           end-if
         end-perform
         move spaces to statement-data-rec
         move "M" to cs-stmt-kind
         move tm-mgr-emp-id (tm-found-sub) to cs-payee
         move terr-code (terr-sub) to cs-territory
         move "T" to cs-rec-type
         add 1 to stmt-seq
         move stmt-seq to cs-seq
         move ws-period to cs-period
         move zero to cs-salesperson-no
         move terr-sales (terr-sub) to cs-ov-sales
         move tm-rate (tm-found-sub) to cs-ov-rate
         move override-amt to cs-ov-amount
         move override-capped to cs-ov-capped
         write statement-data-rec.

       300-print-report.
         perform 280-build-roster
         perform 290-sort-roster
         perform 350-process-late-returns
         perform 295-write-trend
         perform 296-write-commission
         perform 292-settle-draws
         perform 291-write-incentives
         perform 297-write-overrides
         write big-line
         move spaces to big-line
         end-if
         perform 310-print-product-lines
         perform 320-print-territories
         perform 330-print-returns
         perform 340-print-salesperson-margin
         perform 345-print-split-credit
         perform 348-print-incentives.

       310-print-product-lines.
         move spaces to big-line
         write big-line from product-hdr
         move spaces to big-line
         write big-line
         write big-line from product-col-hdr
         perform varying pl-sub from 1 by 1
             until pl-sub > product-line-count
           if pl-count (pl-sub) > zero
             move pl-code (pl-sub) to plo-code
             move pl-desc (pl-sub) to plo-desc
             move pl-total (pl-sub) to plo-total
             move pl-margin (pl-sub) to plo-margin
             if pl-total (pl-sub) > zero
               compute margin-pct rounded =
                   pl-margin (pl-sub) / pl-total (pl-sub) * 100
             else
               move zero to margin-pct
             end-if
             move margin-pct to plo-margin-pct
             move pl-count (pl-sub) to plo-count
             if pl-margin-basis (pl-sub) = "Y"
               move "MARGIN" to plo-basis
             else
               move spaces to plo-basis
             end-if
             write big-line from product-line-out
           end-if
         end-perform.

       340-print-salesperson-margin.
         move spaces to big-line
         write big-line
         write big-line from margin-hdr
         move spaces to big-line
         write big-line
         write big-line from margin-col-hdr
         perform varying sub from 1 by 1 until sub > table-capacity
           if sales-seen (sub) = 1
             move sub to mgl-no
             move total-sales (sub) to mgl-sales
             compute mgl-cost = total-sales (sub) - margin-amt (sub)
             move margin-amt (sub) to mgl-margin
             if total-sales (sub) > zero
               compute margin-pct rounded =
                   margin-amt (sub) / total-sales (sub) * 100
             else
               move zero to margin-pct
             end-if
             move margin-pct to mgl-margin-pct
             move comm-base (sub) to mgl-comm-base
             write big-line from margin-line
           end-if
         end-perform.

       345-print-split-credit.
      *  split credit is shown apart from what each salesperson sold
      *  alone - both are already inside the totals above.
         move spaces to big-line
         write big-line
         write big-line from split-hdr
         move spaces to big-line
         write big-line
         if split-activity = zero
           write big-line from no-split-line
           exit paragraph
         end-if
         write big-line from split-col-hdr
         perform varying sub from 1 by 1 until sub > table-capacity
           if sales-seen (sub) = 1
             move sub to spl-no
             move master-name (sub) to spl-name
             compute spl-solo = total-sales (sub) - split-sales (sub)
             move split-sales (sub) to spl-split
             move total-sales (sub) to spl-total
             write big-line from split-line
           end-if
         end-perform.

       348-print-incentives.
      *  every program loaded whose window touches the period, or
      *  that had a sale or return counted against it.
         if incentive-count = zero
           exit paragraph
         end-if
         move spaces to big-line
         write big-line
         write big-line from incentive-hdr
         move spaces to big-line
         write big-line
         write big-line from incentive-col-hdr
         perform varying ip-sub from 1 by 1
             until ip-sub > incentive-count
           if (ip-start (ip-sub) not > period-end
               and ip-end (ip-sub) not < period-start)
               or ip-count (ip-sub) > zero
               or ip-reversed (ip-sub) not = zero
             move ip-id (ip-sub) to icl-id
             move ip-line (ip-sub) to icl-line
             move ip-start (ip-sub) to icl-start
             move ip-end (ip-sub) to icl-end
             move ip-value (ip-sub) to icl-value
             if ip-kind (ip-sub) = "R"
               move "%" to icl-kind
             else
               move " EACH" to icl-kind
             end-if
             move ip-count (ip-sub) to icl-count
             move ip-earned (ip-sub) to icl-earned
             move ip-reversed (ip-sub) to icl-reversed
             compute icl-net = ip-earned (ip-sub) - ip-reversed (ip-sub)
             write big-line from incentive-line
           end-if
         end-perform.

       320-print-territories.
         write ops-log-rec
         close ops-log-file.

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
         perform 610-write-ops-end
         close input-file
         close trend-file
         close commission-file
         close invoice-file
         close customer-master
         close receivable-file
         close statement-data-file
         close exception-file.
      ******************************************************************
