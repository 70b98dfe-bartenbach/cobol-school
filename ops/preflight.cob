      * function: one pass over every control and parameter file the
      *           night depends on, run at 6 pm before the batch.
      *           verifies the shared rundate, the tax table's bracket
      *           structure, the employee, salesperson and product line
      *           masters, the deduction stop dates and tax treatments,
      *           and the check number file - reporting every finding
      *           at once and setting a return code the sequencer
      *           honors, so the whole list is fixed in the afternoon
      *           instead of one failure at a time all night.
      ******************************************************************

      ******************************************************************
                                 "/home/proxa/doc/cob/c1201-mst"
       organization is line sequential
       file status is sales-master-status.
       select product-master assign to "/home/proxa/doc/cob/c1201-prod"
       organization is line sequential
       file status is product-master-status.
       select deduction-file assign to "/home/proxa/doc/cob/c0701-ded"
       organization is line sequential
       file status is ded-file-status.
       01  sales-master-rec.
           05  smr-salesperson-no   pic 9(2).
           05  smr-rest             pic x(23).
       fd product-master.
       01  product-master-rec.
           05  prd-code             pic x(2).
           05  prd-desc             pic x(20).
           05  prd-cost-pct         pic 9(2)v9.
           05  prd-cost-pct-x redefines prd-cost-pct pic x(3).
           05  prd-active           pic x(1).
       fd deduction-file.
       01  deduction-rec.
           05  ded-emp-id           pic x(5).
           05  ded-priority         pic 9(1).
           05  ded-stop-date        pic 9(8).
           05  ded-stop-date-x redefines ded-stop-date pic x(8).
           05  ded-tax-treat        pic x(1).
       fd checkno-file.
       01  checkno-rec.
           05  ckn-next             pic 9(6).
       01  tax-file-status          pic xx    value spaces.
       01  master-status            pic xx    value spaces.
       01  sales-master-status      pic xx    value spaces.
       01  product-master-status    pic xx    value spaces.
       01  ded-file-status          pic xx    value spaces.
       01  checkno-status           pic xx    value spaces.
       01  ops-log-status           pic xx    value spaces.
         perform 300-check-tax-table
         perform 400-check-employee-master
         perform 420-check-salesperson-master
         perform 440-check-product-master
         perform 500-check-deductions
         perform 520-check-checkno
         perform 800-finish
             at end
               move 1 to scan-eof
             not at end
      *  the allowance, supplemental rate, 401(k) limit, and match
      *  rows are parameters, not brackets.
               if tax-juris = "A" or "U" or "K" or "M"
                 continue
               else
                 perform 320-check-one-bracket
           perform 150-write-finding
         end-if.

       440-check-product-master.
      *  chapter-twelve refuses to run without it, and a cost that
      *  is not a percent would misstate every margin on the line.
         open input product-master
         if product-master-status not = "00"
           move "PRODUCT LINE MASTER C1201-PROD MISSING"
               to finding-text
           perform 150-write-finding
           exit paragraph
         end-if
         move zero to master-populated
         move zero to scan-eof
         perform until scan-eof = 1
           read product-master
             at end
               move 1 to scan-eof
             not at end
               move 1 to master-populated
               if prd-cost-pct-x not numeric
                 string "PRODUCT LINE COST NOT NUMERIC - LINE "
                     prd-code
                     delimited by size into finding-text
                 perform 150-write-finding
               end-if
               if prd-active not = "Y" and not = "N"
                 string "PRODUCT LINE ACTIVE FLAG NOT Y/N - LINE "
                     prd-code
                     delimited by size into finding-text
                 perform 150-write-finding
               end-if
           end-read
         end-perform
         close product-master
         if master-populated = zero
           move "PRODUCT LINE MASTER IS EMPTY" to finding-text
           perform 150-write-finding
         end-if.

       500-check-deductions.
         open input deduction-file
         if ded-file-status not = "00"
                     delimited by size into finding-text
                 perform 150-write-finding
               end-if
               if ded-tax-treat not = space and ded-tax-treat not = "K"
                 string "DEDUCTION TAX TREATMENT INVALID - EMP "
                     ded-emp-id " " ded-code
                     delimited by size into finding-text
                 perform 150-write-finding
               end-if
           end-read
         end-perform
         close deduction-file.
