      ******************************************************************
      * per-check pay history - payroll appends one record for every
      * stub it issues, keyed by employee, pay date and the check or
      * deposit, so a stub or an earnings verification can be rebuilt
      * long after the stub file itself has been overwritten.
      * ph-method "C" is a paper check and ph-number its check number;
      * "A" is a direct deposit and ph-number its deposit number from
      * the deposit sequence carried on c0701-chkno.  ph-status "V"
      * marks a check voided by a later adjustment run, on
      * ph-void-date.
      * the regular and overtime split of REG time is carried apart
      * from the other earnings codes, as the stub shows it.
      * ph-incentive is sales incentive pay, kept apart from
      * ph-commission as the stub shows it.
      ******************************************************************
           05  ph-key.
               10  ph-emp-id        pic x(5).
               10  ph-date          pic 9(8).
               10  ph-method        pic x(1).
               10  ph-number        pic 9(6).
           05  ph-name              pic x(15).
           05  ph-flag              pic x(5).
           05  ph-status            pic x(1).
           05  ph-void-date         pic 9(8).
           05  ph-reg-hours         pic 9(3).
           05  ph-ot-hours          pic 9(3).
           05  ph-reg-pay           pic 9(5)v99.
           05  ph-ot-pay            pic 9(5)v99.
           05  ph-earn-count        pic 9(2).
           05  ph-earn-entry        occurs 10 times.
               10  ph-earn-code     pic x(3).
               10  ph-earn-desc     pic x(12).
               10  ph-earn-hours    pic 9(3).
               10  ph-earn-pay      pic 9(5)v99.
           05  ph-commission        pic s9(4)v99 sign leading separate.
           05  ph-retro             pic s9(4)v99 sign leading separate.
           05  ph-payout-hours      pic 9(3)v99.
           05  ph-vac-payout        pic 9(5)v99.
           05  ph-bonus-type        pic x(3).
           05  ph-bonus             pic 9(5)v99.
           05  ph-gross             pic 9(5)v99.
           05  ph-fica              pic 9(4)v99.
           05  ph-fed               pic 9(4)v99.
           05  ph-state             pic 9(4)v99.
           05  ph-deferral          pic 9(5)v99.
           05  ph-er-match          pic 9(5)v99.
           05  ph-ded-total         pic 9(4)v99.
           05  ph-ded-count         pic 9(2).
           05  ph-ded-entry         occurs 20 times.
               10  ph-ded-code      pic x(3).
               10  ph-ded-amt       pic 9(4)v99.
           05  ph-net               pic 9(5)v99.
           05  ph-ytd-gross         pic 9(7)v99.
           05  ph-ytd-fica          pic 9(7)v99.
           05  ph-ytd-fed           pic 9(7)v99.
           05  ph-ytd-state         pic 9(7)v99.
           05  ph-ytd-net           pic 9(7)v99.
           05  ph-ytd-deferral      pic 9(7)v99.
           05  ph-leave-shown       pic x(1).
           05  ph-vac-bal           pic s9(3)v99 sign leading separate.
           05  ph-sick-bal          pic s9(3)v99 sign leading separate.
           05  ph-incentive         pic s9(5)v99 sign leading separate.
