      *Copybook: GLPOST
      *Description: posted-allocation ledger record layout - what the
      * GL has been given for one team/queue in one fiscal month, so
      * a later change to that month's volumes can be trued up
      * against what actually posted instead of a memo. Written by
      * A7-CostAllocation each time a month's journal is released,
      * and brought up to date by A7-PeriodTrueUp whenever it
      * reverses & re-posts a closed month.
      *
       01 glp-rec.
           05 glp-key.
      *fiscal period, ccyymm, then the team/queue code posted for
               10 glp-fy               pic 9(4).
               10 glp-month            pic 9(2).
               10 glp-team             pic 9(1).
      *the team's cost centre & the amount now standing posted to it
           05 glp-centre               pic x(8).
           05 glp-amount               pic 9(9)v99.
      *the month's offsetting credit centre & total cost allocated,
      * as finance supplied them on the cost card
           05 glp-credit-centre        pic x(8).
           05 glp-cost-total           pic 9(9)v99.
      *date the amount was posted or last re-posted, yymmdd, & by
      * which run - a = the allocation feed, t = the true-up
           05 glp-posted-date          pic 9(6).
           05 glp-source               pic x(1).
               88 glp-from-allocation         value 'a'.
               88 glp-from-true-up            value 't'.
