      *Copybook: PERCLOSE
      *Description: period-close control record layout - one line per
      * fiscal month finance & payroll have closed, saying whether it
      * is closed for bonus (a quarter's bonus has gone to payroll on
      * it) and/or for cost allocation (its journal has posted to the
      * GL). Maintained by operations like the tier file; read by
      * A7-VolumeAdjust, A7-SuspenseRepair & A7-MonthlyIntake, which
      * flag or hold any change that touches a closed month, by
      * A7-CostAllocation, which will not re-post a closed month, and
      * by A7-PeriodTrueUp, which works out what the changes owe.
      *
       01 pcl-rec.
      *fiscal period, ccyymm - the starting calendar year of the
      * july-june fiscal year then the fiscal month (01 = july)
           05 pcl-period.
               10 pcl-fy               pic 9(4).
               10 pcl-month            pic 9(2).
      *c = closed for bonus, anything else open
           05 pcl-bonus-flag           pic x(1).
               88 pcl-bonus-closed            value 'c'.
      *c = closed for cost allocation, anything else open
           05 pcl-alloc-flag           pic x(1).
               88 pcl-alloc-closed            value 'c'.
      *date the month was closed, yymmdd
           05 pcl-closed-date          pic 9(6).
           05 filler                   pic x(6).
