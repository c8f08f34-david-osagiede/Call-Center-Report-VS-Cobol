      *Copybook: ADHSUM
      *Description: schedule adherence summary record layout - one
      * line per operator, their scheduled days rolled up over the
      * schedule period. Written by A7-ScheduleAdherence alongside
      * its printed report so later programs can quote an operator's
      * adherence without re-scoring the interval extract; read by
      * A7-OpStatement for the operator performance statement.
      *
       01 adh-rec.
           05 adh-num                  pic x(3).
      *first & last scheduled dates, ccyymmdd, & days scheduled
           05 adh-first-date           pic 9(8).
           05 adh-last-date            pic 9(8).
           05 adh-days                 pic 9(3).
      *scheduled half hours, those that saw answered calls, answered
      * activity outside the scheduled window, & the adherence
      * percentage - worked over scheduled
           05 adh-sched                pic 9(5).
           05 adh-worked               pic 9(5).
           05 adh-outside              pic 9(5).
           05 adh-pct                  pic 9(3).
