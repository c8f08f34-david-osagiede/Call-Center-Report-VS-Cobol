      *Copybook: HELDREC
      *Description: held intake item record layout - one record per
      * operator per fiscal month whose monthly extract figures passed
      * the edits but were out of line with the operator's own earlier
      * months, the team median for the month, or the team's own
      * history. Written by A7-MonthlyIntake instead of merging the
      * figures, signed off by a supervisor through A7-HeldRelease,
      * and picked up by the next intake run once released.
      *
       01 hld-rec.
           05 hld-key.
               10 hld-num              pic x(3).
      *starting calendar year of the july-june fiscal year, then the
      * fiscal month (01 = july) the figures belong to
               10 hld-fy               pic 9(4).
               10 hld-month            pic 9(2).
           05 hld-team                 pic 9(1).
      *the figures the next intake will merge - as extracted, or as
      * corrected by a supervisor override
           05 hld-figures.
               10 hld-calls            pic 9(3).
               10 hld-aht              pic 9(3).
               10 hld-sla              pic 9(3).
      *the figures as the switch extract carried them
           05 hld-orig-figures.
               10 hld-orig-calls       pic 9(3).
               10 hld-orig-aht         pic 9(3).
               10 hld-orig-sla         pic 9(3).
      *what the screen compared them with - the operator's average
      * over the earlier months on file (zero with too few months) &
      * the team median for the month (zero with too few operators)
           05 hld-own-months           pic 9(2).
           05 hld-own-figures.
               10 hld-own-calls        pic 9(3).
               10 hld-own-aht          pic 9(3).
               10 hld-own-sla          pic 9(3).
           05 hld-team-figures.
               10 hld-med-calls        pic 9(3).
               10 hld-med-aht          pic 9(3).
               10 hld-med-sla          pic 9(3).
           05 hld-screen-reason        pic x(30).
      *h = held awaiting sign-off, r = released to the next intake,
      * d = dropped (glitch confirmed, never to be merged), m = merged
      * by the intake, f = released but refused by the intake
           05 hld-status               pic x(1).
               88 hld-held                    value 'h'.
               88 hld-released                value 'r'.
               88 hld-dropped                 value 'd'.
               88 hld-merged                  value 'm'.
               88 hld-refused                 value 'f'.
      *the supervisor's sign-off - r = released as extracted, o =
      * released with overriding figures, d = dropped - with the
      * reason code & who signed it off
           05 hld-rel-action           pic x(1).
           05 hld-rel-reason           pic x(2).
               88 hld-reason-valid            value 'gv' 'lv' 'tr'
                                                    'qm' 'pj' 'sw'
                                                    'gl' 'ot'.
           05 hld-rel-by               pic x(8).
      *dates held, signed off & merged or refused, yymmdd
           05 hld-held-date            pic 9(6).
           05 hld-rel-date             pic 9(6).
           05 hld-merged-date          pic 9(6).
           05 filler                   pic x(12).
