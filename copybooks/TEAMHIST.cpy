      *Copybook: TEAMHIST
      *Description: team-assignment history record layout - one spell
      * of an operator on one team/queue, from the fiscal month the
      * assignment took effect to the last fiscal month it covered,
      * keyed by operator number and effective-from month. Written by
      * A7-OperatorMasterMaint whenever an operator is added or moves
      * team, and read by the team rollups so each month's calls land
      * on the team the operator actually sat on that month, not the
      * one the master happens to show today.
      *
       01 tmh-rec.
           05 tmh-key.
               10 tmh-num              pic x(3).
      *effective-from fiscal month, ccyymm - the starting calendar
      * year of the july-june fiscal year then the fiscal month
      * (01 = july); 000000 for a spell that began before history
      * was kept
               10 tmh-from-period      pic 9(6).
               10 tmh-from-parts redefines tmh-from-period.
                   15 tmh-from-fy      pic 9(4).
                   15 tmh-from-month   pic 9(2).
           05 tmh-team                 pic 9(1).
      *effective-to fiscal month, same shape - 999912 while the
      * spell is still current
           05 tmh-to-period            pic 9(6).
               88 tmh-open-spell              value 999912.
           05 tmh-to-parts redefines tmh-to-period.
               10 tmh-to-fy            pic 9(4).
               10 tmh-to-month         pic 9(2).
      *date the spell was written or last closed, yymmdd
           05 tmh-recorded-date        pic 9(6).
