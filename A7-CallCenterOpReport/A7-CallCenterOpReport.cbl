               record key is opm-num
               file status  is ws-master-status.
      *
      *the team-assignment history kept by A7-OperatorMasterMaint, so
      * each month's calls roll up to the team the operator sat on
      * that month - optional, an operator with no spells on file
      * stays on the extract record's team all year
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is sequential
               record key is tmh-key
               file status  is ws-team-hist-status.
      *
      *this run's control totals - record count read & the monthly/
      * overall call totals, for run-to-run balancing
           select audit-file
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
      *
       fd audit-file
           data record is audit-line
      -        " holds 2000)".
           05 filler                   pic x(63) value spaces.
      *
      *team-assignment history - the spells loaded by
      * 087-read-team-history that overlap the fiscal year being
      * reported, searched by 257-resolve-month-team month by month
       01 ws-team-hist-control.
           05 ws-team-hist-status    pic xx    value spaces.
               88 ws-team-hist-ok              value '00'.
           05 ws-hist-count          pic 9(4)  value 0.
      *true count of spells overlapping the year, uncapped - used to
      * warn when more were found than ws-hist-table (sized 2000)
      * could hold
           05 ws-hist-true-count     pic 9(5)  value 0.
           05 ws-hist-srch-ctr       pic 9(4)  value 0.
           05 ws-hist-found-flag     pic x     value 'n'.
               88 ws-hist-found                value 'y'.
           05 ws-hist-fy-first       pic 9(6)  value 0.
           05 ws-hist-fy-last        pic 9(6)  value 0.
           05 ws-hist-month          pic 99    value 0.
           05 ws-hist-period         pic 9(6)  value 0.
           05 ws-month-team          pic 9     value 0.
       01 ws-hist-table.
           05 ws-hist-entry            occurs 2000.
               10 ws-hist-tbl-num      pic x(3).
               10 ws-hist-tbl-from     pic 9(6).
               10 ws-hist-tbl-to       pic 9(6).
               10 ws-hist-tbl-team     pic 9.
      *
       01 ws-hist-load-overflow.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(8) value "... and ".
           05 ws-hist-load-over-cnt    pic zzzz9.
           05 filler                   pic x(43)
               value " more team history spells not loaded (spell".
           05 filler                   pic x(18)
               value " table holds 2000)".
           05 filler                   pic x(68) value spaces.
      *
      *control total for the audit-trail record, written at the end
      * of the run by 480-write-audit-record - counts every record
      * read from emp-file during the real detail pass (the
      * 250-validate-record can check names & team codes against it
           perform 085-read-master-file.
      *
      *pick up the team-assignment history, if any has been kept, so
      * the team rollup can follow an operator who moved mid-year
           perform 087-read-team-history.
      *
      *pick up the accepted-correction pairs the repair run (& the
      * prior report run's re-emits) left, before the extract is read
           perform 076-load-accepted-pairs.
               move 'y'                to ws-master-loaded-flag
               close master-file
           end-if.
      *
       087-read-team-history.
      *loads the team-assignment spells that overlap the fiscal year
      * on the parameter card - a spell wholly before or after it can
      * never answer for one of this year's months
           compute ws-hist-fy-first = ws-param-fiscal-year * 100 + 1.
           compute ws-hist-fy-last = ws-param-fiscal-year * 100 + 12.
           open input team-hist-file.
           if ws-team-hist-ok
               perform until ws-team-hist-status not = '00'
                   read team-hist-file
                       at end move 'x'  to ws-team-hist-status
                       not at end
                           if tmh-to-period >= ws-hist-fy-first
                             and tmh-from-period <= ws-hist-fy-last
                             and tmh-team numeric
                             and tmh-team >= 1
                               perform 088-load-one-spell
                           end-if
                   end-read
               end-perform
               close team-hist-file
           end-if.
      *
       088-load-one-spell.
           add 1                       to ws-hist-true-count.
           if ws-hist-count < 2000
               add 1                   to ws-hist-count
               move tmh-num            to ws-hist-tbl-num(ws-hist-count)
               move tmh-from-period
                 to ws-hist-tbl-from(ws-hist-count)
               move tmh-to-period      to ws-hist-tbl-to(ws-hist-count)
               move tmh-team
                 to ws-hist-tbl-team(ws-hist-count)
           end-if.
      *
       090-reconcile-roster.
      *makes a first pass over emp-file purely to find operators that
                   after advancing 1 lines
           end-if.
      *
      *warn when the team history outgrew its table - spells past
      * the 2000th could not move any month off the extract's team
           if ws-hist-true-count > 2000
               compute ws-hist-load-over-cnt =
                   ws-hist-true-count - 2000
               write report-line from ws-hist-load-overflow
                   after advancing 1 lines
           end-if.
      *
      *warn when more accepted pairs arrived than the table holds -
      * corrections past the 2000th could not be applied this run
           if ws-acc-true-count > 2000
                 if emp-rec-calls(ws-ctr) > 0
                     add 1 to ws-total-call(ws-ctr)
                 end-if
      *        the team rollup follows the team the operator sat on
      *        that month, which for a mid-year move is not the team
      *        the extract record carries
                 move ws-ctr           to ws-hist-month
                 perform 257-resolve-month-team
                 add emp-rec-calls(ws-ctr)
                   to ws-team-month-total(ws-month-team ws-ctr)
                 add emp-rec-calls(ws-ctr)
                   to ws-team-grand-total(ws-month-team)
      *        roll this month's handle-time & service-level figures
      *        into the operator's own total (always, same months-
      *        loaded divisor as the operator's yearly call average) &
             and not ws-recon-pass
               perform 260-write-error-record
           end-if.
      *
       257-resolve-month-team.
      *the team the operator sat on in fiscal month ws-hist-month -
      * the history spell covering that month if there is one,
      * otherwise the team the extract record carries
           move emp-rec-team           to ws-month-team.
           compute ws-hist-period =
               ws-param-fiscal-year * 100 + ws-hist-month.
           move 'n'                    to ws-hist-found-flag.
           perform varying ws-hist-srch-ctr from 1 by 1
             until ws-hist-srch-ctr > ws-hist-count
               or ws-hist-found
               if ws-hist-tbl-num(ws-hist-srch-ctr) = emp-rec-num
                 and ws-hist-tbl-from(ws-hist-srch-ctr)
                       <= ws-hist-period
                 and ws-hist-tbl-to(ws-hist-srch-ctr)
                       >= ws-hist-period
                   move 'y'            to ws-hist-found-flag
                   move ws-hist-tbl-team(ws-hist-srch-ctr)
                                       to ws-month-team
               end-if
           end-perform.
      *
       265-check-applied-correction.
      *looks the reject up among the accepted pairs' original images
