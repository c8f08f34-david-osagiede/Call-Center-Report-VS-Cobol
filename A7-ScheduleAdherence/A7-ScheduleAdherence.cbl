      * daily adherence percentage; team subtotals follow using the
      * operator master's team codes and the queue reference's
      * labels. Interval activity on a day with no schedule line at
      * all is counted and called out, not lost. Each operator's
      * days are also rolled up onto an adherence summary file, so
      * the operator performance statement can quote the figure.
      *
       environment division.
       input-output section.
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *one summary line per operator scheduled - their days rolled
      * up into a single adherence figure for later programs
           select summary-file
               assign to '../../../data/A7-AdhSummary.dat'
               organization is line sequential.
      *
           select report-file
               assign to '../../../data/A7-ScheduleAdherence.out'
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd summary-file
           data record is adh-rec
           record contains 40 characters.
      *
           copy ADHSUM.
      *
       fd report-file
           data record is report-line
           05 ws-adherence-pct         pic 9(3) value 0.
           05 ws-op-team               pic 9    value 0.
      *
      *per-operator rollup for the summary file - the operator's
      * scheduled days, in the order first met on the schedule
       01 ws-opsum-control.
           05 ws-opsum-count         pic 9(4)  value 0.
           05 ws-opsum-ctr           pic 9(4)  value 0.
           05 ws-opsum-found-idx     pic 9(4)  value 0.
           05 ws-opsum-found-flag    pic x     value 'n'.
               88 ws-opsum-found               value 'y'.
       01 ws-opsum-table.
           05 ws-opsum-entry           occurs 2000.
               10 ws-opsum-tbl-num     pic x(3).
               10 ws-opsum-tbl-first   pic 9(8).
               10 ws-opsum-tbl-last    pic 9(8).
               10 ws-opsum-tbl-days    pic 9(3).
               10 ws-opsum-tbl-sched   pic 9(5).
               10 ws-opsum-tbl-worked  pic 9(5).
               10 ws-opsum-tbl-outside pic 9(5).
      *
      *team & company rollups - scheduled & worked interval sums,
      * indexed by queue code the way the other reports roll up
       01 ws-team-rollup.
           05 ws-int-read-count        pic 9(7) value 0.
           05 ws-int-reject-count      pic 9(5) value 0.
           05 ws-unscheduled-count     pic 9(7) value 0.
           05 ws-summary-count         pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value ' no schedule: '.
           05 ws-total-unsched         pic zzzzzz9.
           05 filler                   pic x(79) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(30)
               value 'operator summary lines:       '.
           05 ws-total-summary         pic zzzz9.
           05 filler                   pic x(95) value spaces.
      *
       procedure division.
      *
      *
      *open files
           open input  interval-file,
                output summary-file,
                output report-file.
      *
      *get the current date & time
      * team subtotals behind them
           perform 400-print-adherence.
      *
      *one summary line per operator for later programs
           perform 450-write-adherence-summary.
      *
      *output total lines
           perform 600-print-totals.
      *
      *close files
           close interval-file
                 summary-file
                 report-file.
      *
           stop run.
               add ws-sched-tbl-outside(ws-sched-ctr)
                 to ws-team-outside-sum(ws-op-team)
           end-if.
      *
      *& into the operator's own summary
           perform 415-roll-operator-summary.
      *
       415-roll-operator-summary.
      *finds or opens the operator's summary entry & adds the day -
      * an operator past the table's capacity can only be scheduled
      * past the schedule table's, which is already called out
           move 'n'                    to ws-opsum-found-flag.
           move 0                      to ws-opsum-found-idx.
           perform varying ws-opsum-ctr from 1 by 1
             until ws-opsum-ctr > ws-opsum-count
               or ws-opsum-found
               if ws-opsum-tbl-num(ws-opsum-ctr)
                    = ws-sched-tbl-num(ws-sched-ctr)
                   move 'y'            to ws-opsum-found-flag
                   move ws-opsum-ctr   to ws-opsum-found-idx
               end-if
           end-perform.
           if not ws-opsum-found and ws-opsum-count < 2000
               add 1                   to ws-opsum-count
               move ws-opsum-count     to ws-opsum-found-idx
               move 'y'                to ws-opsum-found-flag
               move ws-sched-tbl-num(ws-sched-ctr)
                 to ws-opsum-tbl-num(ws-opsum-count)
               move ws-sched-tbl-date(ws-sched-ctr)
                 to ws-opsum-tbl-first(ws-opsum-count)
               move ws-sched-tbl-date(ws-sched-ctr)
                 to ws-opsum-tbl-last(ws-opsum-count)
               move 0  to ws-opsum-tbl-days(ws-opsum-count)
               move 0  to ws-opsum-tbl-sched(ws-opsum-count)
               move 0  to ws-opsum-tbl-worked(ws-opsum-count)
               move 0  to ws-opsum-tbl-outside(ws-opsum-count)
           end-if.
           if ws-opsum-found
               if ws-sched-tbl-date(ws-sched-ctr)
                    < ws-opsum-tbl-first(ws-opsum-found-idx)
                   move ws-sched-tbl-date(ws-sched-ctr)
                     to ws-opsum-tbl-first(ws-opsum-found-idx)
               end-if
               if ws-sched-tbl-date(ws-sched-ctr)
                    > ws-opsum-tbl-last(ws-opsum-found-idx)
                   move ws-sched-tbl-date(ws-sched-ctr)
                     to ws-opsum-tbl-last(ws-opsum-found-idx)
               end-if
               add 1
                 to ws-opsum-tbl-days(ws-opsum-found-idx)
               add ws-sched-intervals
                 to ws-opsum-tbl-sched(ws-opsum-found-idx)
               add ws-worked-intervals
                 to ws-opsum-tbl-worked(ws-opsum-found-idx)
               add ws-sched-tbl-outside(ws-sched-ctr)
                 to ws-opsum-tbl-outside(ws-opsum-found-idx)
           end-if.
      *
       430-find-master-entry.
      *looks the schedule line's operator up on the master for the
           move ws-adherence-pct       to ws-comp-sub-pct.
           write report-line from ws-comp-sub-line
               after advancing 1 lines.
      *
       450-write-adherence-summary.
      *one line per operator scheduled, with the adherence figure
      * worked out the same way the daily lines work theirs out
           perform varying ws-opsum-ctr from 1 by 1
             until ws-opsum-ctr > ws-opsum-count
               move ws-opsum-tbl-num(ws-opsum-ctr)     to adh-num
               move ws-opsum-tbl-first(ws-opsum-ctr)   to adh-first-date
               move ws-opsum-tbl-last(ws-opsum-ctr)    to adh-last-date
               move ws-opsum-tbl-days(ws-opsum-ctr)    to adh-days
               move ws-opsum-tbl-sched(ws-opsum-ctr)   to adh-sched
               move ws-opsum-tbl-worked(ws-opsum-ctr)  to adh-worked
               move ws-opsum-tbl-outside(ws-opsum-ctr) to adh-outside
               if ws-opsum-tbl-sched(ws-opsum-ctr) > 0
                   compute adh-pct rounded =
                       ws-opsum-tbl-worked(ws-opsum-ctr) * 100
                       / ws-opsum-tbl-sched(ws-opsum-ctr)
               else
                   move 0              to adh-pct
               end-if
               write adh-rec
               add 1                   to ws-summary-count
           end-perform.
      *
       600-print-totals.
      *
           move ws-sched-count         to ws-total-sched.
           move ws-summary-count       to ws-total-summary.
           move ws-sched-reject-count  to ws-total-sched-rej.
           move ws-int-read-count      to ws-total-int.
           move ws-int-reject-count    to ws-total-int-rej.
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       end program A7-ScheduleAdherence.
