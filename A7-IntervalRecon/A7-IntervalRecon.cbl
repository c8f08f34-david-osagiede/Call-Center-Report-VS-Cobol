       identification division.
       program-id. A7-IntervalRecon.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program reconciles the switch's
      * half-hour interval actuals against the monthly call counts
      * before a month's intake is promoted. It sums int-answered
      * from A7-Intervals.dat by operator and fiscal month, and sets
      * each operator-month against both monthly figures - the call
      * count on A7-MonthlyExtract.dat for a month the extract
      * carries, and the count already on the running A7.dat
      * snapshot for a month the snapshot has loaded. It prints a
      * variance listing by team (operator, month, interval total,
      * then each monthly figure with its difference and percent),
      * with team subtotals and company totals by month, flags every
      * line outside the tolerances on the run parameter card on
      * either figure, or carried on both the snapshot and the
      * extract, and ends with return code 8 when a company line is
      * flagged, so the stream stops before A7-New.dat is copied over
      * A7.dat on a half-loaded interval feed or a double-counted
      * month.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the run-control parameter card shared across the stream -
      * this program takes the fiscal year & the absolute &
      * percentage tolerances from it, the same allowances the audit
      * balancer applies
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               file status  is ws-parm-status.
      *
      *the queue reference kept by A7-QueueRefMaint - the one source
      * of truth for team/queue codes & names; the team sections
      * below all load from it, so a missing or empty one stops the
      * run like a missing parameter card
           select queue-file
               assign to '../../../data/A7-Queues.dat'
               organization is indexed
               access is sequential
               record key is que-code
               file status  is ws-queue-status.
      *
      *the switch's half-hour interval extract - the actuals being
      * reconciled; no interval file, nothing to reconcile
           select interval-file
               assign to '../../../data/A7-Intervals.dat'
               organization is line sequential
               file status  is ws-int-status.
      *
      *the switch's single-month extract waiting to be merged -
      * optional, a run between intakes reconciles against A7.dat
      * alone
           select optional extract-file
               assign to '../../../data/A7-MonthlyExtract.dat'
               organization is line sequential
               file status  is ws-ext-status.
      *
      *the running snapshot - optional, the first month of a fiscal
      * year starts from an empty one
           select optional emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential
               file status  is ws-emp-status.
      *
      *the operator master, for the name & team of an operator the
      * snapshot does not hold yet - optional
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *the team-assignment history kept by A7-OperatorMasterMaint, so
      * each month's figures total under the team the operator sat
      * on that month - optional
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is sequential
               record key is tmh-key
               file status  is ws-team-hist-status.
      *
           select report-file
               assign to '../../../data/A7-IntervalRecon.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd parm-file
           data record is parm-card
           record contains 25 characters.
      *
           copy RUNPARM.
      *
       fd queue-file
           data record is que-rec
           record contains 15 characters.
      *
           copy QUEREF.
      *
       fd interval-file
           data record is int-rec
           record contains 22 characters.
      *
       01 int-rec.
           05 int-num                  pic x(3).
           05 int-date.
               10 int-date-yyyy        pic 9(4).
               10 int-date-mm          pic 9(2).
               10 int-date-dd          pic 9(2).
           05 int-interval             pic 9(2).
           05 int-offered              pic 9(3).
           05 int-answered             pic 9(3).
           05 int-abandoned            pic 9(3).
      *
       fd extract-file
           data record is ext-rec
           record contains 14 characters.
      *
       01 ext-rec.
           05 ext-num                  pic x(3).
           05 ext-month                pic 9(2).
           05 ext-calls                pic 9(3).
           05 ext-aht                  pic 9(3).
           05 ext-sla                  pic 9(3).
      *
       fd emp-file
           data record is emp-rec
           record contains 126 characters.
      *
           copy EMPREC.
      *
       fd master-file
           data record is opm-rec
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
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-months.
           05 filler                   pic x(3)
             value 'Jul'.
           05 filler                   pic x(3)
             value 'Aug'.
           05 filler                   pic x(3)
             value 'Sep'.
           05 filler                   pic x(3)
             value 'Oct'.
           05 filler                   pic x(3)
             value 'Nov'.
           05 filler                   pic x(3)
             value 'Dec'.
           05 filler                   pic x(3)
             value 'Jan'.
           05 filler                   pic x(3)
             value 'Feb'.
           05 filler                   pic x(3)
             value 'Mar'.
           05 filler                   pic x(3)
              value 'Apr'.
           05 filler                   pic x(3)
             value 'May'.
           05 filler                   pic x(3)
             value 'Jun'.
       01 ws-r-month-names redefines ws-months.
           05 ws-month-name            pic x(3) occurs 12 times.
      *
       01 ws-constants.
           05 ws-number-of-months      pic 99   value 12.
           05 ws-ctr                   pic 99   value 0.
           05 ws-team-ctr              pic 99   value 0.
      *
       01 ws-parm-control.
           05 ws-parm-status         pic xx    value spaces.
               88 ws-parm-ok                   value '00'.
           05 ws-parm-read-flag      pic x     value 'n'.
               88 ws-parm-read                 value 'y'.
      *
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year; interval
      * records dated outside it are counted & left out
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *tolerances supplied on the run parameter card - a variance is
      * within tolerance when its absolute size is no more than the
      * absolute allowance, or its size against the monthly figure
      * is no more than the percentage allowance; it takes failing
      * both to flag a line, the same rule the audit balancer uses
       01 ws-param-abs-tol             pic 9(7) value 0.
       01 ws-param-pct-tol             pic 9(3) value 0.
      *
       01 ws-file-status-flags.
           05 ws-int-status          pic xx    value spaces.
               88 ws-int-ok                    value '00'.
           05 ws-ext-status          pic xx    value spaces.
               88 ws-ext-ok                    value '00'.
           05 ws-emp-status          pic xx    value spaces.
               88 ws-emp-ok                    value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
       01 ws-emp-eof-flag              pic x    value 'n'.
           88 ws-emp-end-of-file                value 'y'.
       01 ws-ext-eof-flag              pic x    value 'n'.
           88 ws-ext-end-of-file                value 'y'.
      *
      *the queue reference loaded by 045-load-queue-file - one entry
      * per possible queue code, indexed by the code itself
       01 ws-queue-control.
           05 ws-queue-status        pic xx    value spaces.
               88 ws-queue-ok                  value '00'.
           05 ws-queue-count         pic 9     value 0.
           05 ws-max-queues          pic 9     value 9.
       01 ws-queue-table.
           05 ws-queue-entry           occurs 9.
               10 ws-queue-tbl-name    pic x(10) value spaces.
               10 ws-queue-tbl-sla     pic 9(3) value 0.
               10 ws-queue-tbl-status  pic x    value space.
                   88 ws-queue-tbl-active     value 'a'.
                   88 ws-queue-tbl-defined    value 'a' 'r'.
      *
      *interval record validation - the same edits the intraday
      * profile applies to the same file
       01 ws-validation.
           05 ws-valid-record-flag  pic x   value 'y'.
               88 ws-record-valid           value 'y'.
               88 ws-record-invalid         value 'n'.
           05 ws-error-reason       pic x(40) value spaces.
      *
      *fiscal year & month (july = 1) derived from the interval date
       01 ws-int-fiscal-fields.
           05 ws-int-fy                pic 9(4) value 0.
           05 ws-fiscal-month          pic 99   value 0.
      *
      *operator master lookup, for naming & placing an operator the
      * snapshot does not hold
       01 ws-master-control.
           05 ws-master-loaded-flag  pic x     value 'n'.
               88 ws-master-loaded             value 'y'.
           05 ws-master-count        pic 9(4)  value 0.
           05 ws-master-true-count   pic 9(5)  value 0.
           05 ws-master-srch-ctr     pic 9(4)  value 0.
           05 ws-master-found-flag   pic x     value 'n'.
               88 ws-master-found              value 'y'.
       01 ws-master-table.
           05 ws-master-entry          occurs 2000.
               10 ws-master-tbl-num    pic x(3).
               10 ws-master-tbl-name   pic x(12).
               10 ws-master-tbl-team   pic 9.
               10 ws-master-tbl-status pic x.
                   88 ws-master-tbl-active    value 'a'.
      *
       01 ws-master-load-overflow.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(8) value "... and ".
           05 ws-master-load-over-cnt  pic zzzz9.
           05 filler                   pic x(45)
               value " more master records not loaded (master table".
           05 filler                   pic x(12)
               value " holds 2000)".
           05 filler                   pic x(58) value spaces.
      *
      *team-assignment history - the spells loaded by
      * 087-read-team-history that overlap the fiscal year being
      * reconciled, searched by 257-resolve-month-team
       01 ws-team-hist-control.
           05 ws-team-hist-status    pic xx    value spaces.
               88 ws-team-hist-ok              value '00'.
           05 ws-hist-count          pic 9(4)  value 0.
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
           05 filler                   pic x(54) value spaces.
      *
      *one entry per operator seen on any of the three sources - the
      * snapshot's operators first, in file order, then any the
      * extract or the intervals add - with each month's interval
      * sum, snapshot count & extract count side by side
       01 ws-op-control.
           05 ws-op-count            pic 9(4)  value 0.
      *true count of operators seen, uncapped - used to warn when
      * more were found than ws-op-table (sized 2000) could hold
           05 ws-op-true-count       pic 9(5)  value 0.
           05 ws-op-ctr              pic 9(4)  value 0.
           05 ws-op-idx              pic 9(4)  value 0.
           05 ws-find-num            pic x(3)  value spaces.
           05 ws-op-found-flag       pic x     value 'n'.
               88 ws-op-found                  value 'y'.
       01 ws-op-table.
           05 ws-op-entry              occurs 2000.
               10 ws-op-tbl-num        pic x(3).
               10 ws-op-tbl-name       pic x(12).
               10 ws-op-tbl-team       pic 9.
               10 ws-op-tbl-month      occurs 12.
                   15 ws-op-tbl-int    pic 9(7).
                   15 ws-op-tbl-a7     pic 9(5).
                   15 ws-op-tbl-ext    pic 9(5).
                   15 ws-op-tbl-ext-flag
                                       pic x.
                       88 ws-op-tbl-ext-carried  value 'y'.
      *
       01 ws-op-load-overflow.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(8) value "... and ".
           05 ws-op-load-over-cnt      pic zzzz9.
           05 filler                   pic x(40)
               value " more operators not reconciled (operator".
           05 filler                   pic x(12)
               value " table holds".
           05 filler                   pic x(6) value " 2000)".
           05 filler                   pic x(57) value spaces.
      *
      *months the reconciliation covers - any month the intervals
      * carry activity for, or the extract carries figures for - &
      * which of the two monthly sources carries each one
       01 ws-scope-table.
           05 ws-scope-flag            pic x    occurs 12 value 'n'.
               88 ws-month-in-scope           value 'y'.
           05 ws-ext-month-flag        pic x    occurs 12 value 'n'.
               88 ws-ext-carries-month        value 'y'.
           05 ws-a7-month-flag         pic x    occurs 12 value 'n'.
               88 ws-a7-carries-month         value 'y'.
      *
      *the highest month the snapshot has loaded - a legacy record
      * with no loaded-thru counts as the full year
       01 ws-a7-loaded-thru            pic 99   value 0.
      *
      *the operator-month, team or company figures in hand - the
      * interval sum each monthly figure is set against, whether the
      * comparison is made at all, & what the line is flagged for
       01 ws-line-fields.
           05 ws-line-team             pic 9    value 0.
           05 ws-line-int              pic 9(8) value 0.
           05 ws-line-int-ext          pic 9(8) value 0.
           05 ws-line-ext              pic 9(8) value 0.
           05 ws-line-int-a7           pic 9(8) value 0.
           05 ws-line-a7               pic 9(8) value 0.
           05 ws-line-ext-flag         pic x    value 'n'.
               88 ws-line-ext-made             value 'y'.
           05 ws-line-a7-flag          pic x    value 'n'.
               88 ws-line-a7-made              value 'y'.
           05 ws-line-twice-flag       pic x    value 'n'.
               88 ws-line-twice                value 'y'.
           05 ws-line-out-flag         pic x    value 'n'.
               88 ws-line-out                  value 'y'.
           05 ws-take-flag             pic x    value 'n'.
               88 ws-take-month                value 'y'.
      *
      *comparison scratch fields for the figures in hand - the
      * monthly figure is the base a percentage is taken of
       01 ws-compare-fields.
           05 ws-cmp-int               pic 9(8)  value 0.
           05 ws-cmp-monthly           pic 9(8)  value 0.
           05 ws-cmp-variance          pic s9(8) value 0.
           05 ws-cmp-abs-variance      pic 9(8)  value 0.
           05 ws-cmp-pct               pic 9(9)v9 value 0.
           05 ws-cmp-out-flag          pic x     value 'n'.
               88 ws-cmp-out                    value 'y'.
      *
      *team section & company accumulators - each monthly figure is
      * totalled with the interval sum over the months it carries,
      * so a total's difference is taken over those months alone
       01 ws-team-accum.
           05 ws-team-int              pic 9(8) value 0.
           05 ws-team-int-ext          pic 9(8) value 0.
           05 ws-team-ext              pic 9(8) value 0.
           05 ws-team-int-a7           pic 9(8) value 0.
           05 ws-team-a7               pic 9(8) value 0.
           05 ws-team-ext-flag         pic x    value 'n'.
           05 ws-team-a7-flag          pic x    value 'n'.
           05 ws-team-twice-flag       pic x    value 'n'.
           05 ws-team-lines            pic 9(5) value 0.
       01 ws-company-accum.
           05 ws-co-month              occurs 12.
               10 ws-co-int            pic 9(8) value 0.
               10 ws-co-ext            pic 9(8) value 0.
               10 ws-co-a7             pic 9(8) value 0.
           05 ws-co-int-total          pic 9(8) value 0.
           05 ws-co-int-ext-total      pic 9(8) value 0.
           05 ws-co-ext-total          pic 9(8) value 0.
           05 ws-co-int-a7-total       pic 9(8) value 0.
           05 ws-co-a7-total           pic 9(8) value 0.
           05 ws-co-ext-flag           pic x    value 'n'.
           05 ws-co-a7-flag            pic x    value 'n'.
           05 ws-co-twice-flag         pic x    value 'n'.
           05 ws-co-out-count          pic 9(3) value 0.
      *
       01 ws-counts.
           05 ws-read-count            pic 9(7) value 0.
           05 ws-good-count            pic 9(7) value 0.
           05 ws-reject-count          pic 9(5) value 0.
           05 ws-other-year-count      pic 9(7) value 0.
           05 ws-ext-read-count        pic 9(5) value 0.
           05 ws-ext-reject-count      pic 9(5) value 0.
           05 ws-line-count            pic 9(5) value 0.
           05 ws-out-line-count        pic 9(5) value 0.
           05 ws-twice-line-count      pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '   interval reconciliation.  '.
           05 filler                   pic x(5)
               value spaces.
           05 ws-name-line-date        pic 9(6).
           05 filler                   pic x(4)
               value spaces.
           05 ws-name-line-time        pic 9(8).
           05 filler                   pic x(50)
               value spaces.
      *
       01 ws-report-heading.
           05 filler                   pic x(40)
               value spaces.
           05 filler                   pic x(42)
               value 'interval actuals to monthly counts - fy '.
           05 ws-heading-fy-start      pic 9(4).
           05 filler                   pic x(1)
               value '-'.
           05 ws-heading-fy-end        pic 9(4).
           05 filler                   pic x(41)
               value spaces.
      *
       01 ws-tolerance-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(21)
               value 'tolerance: absolute '.
           05 ws-tol-abs-out           pic zzzzzz9.
           05 filler                   pic x(14)
               value '   percentage '.
           05 ws-tol-pct-out           pic zz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(2) value spaces.
           05 ws-reject-source         pic x(10).
           05 ws-reject-num            pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-reject-reason         pic x(40).
           05 filler                   pic x(75) value spaces.
      *
       01 ws-team-heading-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'team: '.
           05 ws-team-heading-name     pic x(10).
           05 filler                   pic x(114) value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(37)
               value '  op#  name          mth  intervals  '.
           05 filler                   pic x(25)
               value 'extract  ext diff ext pct'.
           05 filler                   pic x(27)
               value '   a7.dat   a7 diff  a7 pct'.
           05 filler                   pic x(43) value spaces.
      *
      *one variance line - an operator-month, or with the identity
      * area relabelled, a team or company total; a comparison not
      * made is left blank
       01 ws-recon-line.
           05 filler                   pic x(2) value spaces.
           05 ws-rl-ident.
               10 ws-rl-num            pic x(3).
               10 filler               pic x(2).
               10 ws-rl-name           pic x(12).
               10 filler               pic x(2).
               10 ws-rl-month          pic x(3).
           05 ws-rl-label redefines ws-rl-ident
                                       pic x(22).
           05 filler                   pic x(2) value spaces.
           05 ws-rl-int                pic z(8)9.
           05 filler                   pic x(2) value spaces.
           05 ws-rl-ext-area.
               10 ws-rl-ext            pic z(6)9.
               10 filler               pic x(1).
               10 ws-rl-ext-variance   pic -(8)9.
               10 filler               pic x(1).
               10 ws-rl-ext-pct        pic z(4)9.9.
           05 ws-rl-ext-area-x redefines ws-rl-ext-area
                                       pic x(25).
           05 filler                   pic x(2) value spaces.
           05 ws-rl-a7-area.
               10 ws-rl-a7             pic z(6)9.
               10 filler               pic x(1).
               10 ws-rl-a7-variance    pic -(8)9.
               10 filler               pic x(1).
               10 ws-rl-a7-pct         pic z(4)9.9.
           05 ws-rl-a7-area-x redefines ws-rl-a7-area
                                       pic x(25).
           05 filler                   pic x(2) value spaces.
           05 ws-rl-flag               pic x(16).
           05 filler                   pic x(25) value spaces.
      *
       01 ws-company-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(40)
               value 'company totals by month'.
           05 filler                   pic x(90) value spaces.
      *
       01 ws-verdict-in-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(42)
               value 'verdict: *** COMPANY WITHIN TOLERANCE ***'.
           05 filler                   pic x(88) value spaces.
      *
       01 ws-verdict-out-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(31)
               value 'verdict: *** OUT OF BALANCE ***'.
           05 ws-verdict-out-count     pic zzz9.
           05 filler                   pic x(40)
               value ' company line(s) out of tolerance'.
           05 filler                   pic x(55) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'interval records read:          '.
           05 ws-total-read            pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'interval records rejected:      '.
           05 ws-total-rejected        pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'interval records other years:   '.
           05 ws-total-other-year      pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'extract records read/rejected:  '.
           05 ws-total-ext-read        pic zzzzzz9.
           05 filler                   pic x(1) value '/'.
           05 ws-total-ext-rejected    pic zzzz9.
           05 filler                   pic x(85) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'operator-months reconciled:     '.
           05 ws-total-lines           pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value 'operator-months out of tol:     '.
           05 ws-total-out-lines       pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line7.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(32)
               value '  of which on a7.dat & extract: '.
           05 ws-total-twice-lines     pic zzzzzz9.
           05 filler                   pic x(91) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *load the queue reference - the team sections come from it
           perform 045-load-queue-file.
      *
      *pick up the operator master & team history, if kept
           perform 085-read-master-file.
           perform 087-read-team-history.
      *
      *the snapshot's operators & monthly counts, then the extract
      * waiting to be merged
           perform 090-load-emp-table.
           perform 150-load-extract-file.
      *
      *open files
           open input  interval-file,
                output report-file.
      *
           if not ws-int-ok
               display 'A7-IntervalRecon: interval file missing or '
                       'unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
           move ws-param-fiscal-year   to ws-heading-fy-start.
           compute ws-heading-fy-end = ws-param-fiscal-year + 1.
      *
      *output first headings
           perform 100-print-headings.
      *
      *sum the interval file up to operator-months
           perform 200-read-interval-file.
      *
           perform 300-process-intervals
               until ws-end-of-file.
      *
      *the variance listing, team by team, then the company totals
           perform 400-print-team-sections.
           perform 500-print-company-totals.
      *
      *output total lines
           perform 600-print-totals.
      *
      *close files
           close interval-file
                 report-file.
      *
           if ws-co-out-count > 0
               move 8                  to return-code
           end-if.
           stop run.
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * fiscal year & the two tolerances; a bad or missing card stops
      * the run with return code 16 & a console message, since a
      * garbage tolerance would wave a bad feed straight through
           open input parm-file.
           if ws-parm-ok
               read parm-file
                   at end move 'n'      to ws-parm-read-flag
                   not at end move 'y'  to ws-parm-read-flag
               end-read
               close parm-file
           end-if.
      *
           if not ws-parm-read
               display 'A7-IntervalRecon: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-IntervalRecon: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-abs-tol not numeric
               display 'A7-IntervalRecon: absolute tolerance on '
                       'parameter card is not numeric'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-pct-tol not numeric
               display 'A7-IntervalRecon: percentage tolerance on '
                       'parameter card is not numeric'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
           move parm-abs-tol           to ws-param-abs-tol.
           move parm-pct-tol           to ws-param-pct-tol.
      *
       045-load-queue-file.
      *loads the queue reference kept by A7-QueueRefMaint - queue
      * codes index the table directly; a run with no usable queue
      * reference stops cold with return code 16, since nothing
      * downstream can say what a team code means
           open input queue-file.
           if ws-queue-ok
               perform until ws-queue-status not = '00'
                   read queue-file
                       at end move 'x'  to ws-queue-status
                       not at end
                           if que-code numeric and que-code >= 1
                               move que-name
                                 to ws-queue-tbl-name(que-code)
                               move que-status
                                 to ws-queue-tbl-status(que-code)
                               if que-sla-target numeric
                                   move que-sla-target
                                     to ws-queue-tbl-sla(que-code)
                               end-if
                               if que-active
                                   add 1 to ws-queue-count
                               end-if
                           end-if
                   end-read
               end-perform
               close queue-file
           end-if.
      *
           if ws-queue-count = 0
               display 'A7-IntervalRecon: queue reference file '
                       'missing or has no active queue - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       085-read-master-file.
      *loads the operator master kept by A7-OperatorMasterMaint, if
      * one has been built
           open input master-file.
           if ws-master-ok
               perform until ws-master-status not = '00'
                   read master-file
                       at end move 'x'  to ws-master-status
                       not at end
                           add 1        to ws-master-true-count
                           if ws-master-count < 2000
                               add 1    to ws-master-count
                               move opm-num
                                 to ws-master-tbl-num(ws-master-count)
                               move opm-name
                                 to ws-master-tbl-name(ws-master-count)
                               move opm-team
                                 to ws-master-tbl-team(ws-master-count)
                               move opm-status
                                 to ws-master-tbl-status
                                    (ws-master-count)
                           end-if
                   end-read
               end-perform
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
       090-load-emp-table.
      *loads each snapshot operator's monthly call counts - garbled
      * records are skipped, the official report already lists them;
      * the months up to the highest any record has loaded are the
      * ones the snapshot carries
           open input emp-file.
           if ws-emp-ok
               perform until ws-emp-end-of-file
                   read emp-file
                       at end move 'y'  to ws-emp-eof-flag
                       not at end
                           if emp-rec-num not = spaces
                             and emp-rec-num numeric
                               perform 095-load-one-emp
                           end-if
                   end-read
               end-perform
               close emp-file
           end-if.
      *
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-a7-loaded-thru
               move 'y'                to ws-a7-month-flag(ws-ctr)
           end-perform.
      *
       095-load-one-emp.
           move emp-rec-num            to ws-find-num.
           perform 260-find-operator.
           if emp-rec-loaded-thru numeric
             and emp-rec-loaded-thru >= 1
             and emp-rec-loaded-thru <= 12
               if emp-rec-loaded-thru > ws-a7-loaded-thru
                   move emp-rec-loaded-thru to ws-a7-loaded-thru
               end-if
           else
               move 12                 to ws-a7-loaded-thru
           end-if.
      *
           if ws-op-idx > 0
               move emp-rec-name       to ws-op-tbl-name(ws-op-idx)
               if emp-rec-team numeric
                   move emp-rec-team   to ws-op-tbl-team(ws-op-idx)
               end-if
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-months
                   if emp-rec-calls(ws-ctr) numeric
                       add emp-rec-calls(ws-ctr)
                         to ws-op-tbl-a7(ws-op-idx ws-ctr)
                   end-if
               end-perform
           end-if.
      *
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
           move ws-param-abs-tol       to ws-tol-abs-out.
           move ws-param-pct-tol       to ws-tol-pct-out.
           write report-line from ws-tolerance-line
               after advancing 2 lines.
      *
      *warn when a lookup table overflowed
           if ws-master-true-count > 2000
               compute ws-master-load-over-cnt =
                   ws-master-true-count - 2000
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
           if ws-hist-true-count > 2000
               compute ws-hist-load-over-cnt =
                   ws-hist-true-count - 2000
               write report-line from ws-hist-load-overflow
                   after advancing 1 lines
           end-if.
      *
       150-load-extract-file.
      *loads the single-month extract waiting to be merged - each
      * good record sets its operator-month's monthly figure & brings
      * that month into scope; a double-fed line adds, so it shows as
      * a variance rather than hiding behind the first
           open input extract-file.
           if ws-ext-ok
               perform until ws-ext-end-of-file
                   read extract-file
                       at end move 'y'  to ws-ext-eof-flag
                       not at end
                           add 1        to ws-ext-read-count
                           perform 160-apply-extract-record
                   end-read
               end-perform
               close extract-file
           end-if.
      *
       160-apply-extract-record.
           if ext-num = spaces or ext-num not numeric
             or ext-month not numeric
             or ext-month < 1 or ext-month > 12
             or ext-calls not numeric
               add 1                   to ws-ext-reject-count
           else
               move ext-num            to ws-find-num
               perform 260-find-operator
               if ws-op-idx > 0
                   add ext-calls
                     to ws-op-tbl-ext(ws-op-idx ext-month)
                   move 'y'
                     to ws-op-tbl-ext-flag(ws-op-idx ext-month)
                   move 'y'            to ws-scope-flag(ext-month)
                   move 'y'            to ws-ext-month-flag(ext-month)
               end-if
           end-if.
      *
       200-read-interval-file.
      *reads the next interval record - unless eof is encountered in
      * which case it sets ws-eof-flag to y
           read interval-file
               at end move 'y'          to ws-eof-flag.
      *
       300-process-intervals.
      *validates one interval record & folds its answered calls into
      * the operator-month it falls in - a record dated in another
      * fiscal year is counted & left out
           add 1                       to ws-read-count.
           perform 250-validate-interval.
           if ws-record-valid
               if int-date-mm >= 7
                   move int-date-yyyy  to ws-int-fy
                   compute ws-fiscal-month = int-date-mm - 6
               else
                   compute ws-int-fy = int-date-yyyy - 1
                   compute ws-fiscal-month = int-date-mm + 6
               end-if
               if ws-int-fy = ws-param-fiscal-year
                   add 1               to ws-good-count
                   perform 310-apply-interval
               else
                   add 1               to ws-other-year-count
               end-if
           else
               add 1                   to ws-reject-count
               move 'interval: '       to ws-reject-source
               move int-num            to ws-reject-num
               move ws-error-reason    to ws-reject-reason
               write report-line from ws-reject-line
                   after advancing 1 lines
           end-if.
      *
      * read next record (if any), whether this one was valid or not
           perform 200-read-interval-file.
      *
       250-validate-interval.
      *edits one incoming interval record - the same edits the
      * intraday profile applies, so the two agree on what counts
           move 'y'                    to ws-valid-record-flag.
           move spaces                 to ws-error-reason.
      *
           if int-num = spaces
               move 'n'                to ws-valid-record-flag
               move 'blank operator number'
                                       to ws-error-reason
           end-if.
      *
           if ws-record-valid and int-num not numeric
               move 'n'                to ws-valid-record-flag
               move 'operator number is not numeric'
                                       to ws-error-reason
           end-if.
      *
           if ws-record-valid
             and (int-date not numeric
                  or int-date-mm < 1 or int-date-mm > 12)
               move 'n'                to ws-valid-record-flag
               move 'date is not a valid ccyymmdd'
                                       to ws-error-reason
           end-if.
      *
           if ws-record-valid
             and (int-interval not numeric
                  or int-interval < 1 or int-interval > 48)
               move 'n'                to ws-valid-record-flag
               move 'interval is not 01 through 48'
                                       to ws-error-reason
           end-if.
      *
           if ws-record-valid
             and (int-offered not numeric
                  or int-answered not numeric
                  or int-abandoned not numeric)
               move 'n'                to ws-valid-record-flag
               move 'call counts are not numeric'
                                       to ws-error-reason
           end-if.
      *
           if ws-record-valid
             and int-answered + int-abandoned > int-offered
               move 'n'                to ws-valid-record-flag
               move 'answered + abandoned exceeds offered'
                                       to ws-error-reason
           end-if.
      *
       310-apply-interval.
           move int-num                to ws-find-num.
           perform 260-find-operator.
           if ws-op-idx > 0
               add int-answered
                 to ws-op-tbl-int(ws-op-idx ws-fiscal-month)
               move 'y'                to ws-scope-flag(ws-fiscal-month)
           end-if.
      *
       260-find-operator.
      *finds ws-find-num on the operator table, adding it when it is
      * not there yet - named & placed from the master when the master
      * knows it; ws-op-idx comes back zero when the table is full
           move 'n'                    to ws-op-found-flag.
           move 0                      to ws-op-idx.
           perform varying ws-op-ctr from 1 by 1
             until ws-op-ctr > ws-op-count
               or ws-op-found
               if ws-op-tbl-num(ws-op-ctr) = ws-find-num
                   move 'y'            to ws-op-found-flag
                   move ws-op-ctr      to ws-op-idx
               end-if
           end-perform.
      *
           if not ws-op-found
               add 1                   to ws-op-true-count
               if ws-op-count < 2000
                   add 1               to ws-op-count
                   move ws-op-count    to ws-op-idx
                   perform 265-start-operator-entry
               end-if
           end-if.
      *
       265-start-operator-entry.
           move ws-find-num            to ws-op-tbl-num(ws-op-idx).
           move '(not on a7)'          to ws-op-tbl-name(ws-op-idx).
           move 0                      to ws-op-tbl-team(ws-op-idx).
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move 0
                 to ws-op-tbl-int(ws-op-idx ws-ctr)
               move 0
                 to ws-op-tbl-a7(ws-op-idx ws-ctr)
               move 0
                 to ws-op-tbl-ext(ws-op-idx ws-ctr)
               move 'n'
                 to ws-op-tbl-ext-flag(ws-op-idx ws-ctr)
           end-perform.
      *
           move 'n'                    to ws-master-found-flag.
           perform varying ws-master-srch-ctr from 1 by 1
             until ws-master-srch-ctr > ws-master-count
               or ws-master-found
               if ws-master-tbl-num(ws-master-srch-ctr) = ws-find-num
                   move 'y'            to ws-master-found-flag
                   move ws-master-tbl-name(ws-master-srch-ctr)
                                       to ws-op-tbl-name(ws-op-idx)
                   move ws-master-tbl-team(ws-master-srch-ctr)
                                       to ws-op-tbl-team(ws-op-idx)
               end-if
           end-perform.
      *
       257-resolve-month-team.
      *the team operator ws-op-ctr sat on in fiscal month
      * ws-hist-month - the history spell covering that month if there
      * is one, otherwise the team the snapshot or master carries
           move ws-op-tbl-team(ws-op-ctr) to ws-month-team.
           compute ws-hist-period =
               ws-param-fiscal-year * 100 + ws-hist-month.
           move 'n'                    to ws-hist-found-flag.
           perform varying ws-hist-srch-ctr from 1 by 1
             until ws-hist-srch-ctr > ws-hist-count
               or ws-hist-found
               if ws-hist-tbl-num(ws-hist-srch-ctr)
                       = ws-op-tbl-num(ws-op-ctr)
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
       400-print-team-sections.
      *one section per team on the queue reference, then one for
      * operators no source could place on a team the queue reference
      * knows - each lists the operator-months that fell to it &
      * closes with its subtotal
           if ws-op-true-count > 2000
               compute ws-op-load-over-cnt = ws-op-true-count - 2000
               write report-line from ws-op-load-overflow
                   after advancing 1 lines
           end-if.
      *
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               if ws-queue-tbl-defined(ws-team-ctr)
                   move ws-team-ctr    to ws-line-team
                   move ws-queue-tbl-name(ws-team-ctr)
                                       to ws-team-heading-name
                   perform 410-print-one-team
               end-if
           end-perform.
      *
           move 0                      to ws-line-team.
           move '(no team)'            to ws-team-heading-name.
           perform 410-print-one-team.
      *
       410-print-one-team.
           move 0                      to ws-team-int.
           move 0                      to ws-team-int-ext.
           move 0                      to ws-team-ext.
           move 0                      to ws-team-int-a7.
           move 0                      to ws-team-a7.
           move 'n'                    to ws-team-ext-flag.
           move 'n'                    to ws-team-a7-flag.
           move 'n'                    to ws-team-twice-flag.
           move 0                      to ws-team-lines.
      *
           write report-line from ws-team-heading-line
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 lines.
      *
           perform varying ws-op-ctr from 1 by 1
             until ws-op-ctr > ws-op-count
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-months
                   if ws-month-in-scope(ws-ctr)
                       move ws-ctr     to ws-hist-month
                       perform 257-resolve-month-team
                       perform 415-test-month-team
                       if ws-take-month
                           perform 420-print-operator-month
                       end-if
                   end-if
               end-perform
           end-perform.
      *
           move spaces                 to ws-rl-label.
           move 'team total'           to ws-rl-label.
           move ws-team-int            to ws-line-int.
           move ws-team-int-ext        to ws-line-int-ext.
           move ws-team-ext            to ws-line-ext.
           move ws-team-int-a7         to ws-line-int-a7.
           move ws-team-a7             to ws-line-a7.
           move ws-team-ext-flag       to ws-line-ext-flag.
           move ws-team-a7-flag        to ws-line-a7-flag.
           move ws-team-twice-flag     to ws-line-twice-flag.
           perform 430-compare-line.
           write report-line from ws-recon-line
               after advancing 2 lines.
      *
       415-test-month-team.
      *a team section takes the months the operator sat on its team;
      * the no-team section takes those on no team & those on a code
      * the queue reference does not carry, so that no month goes
      * unlisted
           move 'n'                    to ws-take-flag.
           if ws-line-team = 0
               if ws-month-team = 0
                   move 'y'            to ws-take-flag
               else
                   if not ws-queue-tbl-defined(ws-month-team)
                       move 'y'        to ws-take-flag
                   end-if
               end-if
           else
               if ws-month-team = ws-line-team
                   move 'y'            to ws-take-flag
               end-if
           end-if.
      *
       420-print-operator-month.
      *one operator-month - set against the extract's figure when the
      * extract carries the month, & the snapshot's when the snapshot
      * has loaded it; one the operator has on both is flagged as fed
      * twice; a month with nothing on any source is not worth a line
           move ws-op-tbl-int(ws-op-ctr ws-ctr)
                                       to ws-line-int.
           move ws-line-int            to ws-line-int-ext.
           move ws-line-int            to ws-line-int-a7.
           move ws-op-tbl-ext(ws-op-ctr ws-ctr)
                                       to ws-line-ext.
           move ws-op-tbl-a7(ws-op-ctr ws-ctr)
                                       to ws-line-a7.
           move ws-ext-month-flag(ws-ctr) to ws-line-ext-flag.
           move ws-a7-month-flag(ws-ctr)  to ws-line-a7-flag.
           move 'n'                    to ws-line-twice-flag.
           if ws-op-tbl-ext-carried(ws-op-ctr ws-ctr)
             and ws-line-a7-made
             and ws-line-a7 > 0
               move 'y'                to ws-line-twice-flag
           end-if.
      *
           if ws-line-int > 0 or ws-line-ext > 0 or ws-line-a7 > 0
             or ws-op-tbl-ext-carried(ws-op-ctr ws-ctr)
               add 1                   to ws-line-count
               add 1                   to ws-team-lines
               add ws-line-int         to ws-team-int
               add ws-line-int         to ws-co-int(ws-ctr)
               add ws-line-int         to ws-co-int-total
               if ws-line-ext-made
                   move 'y'            to ws-team-ext-flag
                   add ws-line-int     to ws-team-int-ext
                   add ws-line-ext     to ws-team-ext
                   add ws-line-ext     to ws-co-ext(ws-ctr)
               end-if
               if ws-line-a7-made
                   move 'y'            to ws-team-a7-flag
                   add ws-line-int     to ws-team-int-a7
                   add ws-line-a7      to ws-team-a7
                   add ws-line-a7      to ws-co-a7(ws-ctr)
               end-if
               if ws-line-twice
                   move 'y'            to ws-team-twice-flag
                   add 1               to ws-twice-line-count
               end-if
      *
               move spaces             to ws-rl-ident
               move ws-op-tbl-num(ws-op-ctr)
                                       to ws-rl-num
               move ws-op-tbl-name(ws-op-ctr)
                                       to ws-rl-name
               move ws-month-name(ws-ctr)
                                       to ws-rl-month
               perform 430-compare-line
               if ws-line-out
                   add 1               to ws-out-line-count
               end-if
               write report-line from ws-recon-line
                   after advancing 1 lines
           end-if.
      *
       430-compare-line.
      *fills the variance line from the figures in hand - each
      * monthly figure the line carries is compared with its interval
      * sum, & the line is flagged when either is out of tolerance or
      * the month was carried on both sources
           move 'n'                    to ws-line-out-flag.
           move ws-line-int            to ws-rl-int.
      *
           move spaces                 to ws-rl-ext-area-x.
           if ws-line-ext-made
               move ws-line-int-ext    to ws-cmp-int
               move ws-line-ext        to ws-cmp-monthly
               perform 435-compare-figures
               move ws-line-ext        to ws-rl-ext
               move ws-cmp-variance    to ws-rl-ext-variance
               move ws-cmp-pct         to ws-rl-ext-pct
               if ws-cmp-out
                   move 'y'            to ws-line-out-flag
                   move '<< ext out >>' to ws-rl-flag
               end-if
           end-if.
      *
           move spaces                 to ws-rl-a7-area-x.
           if ws-line-a7-made
               move ws-line-int-a7     to ws-cmp-int
               move ws-line-a7         to ws-cmp-monthly
               perform 435-compare-figures
               move ws-line-a7         to ws-rl-a7
               move ws-cmp-variance    to ws-rl-a7-variance
               move ws-cmp-pct         to ws-rl-a7-pct
               if ws-cmp-out
                   if ws-line-out
                       move '<< both out >>' to ws-rl-flag
                   else
                       move '<< a7 out >>' to ws-rl-flag
                   end-if
                   move 'y'            to ws-line-out-flag
               end-if
           end-if.
      *
           if ws-line-twice
               move 'y'                to ws-line-out-flag
               move '<< fed twice >>'  to ws-rl-flag
           end-if.
           if not ws-line-out
               move spaces             to ws-rl-flag
           end-if.
      *
       435-compare-figures.
      *the difference is the monthly figure less the interval sum, &
      * the percentage is taken of the monthly figure - with no
      * monthly figure to take it of, any difference leans on the
      * absolute allowance alone; a figure out of both allowances is
      * out of tolerance
           compute ws-cmp-variance = ws-cmp-monthly - ws-cmp-int.
           if ws-cmp-variance < 0
               compute ws-cmp-abs-variance = 0 - ws-cmp-variance
           else
               move ws-cmp-variance    to ws-cmp-abs-variance
           end-if.
      *
           if ws-cmp-monthly > 0
               compute ws-cmp-pct rounded =
                   ws-cmp-abs-variance * 100 / ws-cmp-monthly
           else
               if ws-cmp-abs-variance = 0
                   move 0              to ws-cmp-pct
               else
                   move 99999.9        to ws-cmp-pct
               end-if
           end-if.
           if ws-cmp-pct > 99999.9
               move 99999.9            to ws-cmp-pct
           end-if.
      *
           move 'n'                    to ws-cmp-out-flag.
           if ws-cmp-abs-variance > ws-param-abs-tol
             and ws-cmp-pct > ws-param-pct-tol
               move 'y'                to ws-cmp-out-flag
           end-if.
      *
       500-print-company-totals.
      *the company line for each month in scope & for the whole
      * reconciliation - any of them flagged fails the run
           write report-line from ws-company-heading
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 lines.
      *
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-month-in-scope(ws-ctr)
                   move spaces         to ws-rl-ident
                   move 'company'      to ws-rl-name
                   move ws-month-name(ws-ctr)
                                       to ws-rl-month
                   move ws-co-int(ws-ctr)
                                       to ws-line-int
                                          ws-line-int-ext
                                          ws-line-int-a7
                   move ws-co-ext(ws-ctr)
                                       to ws-line-ext
                   move ws-co-a7(ws-ctr)
                                       to ws-line-a7
                   move ws-ext-month-flag(ws-ctr)
                                       to ws-line-ext-flag
                   move ws-a7-month-flag(ws-ctr)
                                       to ws-line-a7-flag
                   move 'n'            to ws-line-twice-flag
                   if ws-line-ext-made and ws-line-a7-made
                     and ws-line-ext > 0 and ws-line-a7 > 0
                       move 'y'        to ws-line-twice-flag
                   end-if
                   perform 505-total-company-month
                   perform 430-compare-line
                   if ws-line-out
                       add 1           to ws-co-out-count
                   end-if
                   write report-line from ws-recon-line
                       after advancing 1 lines
               end-if
           end-perform.
      *
           move spaces                 to ws-rl-label.
           move 'company total'        to ws-rl-label.
           move ws-co-int-total        to ws-line-int.
           move ws-co-int-ext-total    to ws-line-int-ext.
           move ws-co-ext-total        to ws-line-ext.
           move ws-co-int-a7-total     to ws-line-int-a7.
           move ws-co-a7-total         to ws-line-a7.
           move ws-co-ext-flag         to ws-line-ext-flag.
           move ws-co-a7-flag          to ws-line-a7-flag.
           move ws-co-twice-flag       to ws-line-twice-flag.
           perform 430-compare-line.
           if ws-line-out
               add 1                   to ws-co-out-count
           end-if.
           write report-line from ws-recon-line
               after advancing 2 lines.
      *
           if ws-co-out-count = 0
               write report-line from ws-verdict-in-line
                   after advancing 2 lines
           else
               move ws-co-out-count    to ws-verdict-out-count
               write report-line from ws-verdict-out-line
                   after advancing 2 lines
           end-if.
      *
       505-total-company-month.
      *adds the month's company figures into the company total, each
      * monthly figure with the interval sum of the months it carries
           if ws-line-ext-made
               move 'y'                to ws-co-ext-flag
               add ws-line-int         to ws-co-int-ext-total
               add ws-line-ext         to ws-co-ext-total
           end-if.
           if ws-line-a7-made
               move 'y'                to ws-co-a7-flag
               add ws-line-int         to ws-co-int-a7-total
               add ws-line-a7          to ws-co-a7-total
           end-if.
           if ws-line-twice
               move 'y'                to ws-co-twice-flag
           end-if.
      *
       600-print-totals.
      *
           move ws-read-count          to ws-total-read.
           move ws-reject-count        to ws-total-rejected.
           move ws-other-year-count    to ws-total-other-year.
           move ws-ext-read-count      to ws-total-ext-read.
           move ws-ext-reject-count    to ws-total-ext-rejected.
           move ws-line-count          to ws-total-lines.
           move ws-out-line-count      to ws-total-out-lines.
           move ws-twice-line-count    to ws-total-twice-lines.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
           write report-line from ws-total-line3
               after advancing 1 lines.
           write report-line from ws-total-line4
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
           write report-line from ws-total-line7
               after advancing 1 lines.
      *
       end program A7-IntervalRecon.
