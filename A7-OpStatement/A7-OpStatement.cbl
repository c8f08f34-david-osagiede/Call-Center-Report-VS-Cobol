       identification division.
       program-id. A7-OpStatement.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program prints the operator
      * performance statement - one page per operator for the monthly
      * one-to-one, replacing the one-pager team leads have been
      * building by hand out of the operator, bonus, trend & schedule
      * adherence reports. Each page carries:
      *  - the operator's monthly calls, AHT & SLA off the snapshot,
      *    with the month loaded thru, & the team average alongside -
      *    each month the average of the team the operator sat on
      *    that month, off A7-TeamHistory.dat
      *  - rank on year-to-date calls within the team & the centre
      *  - the A7-BonusTiers.dat tier currently earned, by the bonus
      *    run's own rules (approved leave pro-rating included), &
      *    how far short the operator is of the next tier on each of
      *    its three tests, with the operator's QA evaluations & any
      *    quality gate the next tier carries
      *  - the last five fiscal years off the operator history
      *  - schedule adherence, off A7-ScheduleAdherence's summary
      * Pages come out sorted by team then operator number, each team
      * behind its own separator page so every lead lifts off a stack
      * for their own people, all behind a cover sheet listing who is
      * included & any operator on the master with no figures.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the run-control parameter card shared across the stream -
      * this program takes its fiscal year & call ceiling from it, so
      * its edits reject exactly what the official report rejects
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               file status  is ws-parm-status.
      *
      *the queue reference kept by A7-QueueRefMaint - the one source
      * of truth for team/queue codes & names; a missing or empty
      * one stops the run like a missing parameter card
           select queue-file
               assign to '../../../data/A7-Queues.dat'
               organization is indexed
               access is sequential
               record key is que-code
               file status  is ws-queue-status.
      *
           select emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential.
      *
      *the correction pairs the official report run actually applied
      * this cycle - optional, most runs have none
           select optional accepted-file
               assign to '../../../data/A7-Accepted-Out.dat'
               organization is line sequential
               file status  is ws-accepted-status.
      *
      *the operator master, so the statements cover exactly the
      * records the official report reports, & so the cover sheet can
      * name anyone on it with no figures - optional, same there
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *the tier rules the bonus run pays from - optional here, with
      * none on hand the pages say so & go out without the tier
           select optional tier-file
               assign to '../../../data/A7-BonusTiers.dat'
               organization is line sequential
               file status  is ws-tier-status.
      *
      *the cumulative operator history built by A7-YearEndRoll, keyed
      * by operator & fiscal year - each page reads its own operator's
      * recent years; optional, a first-year centre has none
           select optional history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is dynamic
               record key is oph-key
               file status  is ws-history-status.
      *
      *the per-operator adherence summary A7-ScheduleAdherence writes
      * - optional, the pages say when there is none
           select optional adherence-file
               assign to '../../../data/A7-AdhSummary.dat'
               organization is line sequential
               file status  is ws-adherence-status.
      *
      *the working-days calendar maintained by operations - optional;
      * with the card's fiscal year fully on it the minimum-calls
      * test is pro-rated for approved leave, otherwise it is not
           select optional calendar-file
               assign to '../../../data/A7-WorkCalendar.dat'
               organization is line sequential
               file status  is ws-calendar-status.
      *
      *the leave file kept by A7-LeaveMaint - optional, with none
      * nobody has leave to pro-rate for
           select optional leave-file
               assign to '../../../data/A7-Leave.dat'
               organization is indexed
               access is dynamic
               record key is lvr-key
               file status  is ws-leave-status.
      *
      *the call quality evaluations loaded by A7-QAIntake - optional;
      * with none on hand no operator has a QA score, so a tier that
      * carries a quality gate cannot be earned
           select optional qa-file
               assign to '../../../data/A7-QAEvals.dat'
               organization is indexed
               access is dynamic
               record key is qae-key
               file status  is ws-qa-status.
      *
      *the team-assignment history kept by A7-OperatorMasterMaint, so
      * each month's figures roll up to the team the operator sat on
      * that month - optional, an operator with no spells on file
      * stays on the extract record's team all year
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is sequential
               record key is tmh-key
               file status  is ws-team-hist-status.
      *
           select sort-file
               assign to '../../../data/A7-StmtSort.tmp'.
      *
           select report-file
               assign to '../../../data/A7-OpStatement.out'
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
       fd emp-file
           data record is emp-rec
           record contains 126 characters.
      *
           copy EMPREC.
      *
       fd accepted-file
           data record is acc-rec
           record contains 252 characters.
      *
           copy ACCREC.
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd tier-file
           data record is tier-line
           record contains 23 characters.
      *
       01 tier-line.
           05 tier-level               pic 9(1).
           05 tier-min-calls           pic 9(5).
           05 tier-min-sla             pic 9(3).
           05 tier-max-aht             pic 9(3).
           05 tier-amount              pic 9(5)v99.
      *the tier's quality gate - the lowest average QA score out of
      * 100 it may be earned on (blank or zero for none), & y where
      * one auto-failed evaluation in the year bars it
           05 tier-min-quality         pic x(3).
           05 tier-no-auto-fail        pic x(1).
      *
       fd history-file
           data record is oph-rec
           record contains 66 characters.
      *
           copy OPHIST.
      *
       fd adherence-file
           data record is adh-rec
           record contains 40 characters.
      *
           copy ADHSUM.
      *
       fd calendar-file
           data record is wcl-rec
           record contains 10 characters.
      *
           copy WORKCAL.
      *
       fd leave-file
           data record is lvr-rec
           record contains 20 characters.
      *
           copy LEAVEREC.
      *
       fd qa-file
           data record is qae-rec
           record contains 50 characters.
      *
           copy QAEVAL.
      *
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
      *
       sd sort-file
           data record is srt-rec.
      *
      *team, operator number & the operator's slot in the table
       01 srt-rec.
           05 srt-team                 pic 9(1).
           05 srt-num                  pic x(3).
           05 srt-idx                  pic 9(4).
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
           05 ws-number-of-years       pic 9    value 5.
           05 ws-ctr                   pic 99   value 0.
           05 ws-team-ctr              pic 99   value 0.
           05 ws-max-tiers             pic 99   value 10.
      *
       01 ws-parm-control.
           05 ws-parm-status         pic xx    value spaces.
               88 ws-parm-ok                   value '00'.
           05 ws-parm-read-flag      pic x     value 'n'.
               88 ws-parm-read                 value 'y'.
      *
       01 ws-file-status-flags.
           05 ws-accepted-status     pic xx    value spaces.
               88 ws-accepted-ok               value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-tier-status         pic xx    value spaces.
               88 ws-tier-ok                   value '00'.
           05 ws-history-status      pic xx    value spaces.
               88 ws-history-ok                value '00'.
           05 ws-adherence-status    pic xx    value spaces.
               88 ws-adherence-ok              value '00'.
           05 ws-emp-in-done-flag    pic x     value 'n'.
               88 ws-emp-in-done               value 'y'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
       01 ws-sort-eof-flag             pic x    value 'n'.
           88 ws-sort-end-of-file               value 'y'.
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
      *record validation - the same edits the official report applies
       01 ws-validation.
           05 ws-valid-record-flag  pic x   value 'y'.
               88 ws-record-valid           value 'y'.
               88 ws-record-invalid         value 'n'.
           05 ws-call-ceiling       pic 9(3) value 300.
      *
      *fiscal year parameter, from the run parameter card
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *operator master lookup, loaded the same way the official
      * report loads it
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
      *the tier rules, loaded up front & tried best tier first - the
      * same load & sort A7-BonusCalc applies
       01 ws-tier-control.
           05 ws-tier-eof-flag       pic x     value 'n'.
               88 ws-tier-end-of-file          value 'y'.
           05 ws-tier-count          pic 99    value 0.
           05 ws-tier-ctr            pic 99    value 0.
           05 ws-tier-next-ctr       pic 99    value 0.
           05 ws-tier-swapped-flag   pic x     value 'n'.
               88 ws-tier-swap-occurred        value 'y'.
           05 ws-tier-found-idx      pic 99    value 0.
           05 ws-tier-found-flag     pic x     value 'n'.
               88 ws-tier-awarded              value 'y'.
           05 ws-tier-next-idx       pic 99    value 0.
       01 ws-tier-table.
           05 ws-tier-entry            occurs 10.
               10 ws-tier-tbl-level    pic 9.
               10 ws-tier-tbl-calls    pic 9(5).
               10 ws-tier-tbl-sla      pic 9(3).
               10 ws-tier-tbl-aht      pic 9(3).
               10 ws-tier-tbl-amount   pic 9(5)v99.
               10 ws-tier-tbl-quality  pic 9(3).
               10 ws-tier-tbl-no-fail  pic x.
                   88 ws-tier-tbl-fail-bars   value 'y'.
       01 ws-tier-hold.
           05 ws-tier-hold-level       pic 9.
           05 ws-tier-hold-calls       pic 9(5).
           05 ws-tier-hold-sla         pic 9(3).
           05 ws-tier-hold-aht         pic 9(3).
           05 ws-tier-hold-amount      pic 9(5)v99.
           05 ws-tier-hold-quality     pic 9(3).
           05 ws-tier-hold-no-fail     pic x.
      *
      *the shortfall to the next tier on each of its three tests -
      * calls under the minimum, SLA points under the minimum, & AHT
      * seconds over the maximum; a test already met shows zero
       01 ws-shortfall-work.
           05 ws-short-calls           pic s9(5) value 0.
           05 ws-short-sla             pic s9(3) value 0.
           05 ws-short-aht             pic s9(3) value 0.
      *
      *every operator the snapshot carries, with their year-to-date
      * figures & ranks - loaded whole, since a rank needs the lot
       01 ws-op-control.
           05 ws-op-count            pic 9(4)  value 0.
           05 ws-op-true-count       pic 9(5)  value 0.
           05 ws-op-idx              pic 9(4)  value 0.
           05 ws-op-cmp-idx          pic 9(4)  value 0.
       01 ws-op-table.
           05 ws-op-entry              occurs 2000.
               10 ws-op-tbl-num        pic x(3).
               10 ws-op-tbl-name       pic x(12).
               10 ws-op-tbl-team       pic 9.
               10 ws-op-tbl-month-team pic 9 occurs 12.
               10 ws-op-tbl-calls      pic 9(3) occurs 12.
               10 ws-op-tbl-aht        pic 9(3) occurs 12.
               10 ws-op-tbl-sla        pic 9(3) occurs 12.
               10 ws-op-tbl-loaded     pic 99.
               10 ws-op-tbl-total      pic 9(5).
               10 ws-op-tbl-aht-avg    pic 9(3).
               10 ws-op-tbl-sla-avg    pic 9(3).
               10 ws-op-tbl-team-rank  pic 9(4).
               10 ws-op-tbl-comp-rank  pic 9(4).
               10 ws-op-tbl-factor     pic 9v9(4).
               10 ws-op-tbl-min-pct    pic 9(3).
               10 ws-op-tbl-qa-count   pic 9(3).
               10 ws-op-tbl-qa-avg     pic 9(3).
               10 ws-op-tbl-qa-fails   pic 9(3).
      *
       01 ws-op-load-overflow.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(8) value "... and ".
           05 ws-op-load-over-cnt      pic zzzz9.
           05 filler                   pic x(46)
               value " more operators with no statement (operator ta".
           05 filler                   pic x(15)
               value "ble holds 2000)".
           05 filler                   pic x(54) value spaces.
      *
      *per-operator figure arithmetic, the bonus run's months-loaded
      * averaging
       01 ws-op-fields.
           05 ws-emp-total             pic 9(5) value 0.
           05 ws-months-loaded         pic 99   value 12.
           05 ws-op-aht-total          pic 9(5) value 0.
           05 ws-op-sla-total          pic 9(5) value 0.
      *
      *the fiscal year's working days by fiscal month, off the
      * working-days calendar; leave pro-rates the minimum-calls test
      * only when all twelve months are on it
       01 ws-calendar-control.
           05 ws-calendar-status     pic xx    value spaces.
               88 ws-calendar-ok               value '00'.
           05 ws-calendar-eof-flag   pic x     value 'n'.
               88 ws-calendar-end-of-file      value 'y'.
           05 ws-cal-month-count     pic 99    value 0.
           05 ws-prorate-flag        pic x     value 'n'.
               88 ws-prorate-for-leave         value 'y'.
       01 ws-calendar-table.
           05 ws-cal-days              pic 9(2) occurs 12 value 0.
           05 ws-cal-loaded-flag       pic x    occurs 12 value 'n'.
               88 ws-cal-month-loaded         value 'y'.
      *
      *an operator's leave days in the fiscal year by fiscal month,
      * every code & the approved ones, off the leave file
       01 ws-leave-control.
           05 ws-leave-status        pic xx    value spaces.
               88 ws-leave-ok                  value '00'.
           05 ws-leave-open-flag     pic x     value 'n'.
               88 ws-leave-open                value 'y'.
           05 ws-leave-scan-flag     pic x     value 'n'.
               88 ws-leave-scan-done           value 'y'.
           05 ws-leave-fy-start      pic 9(8)  value 0.
           05 ws-leave-fy-end        pic 9(8)  value 0.
           05 ws-leave-fm            pic 99    value 0.
       01 ws-leave-table.
           05 ws-lv-days               pic 9(3) occurs 12 value 0.
           05 ws-lv-approved           pic 9(3) occurs 12 value 0.
      *
      *the operator's QA evaluations over the months counted, off
      * A7-QAIntake's evaluation file - how many, their average score
      * & how many were auto-failed; a tier's quality gate is tested
      * against these
       01 ws-quality-control.
           05 ws-qa-status           pic xx    value spaces.
               88 ws-qa-ok                     value '00'.
           05 ws-qa-open-flag        pic x     value 'n'.
               88 ws-qa-open                   value 'y'.
           05 ws-qa-scan-flag        pic x     value 'n'.
               88 ws-qa-scan-done              value 'y'.
           05 ws-qa-fy-start         pic 9(8)  value 0.
           05 ws-qa-fy-end           pic 9(8)  value 0.
           05 ws-qa-fm               pic 99    value 0.
           05 ws-quality-gated-flag  pic x     value 'n'.
               88 ws-tiers-quality-gated       value 'y'.
           05 ws-quality-pass-flag   pic x     value 'y'.
               88 ws-quality-passed            value 'y'.
       01 ws-quality-fields.
           05 ws-op-qa-count           pic 9(3) value 0.
           05 ws-op-qa-total           pic 9(6) value 0.
           05 ws-op-qa-avg             pic 9(3) value 0.
           05 ws-op-qa-fails           pic 9(3) value 0.
      *
      *approved leave over the months counted & the share of the
      * minimum-calls test left standing - working days less approved
      * leave over working days
       01 ws-prorate-fields.
           05 ws-op-working            pic 9(3) value 0.
           05 ws-op-appr-leave         pic 9(3) value 0.
           05 ws-op-month-leave        pic 9(3) value 0.
           05 ws-op-factor             pic 9v9(4) value 1.
           05 ws-op-min-pct            pic 9(3) value 100.
           05 ws-tier-factor           pic 9v9(4) value 1.
           05 ws-tier-min-calls        pic 9(5) value 0.
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
           05 filler                   pic x(54) value spaces.
      *
      *team sums for the team-average lines & the team's headcount,
      * indexed by queue code - each month's figures are summed on
      * the team the operator sat on that month, with the operators
      * on the team that month as their divisor; the headcount is
      * the operators whose pages & ranks fall under the team
       01 ws-team-sums.
           05 ws-tsum-entry            occurs 9.
               10 ws-tsum-count        pic 9(4) value 0.
               10 ws-tsum-month-count  pic 9(4) occurs 12 value 0.
               10 ws-tsum-calls        pic 9(7) occurs 12 value 0.
               10 ws-tsum-aht          pic 9(7) occurs 12 value 0.
               10 ws-tsum-sla          pic 9(7) occurs 12 value 0.
       01 ws-team-avg-work             pic 9(5) value 0.
      *
      *the team average's year column, built month by month over the
      * operator's loaded months - the calls averages summed, the
      * AHT & SLA averages averaged
       01 ws-team-year-fields.
           05 ws-team-month-work       pic 9(5)v99 value 0.
           05 ws-team-year-work        pic 9(7)v99 value 0.
           05 ws-team-year-months      pic 99      value 0.
      *
      *the order the pages print in, off the sort - team then
      * operator number - as slots in the operator table
       01 ws-order-control.
           05 ws-order-count         pic 9(4)  value 0.
           05 ws-order-ctr           pic 9(4)  value 0.
           05 ws-current-team        pic 9     value 0.
       01 ws-order-table.
           05 ws-order-idx             pic 9(4) occurs 2000.
      *
      *the operator history, read by key page by page, & the page's
      * window of the operator's five most recent years, oldest first
       01 ws-history-control.
           05 ws-history-eof-flag    pic x     value 'n'.
               88 ws-history-end-of-file       value 'y'.
           05 ws-history-open-flag   pic x     value 'n'.
               88 ws-history-open              value 'y'.
           05 ws-window-count        pic 9     value 0.
           05 ws-win-ctr             pic 9     value 0.
           05 ws-win-next-ctr        pic 9     value 0.
           05 ws-win-oldest          pic 9     value 0.
           05 ws-win-placed-flag     pic x     value 'n'.
               88 ws-win-placed                value 'y'.
           05 ws-win-swapped-flag    pic x     value 'n'.
               88 ws-win-swap-occurred         value 'y'.
       01 ws-window-table.
           05 ws-window-entry          occurs 5.
               10 ws-win-fy            pic 9(4).
               10 ws-win-total         pic 9(5).
               10 ws-win-aht           pic 9(3).
               10 ws-win-sla           pic 9(3).
       01 ws-window-hold.
           05 ws-win-hold-fy           pic 9(4).
           05 ws-win-hold-total        pic 9(5).
           05 ws-win-hold-aht          pic 9(3).
           05 ws-win-hold-sla          pic 9(3).
      *
      *the adherence summary, loaded up front
       01 ws-adherence-control.
           05 ws-adh-eof-flag        pic x     value 'n'.
               88 ws-adh-end-of-file           value 'y'.
           05 ws-adh-count           pic 9(4)  value 0.
           05 ws-adh-ctr             pic 9(4)  value 0.
           05 ws-adh-found-idx       pic 9(4)  value 0.
           05 ws-adh-found-flag      pic x     value 'n'.
               88 ws-adh-found                 value 'y'.
       01 ws-adh-table.
           05 ws-adh-entry             occurs 2000.
               10 ws-adh-tbl-num       pic x(3).
               10 ws-adh-tbl-first     pic 9(8).
               10 ws-adh-tbl-last      pic 9(8).
               10 ws-adh-tbl-days      pic 9(3).
               10 ws-adh-tbl-pct       pic 9(3).
      *
       01 ws-counts.
           05 ws-read-count            pic 9(7) value 0.
           05 ws-reject-count          pic 9(7) value 0.
           05 ws-statement-count       pic 9(5) value 0.
           05 ws-no-figures-count      pic 9(5) value 0.
      *
      *numbers for the monthly grid are edited through these scratch
      * fields first, so a month not yet loaded can stay blank
       01 ws-col-edit                  pic zzzz9.
       01 ws-year-edit                 pic z(7)9.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value 'operator performance stmt.   '.
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
               value 'operator performance statement - fy '.
           05 ws-heading-fy-start      pic 9(4).
           05 filler                   pic x(1)
               value '-'.
           05 ws-heading-fy-end        pic 9(4).
           05 filler                   pic x(41)
               value spaces.
      *
       01 ws-message-line.
           05 filler                   pic x(4) value spaces.
           05 ws-message-text          pic x(80).
           05 filler                   pic x(48) value spaces.
      *
      *cover sheet lines
       01 ws-cover-heading.
           05 filler                   pic x(2) value spaces.
           05 ws-cover-heading-text    pic x(60).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-cover-col-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'team'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'op#'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value 'name'.
           05 filler                   pic x(4) value spaces.
           05 ws-cover-col-last        pic x(9).
           05 filler                   pic x(86) value spaces.
      *
       01 ws-cover-line.
           05 filler                   pic x(4) value spaces.
           05 ws-cover-team            pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-cover-num             pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-cover-name            pic x(12).
           05 filler                   pic x(4) value spaces.
           05 ws-cover-last            pic x(9).
           05 filler                   pic x(86) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'statements in this bundle:          '.
           05 ws-total-statements      pic zzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'master operators with no figures:   '.
           05 ws-total-no-figures      pic zzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'snapshot records failing the edits: '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(89) value spaces.
      *
      *team separator page
       01 ws-team-sep-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(20)
               value 'statements for team '.
           05 ws-sep-team              pic x(10).
           05 filler                   pic x(3) value ' - '.
           05 ws-sep-count             pic zzz9.
           05 filler                   pic x(12) value ' operator(s)'.
           05 filler                   pic x(81) value spaces.
      *
      *statement page lines
       01 ws-stmt-op-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(9) value 'operator '.
           05 ws-stmt-num              pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-stmt-name             pic x(12).
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(5) value 'team '.
           05 ws-stmt-team             pic x(10).
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'figures loaded thru '.
           05 ws-stmt-thru             pic x(3).
           05 filler                   pic x(58) value spaces.
      *
      *the monthly grid - one row per figure, twelve month columns &
      * a year-to-date column; months not yet loaded stay blank
       01 ws-grid-line.
           05 filler                   pic x(4) value spaces.
           05 ws-grid-label            pic x(16).
           05 ws-grid-val              pic x(5) occurs 12.
           05 filler                   pic x(2) value spaces.
           05 ws-grid-year             pic x(8).
           05 filler                   pic x(42) value spaces.
      *
       01 ws-rank-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(18)
               value 'rank in team:     '.
           05 ws-rank-team             pic zzz9.
           05 filler                   pic x(4) value ' of '.
           05 ws-rank-team-of          pic zzz9.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(18)
               value 'rank in centre:   '.
           05 ws-rank-comp             pic zzz9.
           05 filler                   pic x(4) value ' of '.
           05 ws-rank-comp-of          pic zzz9.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value '(year-to-date calls)'.
           05 filler                   pic x(38) value spaces.
      *
       01 ws-tier-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'bonus tier earned:  '.
           05 ws-tl-earned             pic x(7).
           05 filler                   pic x(6) value 'worth '.
           05 ws-tl-earned-amount      pic zzzz9.99.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(11) value 'next tier: '.
           05 ws-tl-next               pic x(7).
           05 filler                   pic x(6) value 'worth '.
           05 ws-tl-next-amount        pic zzzz9.99.
           05 filler                   pic x(51) value spaces.
      *
       01 ws-shortfall-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(29)
               value 'short of next tier -  calls: '.
           05 ws-sl-calls              pic zzzz9.
           05 filler                   pic x(8) value '   sla: '.
           05 ws-sl-sla                pic zz9.
           05 filler                   pic x(12) value ' pts   aht: '.
           05 ws-sl-aht                pic zz9.
           05 filler                   pic x(10) value ' secs over'.
           05 filler                   pic x(58) value spaces.
      *
       01 ws-leave-prorate-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(46)
               value 'minimum calls pro-rated for approved leave to '.
           05 ws-lp-pct                pic zz9.
           05 filler                   pic x(1) value '%'.
           05 filler                   pic x(78) value spaces.
      *
       01 ws-quality-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'QA evaluations:     '.
           05 ws-ql-count              pic zz9.
           05 filler                   pic x(18)
               value '   average score: '.
           05 ws-ql-avg-x.
               10 ws-ql-avg            pic zz9.
           05 filler                   pic x(16)
               value '   auto-failed: '.
           05 ws-ql-fails              pic zz9.
           05 filler                   pic x(65) value spaces.
      *
       01 ws-quality-gate-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(24)
               value 'next tier quality gate: '.
           05 ws-qg-min-x.
               10 filler               pic x(19)
                   value 'minimum QA average '.
               10 ws-qg-min            pic zz9.
           05 ws-qg-fail-note          pic x(28).
           05 filler                   pic x(54) value spaces.
      *
       01 ws-no-quality-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(48)
               value "no QA evaluations on hand for the fiscal year - ".
           05 filler                   pic x(42)
               value "tiers with a quality gate cannot be earned".
           05 filler                   pic x(38) value spaces.
      *
       01 ws-history-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(40)
               value 'fiscal-year history (last five years)'.
           05 filler                   pic x(88) value spaces.
      *
       01 ws-history-col-heading.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(12) value 'fiscal year'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value ' total calls'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(7) value 'aht avg'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(7) value 'sla avg'.
           05 filler                   pic x(82) value spaces.
      *
       01 ws-history-line.
           05 filler                   pic x(6) value spaces.
           05 ws-hl-fy-start           pic 9(4).
           05 filler                   pic x(1) value '-'.
           05 ws-hl-fy-end             pic 9(4).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(2) value spaces.
           05 ws-hl-total              pic z(11)9.
           05 filler                   pic x(2) value spaces.
           05 ws-hl-aht                pic z(6)9.
           05 filler                   pic x(2) value spaces.
           05 ws-hl-sla                pic z(6)9.
           05 filler                   pic x(82) value spaces.
      *
       01 ws-adherence-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'schedule adherence: '.
           05 ws-al-pct                pic zz9.
           05 filler                   pic x(8) value '%  over '.
           05 ws-al-days               pic zz9.
           05 filler                   pic x(17)
               value ' scheduled days, '.
           05 ws-al-first              pic 9(8).
           05 filler                   pic x(4) value ' to '.
           05 ws-al-last               pic 9(8).
           05 filler                   pic x(57) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *load the queue reference - the meaning of every team/queue
      * code below comes from it
           perform 045-load-queue-file.
      *
      *pick up the operator master & the adherence summary, where
      * kept
           perform 085-read-master-file.
           perform 095-load-adherence.
      *
      *the team-assignment spells, so a mover's months average in
      * with the team they were on at the time
           perform 087-read-team-history.
      *
      *the working-days calendar decides whether leave pro-rates
      * the minimum-calls test, as it does for the bonus run
           perform 060-load-work-calendar.
      *
      *open files
           open input  emp-file,
                input  accepted-file,
                input  tier-file,
                input  leave-file,
                input  qa-file,
                input  history-file,
                output report-file.
           if ws-leave-ok
               move 'y'                to ws-leave-open-flag
           end-if.
           if ws-history-ok
               move 'y'                to ws-history-open-flag
           end-if.
      *
      *the QA evaluations are read for the card's fiscal year only
           if ws-qa-ok and ws-param-fiscal-year not = 0
               move 'y'                to ws-qa-open-flag
               compute ws-qa-fy-start =
                   ws-param-fiscal-year * 10000 + 701
               compute ws-qa-fy-end =
                   (ws-param-fiscal-year + 1) * 10000 + 630
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
           move ws-param-fiscal-year   to ws-heading-fy-start.
           compute ws-heading-fy-end = ws-param-fiscal-year + 1.
      *
      *the tier rules the pages quote
           perform 150-load-tier-table.
      *
      *load every operator the snapshot carries, then rank them
           perform 200-read-input-file.
           perform 300-load-operator
               until ws-end-of-file.
      *
           perform 400-rank-operators.
      *
      *put the pages in team then operator order
           sort sort-file
               ascending key srt-team srt-num
               input procedure is 450-release-operators
               output procedure is 470-take-page-order.
      *
      *the cover sheet, then the statements team by team
           perform 500-print-cover.
      *
           perform 600-print-statements.
      *
      *close files
           close emp-file
                 accepted-file
                 tier-file
                 leave-file
                 qa-file
                 history-file
                 report-file.
      *
           stop run.
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * fiscal year & call ceiling; a bad or missing card stops the
      * run with return code 16 & a console message
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
               display 'A7-OpStatement: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-OpStatement: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-call-ceiling not numeric
             or parm-call-ceiling = '000'
               display 'A7-OpStatement: call ceiling on '
                       'parameter card is not a usable count'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
           move parm-call-ceiling      to ws-call-ceiling.
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
               display 'A7-OpStatement: queue reference file '
                       'missing or has no active queue - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       060-load-work-calendar.
      *loads the working days for each month of the card's fiscal
      * year, dropping a garbled line - only with all twelve months
      * on hand is the minimum-calls test pro-rated for leave
           open input calendar-file.
           if ws-calendar-ok
               perform until ws-calendar-end-of-file
                   read calendar-file
                       at end move 'y'  to ws-calendar-eof-flag
                       not at end
                           perform 065-load-calendar-month
                   end-read
               end-perform
               close calendar-file
           end-if.
      *
           move 0                      to ws-cal-month-count.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-cal-month-loaded(ws-ctr)
                   add 1               to ws-cal-month-count
               end-if
           end-perform.
      *
           if ws-cal-month-count = ws-number-of-months
               move 'y'                to ws-prorate-flag
               compute ws-leave-fy-start =
                   ws-param-fiscal-year * 10000 + 701
               compute ws-leave-fy-end =
                   (ws-param-fiscal-year + 1) * 10000 + 630
           end-if.
      *
       065-load-calendar-month.
           if wcl-fy numeric and wcl-month numeric
             and wcl-working-days numeric
             and wcl-fy = ws-param-fiscal-year
             and wcl-month >= 1 and wcl-month <= 12
               move wcl-working-days   to ws-cal-days(wcl-month)
               move 'y'                to ws-cal-loaded-flag(wcl-month)
           end-if.
      *
       085-read-master-file.
      *loads the operator master kept by A7-OperatorMasterMaint, if
      * one has been built - same load the official report does
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
       095-load-adherence.
      *loads the adherence summary, dropping a garbled line
           open input adherence-file.
           if ws-adherence-ok
               perform until ws-adh-end-of-file
                   read adherence-file
                       at end move 'y'  to ws-adh-eof-flag
                       not at end
                           if adh-pct numeric and adh-days numeric
                             and adh-first-date numeric
                             and adh-last-date numeric
                             and ws-adh-count < 2000
                               add 1    to ws-adh-count
                               move adh-num
                                 to ws-adh-tbl-num(ws-adh-count)
                               move adh-first-date
                                 to ws-adh-tbl-first(ws-adh-count)
                               move adh-last-date
                                 to ws-adh-tbl-last(ws-adh-count)
                               move adh-days
                                 to ws-adh-tbl-days(ws-adh-count)
                               move adh-pct
                                 to ws-adh-tbl-pct(ws-adh-count)
                           end-if
                   end-read
               end-perform
               close adherence-file
           end-if.
      *
       150-load-tier-table.
      *loads the tier rules, dropping any garbled line, then sorts
      * them best tier (lowest level number) first - the same rules,
      * in the same order, the bonus run pays against
           if ws-tier-ok
               perform until ws-tier-end-of-file
                   read tier-file
                       at end move 'y'  to ws-tier-eof-flag
                       not at end
                           if tier-level numeric
                             and tier-min-calls numeric
                             and tier-min-sla numeric
                             and tier-max-aht numeric
                             and tier-amount numeric
                             and (tier-min-quality numeric
                                  or tier-min-quality = spaces)
                             and (tier-no-auto-fail = 'y' or 'n'
                                  or space)
                             and ws-tier-count < ws-max-tiers
                               add 1    to ws-tier-count
                               move tier-level
                                 to ws-tier-tbl-level(ws-tier-count)
                               move tier-min-calls
                                 to ws-tier-tbl-calls(ws-tier-count)
                               move tier-min-sla
                                 to ws-tier-tbl-sla(ws-tier-count)
                               move tier-max-aht
                                 to ws-tier-tbl-aht(ws-tier-count)
                               move tier-amount
                                 to ws-tier-tbl-amount(ws-tier-count)
                               perform 155-load-tier-gate
                           end-if
                   end-read
               end-perform
           end-if.
      *
           if ws-tier-count > 1
               move 'y'                to ws-tier-swapped-flag
               perform until not ws-tier-swap-occurred
                   move 'n'            to ws-tier-swapped-flag
                   perform varying ws-tier-ctr from 1 by 1
                     until ws-tier-ctr > ws-tier-count - 1
                       add 1 ws-tier-ctr giving ws-tier-next-ctr
                       if ws-tier-tbl-level(ws-tier-ctr) >
                          ws-tier-tbl-level(ws-tier-next-ctr)
                           move ws-tier-entry(ws-tier-ctr)
                                       to ws-tier-hold
                           move ws-tier-entry(ws-tier-next-ctr)
                                       to ws-tier-entry(ws-tier-ctr)
                           move ws-tier-hold
                                       to ws-tier-entry(
                                          ws-tier-next-ctr)
                           move 'y'    to ws-tier-swapped-flag
                       end-if
                   end-perform
               end-perform
           end-if.
      *
       155-load-tier-gate.
      *the tier's quality gate - a blank minimum is no minimum, & a
      * tier with either half of a gate marks the rules as gated
           if tier-min-quality numeric
               move tier-min-quality
                 to ws-tier-tbl-quality(ws-tier-count)
           else
               move 0
                 to ws-tier-tbl-quality(ws-tier-count)
           end-if.
           move tier-no-auto-fail
             to ws-tier-tbl-no-fail(ws-tier-count).
           if ws-tier-tbl-quality(ws-tier-count) > 0
             or ws-tier-tbl-fail-bars(ws-tier-count)
               move 'y'                to ws-quality-gated-flag
           end-if.
      *
       200-read-input-file.
      *reads the next operator record into emp-rec - first the whole
      * of A7.dat, then the accepted corrections, the same pairing
      * the official report reads; only when both are exhausted does
      * it set ws-eof-flag to y
           if not ws-emp-in-done
               read emp-file
                   at end move 'y'     to ws-emp-in-done-flag
               end-read
           end-if.
           if ws-emp-in-done
               if ws-accepted-ok
                   read accepted-file
                       at end move 'y' to ws-eof-flag
                       not at end
                           move acc-corrected to emp-rec
                   end-read
               else
                   move 'y'            to ws-eof-flag
               end-if
           end-if.
      *
       300-load-operator.
      *takes one valid record into the operator table with its
      * year-to-date figures & rolls it into its team's sums -
      * records the official report would reject get no statement
           perform 250-validate-record.
           if ws-record-valid
               add 1                   to ws-read-count
               add 1                   to ws-op-true-count
               if ws-op-count < 2000
                   add 1               to ws-op-count
                   move ws-op-count    to ws-op-idx
                   perform 310-store-operator
                   perform 320-roll-team-sums
               end-if
           else
               add 1                   to ws-reject-count
           end-if.
      *
      * read next record (if any), whether this one was valid or not
           perform 200-read-input-file.
      *
       250-validate-record.
      *the same garbled-extract & master edits the official report's
      * 250-validate-record applies
           move 'y'                    to ws-valid-record-flag.
      *
           if emp-rec-num = spaces
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-record-valid and emp-rec-num not numeric
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-record-valid and emp-rec-team not numeric
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-record-valid and emp-rec-team = 0
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-record-valid
             and not ws-queue-tbl-active(emp-rec-team)
               move 'n'                to ws-valid-record-flag
           end-if.
      *
           if ws-record-valid and ws-master-loaded
               perform 255-check-master
           end-if.
      *
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-record-valid and emp-rec-calls(ws-ctr) not numeric
                   move 'n'            to ws-valid-record-flag
               end-if
               if ws-record-valid
                 and emp-rec-calls(ws-ctr) > ws-call-ceiling
                   move 'n'            to ws-valid-record-flag
               end-if
           end-perform.
      *
       255-check-master.
      *looks this operator up in the master table - same checks, same
      * order, as the official report's 255-check-master
           move 'n'                    to ws-master-found-flag.
           perform varying ws-master-srch-ctr from 1 by 1
             until ws-master-srch-ctr > ws-master-count
               or ws-master-found
               if ws-master-tbl-num(ws-master-srch-ctr) = emp-rec-num
                   move 'y'            to ws-master-found-flag
                   if not ws-master-tbl-active(ws-master-srch-ctr)
                       move 'n'        to ws-valid-record-flag
                   end-if
                   if ws-record-valid
                     and emp-rec-name
                       not = ws-master-tbl-name(ws-master-srch-ctr)
                       move 'n'        to ws-valid-record-flag
                   end-if
                   if ws-record-valid
                     and emp-rec-team
                       not = ws-master-tbl-team(ws-master-srch-ctr)
                       move 'n'        to ws-valid-record-flag
                   end-if
               end-if
           end-perform.
      *
           if not ws-master-found
               move 'n'                to ws-valid-record-flag
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
       310-store-operator.
      *the operator's months as loaded, & the year-to-date call total
      * & SLA/AHT averages over the months-loaded divisor the bonus
      * run uses
           move emp-rec-num            to ws-op-tbl-num(ws-op-idx).
           move emp-rec-name           to ws-op-tbl-name(ws-op-idx).
           move emp-rec-team           to ws-op-tbl-team(ws-op-idx).
           move 0                      to ws-emp-total.
           move 0                      to ws-op-aht-total.
           move 0                      to ws-op-sla-total.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move emp-rec-calls(ws-ctr)
                 to ws-op-tbl-calls(ws-op-idx ws-ctr)
               move emp-rec-aht(ws-ctr)
                 to ws-op-tbl-aht(ws-op-idx ws-ctr)
               move emp-rec-sla(ws-ctr)
                 to ws-op-tbl-sla(ws-op-idx ws-ctr)
               add emp-rec-calls(ws-ctr)   to ws-emp-total
               add emp-rec-aht(ws-ctr)     to ws-op-aht-total
               add emp-rec-sla(ws-ctr)     to ws-op-sla-total
           end-perform.
      *
           if emp-rec-loaded-thru numeric
             and emp-rec-loaded-thru >= 1
             and emp-rec-loaded-thru <= 12
               move emp-rec-loaded-thru to ws-months-loaded
           else
               move ws-number-of-months to ws-months-loaded
           end-if.
           move ws-months-loaded       to ws-op-tbl-loaded(ws-op-idx).
           move ws-emp-total           to ws-op-tbl-total(ws-op-idx).
           divide ws-op-aht-total by ws-months-loaded
             giving ws-op-tbl-aht-avg(ws-op-idx).
           divide ws-op-sla-total by ws-months-loaded
             giving ws-op-tbl-sla-avg(ws-op-idx).
      *
           perform 315-prorate-for-leave.
           move ws-op-factor           to ws-op-tbl-factor(ws-op-idx).
           move ws-op-min-pct          to ws-op-tbl-min-pct(ws-op-idx).
      *
           perform 312-gather-quality.
           move ws-op-qa-count         to ws-op-tbl-qa-count(ws-op-idx).
           move ws-op-qa-avg           to ws-op-tbl-qa-avg(ws-op-idx).
           move ws-op-qa-fails         to ws-op-tbl-qa-fails(ws-op-idx).
      *
       312-gather-quality.
      *the operator's QA evaluations in the fiscal months counted -
      * positions on the first one on or after 1 July & reads along
      * until the operator or the fiscal year changes
           move 0                      to ws-op-qa-count.
           move 0                      to ws-op-qa-total.
           move 0                      to ws-op-qa-avg.
           move 0                      to ws-op-qa-fails.
      *
           if ws-qa-open
               move emp-rec-num        to qae-num
               move ws-qa-fy-start     to qae-date
               move low-values         to qae-evaluator
               move 'n'                to ws-qa-scan-flag
               start qa-file key is not less than qae-key
                   invalid key move 'y' to ws-qa-scan-flag
               end-start
               perform until ws-qa-scan-done
                   read qa-file next record
                       at end move 'y'  to ws-qa-scan-flag
                       not at end
                           perform 313-tally-evaluation
                   end-read
               end-perform
           end-if.
      *
           if ws-op-qa-count > 0
               divide ws-op-qa-total by ws-op-qa-count
                 giving ws-op-qa-avg rounded
           end-if.
      *
       313-tally-evaluation.
           if qae-num not = emp-rec-num
             or qae-date > ws-qa-fy-end
               move 'y'                to ws-qa-scan-flag
           else
               if qae-date-mm >= 7
                   subtract 6 from qae-date-mm giving ws-qa-fm
               else
                   add 6 qae-date-mm giving ws-qa-fm
               end-if
               if ws-qa-fm >= 1 and ws-qa-fm <= ws-months-loaded
                   add 1               to ws-op-qa-count
                   add qae-score       to ws-op-qa-total
                   if qae-failed
                       add 1           to ws-op-qa-fails
                   end-if
               end-if
           end-if.
      *
       315-prorate-for-leave.
      *the share of the minimum-calls test that approved leave leaves
      * standing over the months counted - working days less
      * approved leave (capped at each month's working days) over
      * working days; no calendar, or no working day, means none
           move 0                      to ws-op-working.
           move 0                      to ws-op-appr-leave.
           move 1                      to ws-op-factor.
           if ws-prorate-for-leave
               perform 317-count-leave
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-months-loaded
                   add ws-cal-days(ws-ctr) to ws-op-working
                   move ws-lv-approved(ws-ctr) to ws-op-month-leave
                   if ws-op-month-leave > ws-cal-days(ws-ctr)
                       move ws-cal-days(ws-ctr) to ws-op-month-leave
                   end-if
                   add ws-op-month-leave to ws-op-appr-leave
               end-perform
               if ws-op-working > 0
                   compute ws-op-factor rounded =
                       (ws-op-working - ws-op-appr-leave)
                           / ws-op-working
               end-if
           end-if.
           compute ws-op-min-pct rounded = ws-op-factor * 100.
      *
       317-count-leave.
      *tallies the operator's leave days in the fiscal year by fiscal
      * month - positions on the first booking on or after 1 July &
      * reads along until the operator or the fiscal year changes
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move 0                  to ws-lv-days(ws-ctr)
               move 0                  to ws-lv-approved(ws-ctr)
           end-perform.
      *
           if ws-leave-open
               move emp-rec-num        to lvr-num
               move ws-leave-fy-start  to lvr-date
               move 'n'                to ws-leave-scan-flag
               start leave-file key is not less than lvr-key
                   invalid key move 'y' to ws-leave-scan-flag
               end-start
               perform until ws-leave-scan-done
                   read leave-file next record
                       at end move 'y'  to ws-leave-scan-flag
                       not at end
                           perform 318-tally-leave-day
                   end-read
               end-perform
           end-if.
      *
       318-tally-leave-day.
           if lvr-num not = emp-rec-num
             or lvr-date > ws-leave-fy-end
               move 'y'                to ws-leave-scan-flag
           else
               if lvr-date-mm >= 7
                   subtract 6 from lvr-date-mm giving ws-leave-fm
               else
                   add 6 lvr-date-mm giving ws-leave-fm
               end-if
               if ws-leave-fm >= 1 and ws-leave-fm <= 12
                   add 1               to ws-lv-days(ws-leave-fm)
                   if lvr-is-approved
                       add 1           to ws-lv-approved(ws-leave-fm)
                   end-if
               end-if
           end-if.
      *
       320-roll-team-sums.
      *the operator counts in the headcount of the team the extract
      * record carries - the team the page files under - but each
      * month's figures, & one operator for that month, go to the
      * team the history has the operator on that month
           move emp-rec-team           to ws-team-ctr.
           add 1                       to ws-tsum-count(ws-team-ctr).
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move ws-ctr             to ws-hist-month
               perform 257-resolve-month-team
               move ws-month-team
                 to ws-op-tbl-month-team(ws-op-idx ws-ctr)
               add 1
                 to ws-tsum-month-count(ws-month-team ws-ctr)
               add emp-rec-calls(ws-ctr)
                 to ws-tsum-calls(ws-month-team ws-ctr)
               add emp-rec-aht(ws-ctr)
                 to ws-tsum-aht(ws-month-team ws-ctr)
               add emp-rec-sla(ws-ctr)
                 to ws-tsum-sla(ws-month-team ws-ctr)
           end-perform.
      *
       400-rank-operators.
      *ranks every operator on year-to-date calls, within the team &
      * across the centre - one more than the number of operators
      * ahead, so operators level on calls share a rank. The team is
      * the one the page files under, the same team whose headcount
      * the rank is quoted out of
           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               move 1          to ws-op-tbl-team-rank(ws-op-idx)
               move 1          to ws-op-tbl-comp-rank(ws-op-idx)
               perform varying ws-op-cmp-idx from 1 by 1
                 until ws-op-cmp-idx > ws-op-count
                   if ws-op-tbl-total(ws-op-cmp-idx)
                        > ws-op-tbl-total(ws-op-idx)
                       add 1   to ws-op-tbl-comp-rank(ws-op-idx)
                       if ws-op-tbl-team(ws-op-cmp-idx)
                            = ws-op-tbl-team(ws-op-idx)
                           add 1
                             to ws-op-tbl-team-rank(ws-op-idx)
                       end-if
                   end-if
               end-perform
           end-perform.
      *
       450-release-operators.
      *feeds the sort one entry per operator statement
           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               move ws-op-tbl-team(ws-op-idx) to srt-team
               move ws-op-tbl-num(ws-op-idx)  to srt-num
               move ws-op-idx                 to srt-idx
               release srt-rec
           end-perform.
      *
       470-take-page-order.
      *takes the sorted entries back as the order the pages print in
           perform 475-return-sorted-entry.
           perform until ws-sort-end-of-file
               add 1                   to ws-order-count
               move srt-idx            to ws-order-idx(ws-order-count)
               perform 475-return-sorted-entry
           end-perform.
      *
       475-return-sorted-entry.
           return sort-file
               at end move 'y'         to ws-sort-eof-flag.
      *
       500-print-cover.
      *the cover sheet - who has a statement in the bundle, in page
      * order, then anyone on the master with no figures to state
           write report-line from ws-name-line
               after advancing 1 line.
           write report-line from ws-report-heading
               after advancing 1 line.
      *
           if ws-master-true-count > 2000
               compute ws-master-load-over-cnt =
                   ws-master-true-count - 2000
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
           if ws-op-true-count > 2000
               compute ws-op-load-over-cnt =
                   ws-op-true-count - 2000
               write report-line from ws-op-load-overflow
                   after advancing 1 lines
           end-if.
      *warn when the team history outgrew its table - spells past
      * the 2000th could not move any month off the extract's team
           if ws-hist-true-count > 2000
               compute ws-hist-load-over-cnt =
                   ws-hist-true-count - 2000
               write report-line from ws-hist-load-overflow
                   after advancing 1 lines
           end-if.
      *
           move 'cover sheet - statements in this bundle'
                                       to ws-cover-heading-text.
           write report-line from ws-cover-heading
               after advancing 2 lines.
           move 'ytd calls'            to ws-cover-col-last.
           write report-line from ws-cover-col-heading
               after advancing 2 lines.
           perform varying ws-order-ctr from 1 by 1
             until ws-order-ctr > ws-order-count
               move ws-order-idx(ws-order-ctr) to ws-op-idx
               move ws-queue-tbl-name(ws-op-tbl-team(ws-op-idx))
                                       to ws-cover-team
               move ws-op-tbl-num(ws-op-idx)  to ws-cover-num
               move ws-op-tbl-name(ws-op-idx) to ws-cover-name
               move ws-op-tbl-total(ws-op-idx) to ws-col-edit
               move ws-col-edit        to ws-cover-last
               write report-line from ws-cover-line
                   after advancing 1 lines
           end-perform.
      *
           move 'on the operator master with no figures on the snapshot'
                                       to ws-cover-heading-text.
           write report-line from ws-cover-heading
               after advancing 2 lines.
           move 'status'               to ws-cover-col-last.
           write report-line from ws-cover-col-heading
               after advancing 2 lines.
           perform varying ws-master-srch-ctr from 1 by 1
             until ws-master-srch-ctr > ws-master-count
               perform 510-check-master-has-figures
           end-perform.
           if ws-no-figures-count = 0
               move 'none - every master operator has figures'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 lines
           end-if.
      *
           move ws-order-count         to ws-total-statements.
           move ws-no-figures-count    to ws-total-no-figures.
           move ws-reject-count        to ws-total-rejects.
           write report-line from ws-total-line1
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
           write report-line from ws-total-line3
               after advancing 1 lines.
      *
       510-check-master-has-figures.
           move 'n'                    to ws-master-found-flag.
           perform varying ws-op-idx from 1 by 1
             until ws-op-idx > ws-op-count
               or ws-master-found
               if ws-op-tbl-num(ws-op-idx)
                    = ws-master-tbl-num(ws-master-srch-ctr)
                   move 'y'            to ws-master-found-flag
               end-if
           end-perform.
      *
           if not ws-master-found
               add 1                   to ws-no-figures-count
               move spaces             to ws-cover-team
               if ws-master-tbl-team(ws-master-srch-ctr) numeric
                 and ws-master-tbl-team(ws-master-srch-ctr) >= 1
                   move ws-queue-tbl-name(
                          ws-master-tbl-team(ws-master-srch-ctr))
                                       to ws-cover-team
               end-if
               move ws-master-tbl-num(ws-master-srch-ctr)
                                       to ws-cover-num
               move ws-master-tbl-name(ws-master-srch-ctr)
                                       to ws-cover-name
               if ws-master-tbl-active(ws-master-srch-ctr)
                   move 'active'       to ws-cover-last
               else
                   move 'inactive'     to ws-cover-last
               end-if
               write report-line from ws-cover-line
                   after advancing 1 lines
           end-if.
      *
       600-print-statements.
      *one page per operator in team then operator order, each team
      * behind its own separator page
           move 0                      to ws-current-team.
           perform varying ws-order-ctr from 1 by 1
             until ws-order-ctr > ws-order-count
               move ws-order-idx(ws-order-ctr) to ws-op-idx
               if ws-op-tbl-team(ws-op-idx) not = ws-current-team
                   move ws-op-tbl-team(ws-op-idx) to ws-current-team
                   perform 610-print-team-separator
               end-if
               perform 620-print-one-statement
           end-perform.
      *
       610-print-team-separator.
           write report-line from ws-name-line
               after advancing page.
           write report-line from ws-report-heading
               after advancing 1 line.
           move ws-queue-tbl-name(ws-current-team) to ws-sep-team.
           move ws-tsum-count(ws-current-team)     to ws-sep-count.
           write report-line from ws-team-sep-line
               after advancing 3 lines.
      *
       620-print-one-statement.
           add 1                       to ws-statement-count.
           move ws-op-tbl-team(ws-op-idx) to ws-team-ctr.
      *
           write report-line from ws-name-line
               after advancing page.
           write report-line from ws-report-heading
               after advancing 1 line.
      *
           move ws-op-tbl-num(ws-op-idx)   to ws-stmt-num.
           move ws-op-tbl-name(ws-op-idx)  to ws-stmt-name.
           move ws-queue-tbl-name(ws-team-ctr) to ws-stmt-team.
           move ws-month-name(ws-op-tbl-loaded(ws-op-idx))
                                       to ws-stmt-thru.
           write report-line from ws-stmt-op-line
               after advancing 2 lines.
      *
           perform 630-print-monthly-grid.
      *
           move ws-op-tbl-team-rank(ws-op-idx) to ws-rank-team.
           move ws-tsum-count(ws-team-ctr)     to ws-rank-team-of.
           move ws-op-tbl-comp-rank(ws-op-idx) to ws-rank-comp.
           move ws-op-count                    to ws-rank-comp-of.
           write report-line from ws-rank-line
               after advancing 2 lines.
      *
           perform 640-print-tier-position.
           perform 650-print-history.
           perform 660-print-adherence.
      *
       630-print-monthly-grid.
      *the month-by-month figures, each under the average for the
      * same month of the team the operator sat on that month; months
      * past the loaded-thru month stay blank
           move 'month'                to ws-grid-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               move ws-month-name(ws-ctr)
                 to ws-grid-val(ws-ctr)(3:3)
           end-perform.
           move '    ytd'              to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 2 lines.
      *
      *calls - the year column is the total
           move 'calls'                to ws-grid-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-calls(ws-op-idx ws-ctr)
                                       to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           move ws-op-tbl-total(ws-op-idx) to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
           move '  team average'       to ws-grid-label.
           move 0                      to ws-team-year-work.
           move 0                      to ws-team-year-months.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-month-team(ws-op-idx ws-ctr)
                                       to ws-month-team
                   divide ws-tsum-calls(ws-month-team ws-ctr)
                     by ws-tsum-month-count(ws-month-team ws-ctr)
                     giving ws-team-month-work
                            ws-team-avg-work rounded
                   add ws-team-month-work to ws-team-year-work
                   add 1               to ws-team-year-months
                   move ws-team-avg-work to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           compute ws-team-avg-work rounded = ws-team-year-work.
           move ws-team-avg-work       to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
      *AHT - the year column is the months-loaded average
           move 'aht (secs)'           to ws-grid-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-aht(ws-op-idx ws-ctr)
                                       to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           move ws-op-tbl-aht-avg(ws-op-idx) to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
           move '  team average'       to ws-grid-label.
           move 0                      to ws-team-year-work.
           move 0                      to ws-team-year-months.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-month-team(ws-op-idx ws-ctr)
                                       to ws-month-team
                   divide ws-tsum-aht(ws-month-team ws-ctr)
                     by ws-tsum-month-count(ws-month-team ws-ctr)
                     giving ws-team-month-work
                            ws-team-avg-work rounded
                   add ws-team-month-work to ws-team-year-work
                   add 1               to ws-team-year-months
                   move ws-team-avg-work to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           divide ws-team-year-work by ws-team-year-months
             giving ws-team-avg-work rounded.
           move ws-team-avg-work       to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
      *SLA - the year column is the months-loaded average
           move 'sla (%)'              to ws-grid-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-sla(ws-op-idx ws-ctr)
                                       to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           move ws-op-tbl-sla-avg(ws-op-idx) to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
           move '  team average'       to ws-grid-label.
           move 0                      to ws-team-year-work.
           move 0                      to ws-team-year-months.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-grid-val(ws-ctr)
               if ws-ctr <= ws-op-tbl-loaded(ws-op-idx)
                   move ws-op-tbl-month-team(ws-op-idx ws-ctr)
                                       to ws-month-team
                   divide ws-tsum-sla(ws-month-team ws-ctr)
                     by ws-tsum-month-count(ws-month-team ws-ctr)
                     giving ws-team-month-work
                            ws-team-avg-work rounded
                   add ws-team-month-work to ws-team-year-work
                   add 1               to ws-team-year-months
                   move ws-team-avg-work to ws-col-edit
                   move ws-col-edit    to ws-grid-val(ws-ctr)
               end-if
           end-perform.
           divide ws-team-year-work by ws-team-year-months
             giving ws-team-avg-work rounded.
           move ws-team-avg-work       to ws-year-edit.
           move ws-year-edit           to ws-grid-year.
           write report-line from ws-grid-line
               after advancing 1 lines.
      *
       640-print-tier-position.
      *the tier the year-to-date figures earn under the bonus run's
      * rules, best tier first, & the gap to the tier above on each
      * of its three tests - an operator earning nothing is measured
      * against the lowest tier
           if ws-tier-count = 0
               move 'no usable tier file - tier position not shown'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           else
               if ws-op-tbl-min-pct(ws-op-idx) < 100
                   move ws-op-tbl-min-pct(ws-op-idx) to ws-lp-pct
                   write report-line from ws-leave-prorate-line
                       after advancing 2 lines
               end-if
               perform 645-find-tier-earned
               if ws-tier-next-idx = 0
                   move 'top'          to ws-tl-next
                   move 0              to ws-tl-next-amount
                   write report-line from ws-tier-line
                       after advancing 2 lines
                   move 'already at the top tier'
                                       to ws-message-text
                   write report-line from ws-message-line
                       after advancing 1 lines
               else
                   perform 647-print-next-tier-gap
               end-if
               perform 648-print-quality-position
           end-if.
      *
       645-find-tier-earned.
      *the tier's quality gate is tested on the operator's QA figures
      * as stored at load
           move ws-op-tbl-qa-count(ws-op-idx) to ws-op-qa-count.
           move ws-op-tbl-qa-avg(ws-op-idx)   to ws-op-qa-avg.
           move ws-op-tbl-qa-fails(ws-op-idx) to ws-op-qa-fails.
           move 'n'                    to ws-tier-found-flag.
           move 0                      to ws-tier-found-idx.
           perform varying ws-tier-ctr from 1 by 1
             until ws-tier-ctr > ws-tier-count
               or ws-tier-awarded
               compute ws-tier-min-calls rounded =
                   ws-tier-tbl-calls(ws-tier-ctr)
                   * ws-op-tbl-factor(ws-op-idx)
               if ws-op-tbl-total(ws-op-idx)
                    >= ws-tier-min-calls
                 and ws-op-tbl-sla-avg(ws-op-idx)
                    >= ws-tier-tbl-sla(ws-tier-ctr)
                 and ws-op-tbl-aht-avg(ws-op-idx)
                    <= ws-tier-tbl-aht(ws-tier-ctr)
                   perform 646-test-quality-gate
                   if ws-quality-passed
                       move 'y'        to ws-tier-found-flag
                       move ws-tier-ctr to ws-tier-found-idx
                   end-if
               end-if
           end-perform.
      *
           if ws-tier-awarded
               move spaces             to ws-tl-earned
               move ws-tier-tbl-level(ws-tier-found-idx)
                                       to ws-tl-earned
               move ws-tier-tbl-amount(ws-tier-found-idx)
                                       to ws-tl-earned-amount
               compute ws-tier-next-idx = ws-tier-found-idx - 1
           else
               move 'none'             to ws-tl-earned
               move 0                  to ws-tl-earned-amount
               move ws-tier-count      to ws-tier-next-idx
           end-if.
      *
       646-test-quality-gate.
      *the tier's quality gate, where it carries one - the average
      * QA score must reach the tier's minimum, which an operator with
      * no evaluation cannot, & where the tier says so not one
      * evaluation may have been auto-failed
           move 'y'                    to ws-quality-pass-flag.
           if ws-tier-tbl-quality(ws-tier-ctr) > 0
             and (ws-op-qa-count = 0
                  or ws-op-qa-avg < ws-tier-tbl-quality(ws-tier-ctr))
               move 'n'                to ws-quality-pass-flag
           end-if.
           if ws-tier-tbl-fail-bars(ws-tier-ctr)
             and ws-op-qa-fails > 0
               move 'n'                to ws-quality-pass-flag
           end-if.
      *
       647-print-next-tier-gap.
           move spaces                 to ws-tl-next.
           move ws-tier-tbl-level(ws-tier-next-idx) to ws-tl-next.
           move ws-tier-tbl-amount(ws-tier-next-idx)
                                       to ws-tl-next-amount.
           write report-line from ws-tier-line
               after advancing 2 lines.
      *
           compute ws-tier-min-calls rounded =
               ws-tier-tbl-calls(ws-tier-next-idx)
               * ws-op-tbl-factor(ws-op-idx).
           compute ws-short-calls =
               ws-tier-min-calls - ws-op-tbl-total(ws-op-idx).
           if ws-short-calls < 0
               move 0                  to ws-short-calls
           end-if.
           compute ws-short-sla =
               ws-tier-tbl-sla(ws-tier-next-idx)
               - ws-op-tbl-sla-avg(ws-op-idx).
           if ws-short-sla < 0
               move 0                  to ws-short-sla
           end-if.
           compute ws-short-aht =
               ws-op-tbl-aht-avg(ws-op-idx)
               - ws-tier-tbl-aht(ws-tier-next-idx).
           if ws-short-aht < 0
               move 0                  to ws-short-aht
           end-if.
           move ws-short-calls         to ws-sl-calls.
           move ws-short-sla           to ws-sl-sla.
           move ws-short-aht           to ws-sl-aht.
           write report-line from ws-shortfall-line
               after advancing 1 lines.
      *
       648-print-quality-position.
      *the operator's QA evaluations over the months loaded, & the
      * quality gate the next tier carries, if any - printed where a
      * tier is gated or evaluations are on hand
           if ws-tiers-quality-gated or ws-qa-open
               move ws-op-qa-count     to ws-ql-count
               if ws-op-qa-count > 0
                   move ws-op-qa-avg   to ws-ql-avg
               else
                   move '  -'          to ws-ql-avg-x
               end-if
               move ws-op-qa-fails     to ws-ql-fails
               write report-line from ws-quality-line
                   after advancing 1 lines
           end-if.
      *
           if ws-tiers-quality-gated and not ws-qa-open
               write report-line from ws-no-quality-line
                   after advancing 1 lines
           end-if.
      *
           if ws-tier-next-idx > 0
               if ws-tier-tbl-quality(ws-tier-next-idx) > 0
                 or ws-tier-tbl-fail-bars(ws-tier-next-idx)
                   move spaces         to ws-qg-fail-note
                   if ws-tier-tbl-quality(ws-tier-next-idx) > 0
                       move 'minimum QA average '
                                       to ws-qg-min-x
                       move ws-tier-tbl-quality(ws-tier-next-idx)
                                       to ws-qg-min
                       if ws-tier-tbl-fail-bars(ws-tier-next-idx)
                           move ', no auto-failed evaluation'
                                       to ws-qg-fail-note
                       end-if
                   else
                       move spaces     to ws-qg-min-x
                       move 'no auto-failed evaluation'
                                       to ws-qg-fail-note
                   end-if
                   write report-line from ws-quality-gate-line
                       after advancing 1 lines
               end-if
           end-if.
      *
       650-print-history.
      *the operator's five most recent fiscal years off the history,
      * oldest first - positions on the operator's key at the year
      * the window can start from & reads along the operator's years
      * only; a history record is machine-written by A7-YearEndRoll,
      * so the only edit worth making is dropping one whose numerics
      * have been mangled
           move 0                      to ws-window-count.
           if ws-history-open
               move ws-op-tbl-num(ws-op-idx) to oph-num
               move 0                  to oph-fy
               if ws-param-fiscal-year > ws-number-of-years
                   compute oph-fy =
                       ws-param-fiscal-year - ws-number-of-years
               end-if
               move 'n'                to ws-history-eof-flag
               start history-file key is not less than oph-key
                   invalid key move 'y' to ws-history-eof-flag
               end-start
               perform until ws-history-end-of-file
                   read history-file next record
                       at end move 'y'  to ws-history-eof-flag
                       not at end
                           perform 652-take-history-year
                   end-read
               end-perform
           end-if.
      *
           if ws-window-count = 0
               move 'no fiscal-year history on file for this operator'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           else
               perform 657-order-history-window
               write report-line from ws-history-heading
                   after advancing 2 lines
               write report-line from ws-history-col-heading
                   after advancing 1 lines
               perform varying ws-win-ctr from 1 by 1
                 until ws-win-ctr > ws-window-count
                   move ws-win-fy(ws-win-ctr)    to ws-hl-fy-start
                   compute ws-hl-fy-end = ws-win-fy(ws-win-ctr) + 1
                   move ws-win-total(ws-win-ctr) to ws-hl-total
                   move ws-win-aht(ws-win-ctr)   to ws-hl-aht
                   move ws-win-sla(ws-win-ctr)   to ws-hl-sla
                   write report-line from ws-history-line
                       after advancing 1 lines
               end-perform
           end-if.
      *
       652-take-history-year.
           if oph-num not = ws-op-tbl-num(ws-op-idx)
               move 'y'                to ws-history-eof-flag
           else
               if oph-fy numeric and oph-total numeric
                 and oph-aht-avg numeric and oph-sla-avg numeric
                   perform 655-add-history-year
               end-if
           end-if.
      *
       655-add-history-year.
      *places one history year in the window - into a free slot, or
      * over the oldest year held when the window is full & this year
      * is more recent; the key holds one record per operator & year
           move 'n'                    to ws-win-placed-flag.
           if ws-window-count < ws-number-of-years
               add 1                   to ws-window-count
               move ws-window-count    to ws-win-oldest
               move 'y'                to ws-win-placed-flag
           else
               move 1                  to ws-win-oldest
               perform varying ws-win-ctr from 2 by 1
                 until ws-win-ctr > ws-window-count
                   if ws-win-fy(ws-win-ctr)
                        < ws-win-fy(ws-win-oldest)
                       move ws-win-ctr to ws-win-oldest
                   end-if
               end-perform
               if oph-fy > ws-win-fy(ws-win-oldest)
                   move 'y'            to ws-win-placed-flag
               end-if
           end-if.
      *
           if ws-win-placed
               move oph-fy             to ws-win-fy(ws-win-oldest)
               move oph-total          to ws-win-total(ws-win-oldest)
               move oph-aht-avg        to ws-win-aht(ws-win-oldest)
               move oph-sla-avg        to ws-win-sla(ws-win-oldest)
           end-if.
      *
       657-order-history-window.
      *puts the window's years oldest first
           if ws-window-count > 1
               move 'y'                to ws-win-swapped-flag
               perform until not ws-win-swap-occurred
                   move 'n'            to ws-win-swapped-flag
                   perform varying ws-win-ctr from 1 by 1
                     until ws-win-ctr > ws-window-count - 1
                       add 1 ws-win-ctr giving ws-win-next-ctr
                       if ws-win-fy(ws-win-ctr) >
                          ws-win-fy(ws-win-next-ctr)
                           move ws-window-entry(ws-win-ctr)
                                       to ws-window-hold
                           move ws-window-entry(ws-win-next-ctr)
                                       to ws-window-entry(ws-win-ctr)
                           move ws-window-hold
                                       to ws-window-entry(
                                          ws-win-next-ctr)
                           move 'y'    to ws-win-swapped-flag
                       end-if
                   end-perform
               end-perform
           end-if.
      *
       660-print-adherence.
      *the operator's schedule adherence over the schedule period the
      * adherence run last scored
           move 'n'                    to ws-adh-found-flag.
           perform varying ws-adh-ctr from 1 by 1
             until ws-adh-ctr > ws-adh-count
               or ws-adh-found
               if ws-adh-tbl-num(ws-adh-ctr) = ws-op-tbl-num(ws-op-idx)
                   move 'y'            to ws-adh-found-flag
                   move ws-adh-ctr     to ws-adh-found-idx
               end-if
           end-perform.
      *
           if ws-adh-found
               move ws-adh-tbl-pct(ws-adh-found-idx)   to ws-al-pct
               move ws-adh-tbl-days(ws-adh-found-idx)  to ws-al-days
               move ws-adh-tbl-first(ws-adh-found-idx) to ws-al-first
               move ws-adh-tbl-last(ws-adh-found-idx)  to ws-al-last
               write report-line from ws-adherence-line
                   after advancing 2 lines
           else
               move 'schedule adherence: no scheduled days on the adhe
      -             'rence summary'    to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           end-if.
      *
       end program A7-OpStatement.
