       identification division.
       program-id. A7-PeriodTrueUp.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program trues up payroll & the GL
      * for changes that reached months already paid or posted on -
      * volume adjustments, suspense repairs and late intake loads
      * that land after a month has been closed on the period-close
      * file. It replaces the manual claw-back memo & the off-system
      * journal a corrected month has cost us every time.
      *  - Bonus: each operator's award is recomputed against the
      *    A7-BonusTiers.dat rules, exactly as A7-BonusCalc applies
      *    them - approved leave pro-rating included - from the
      *    current figures for the months closed for bonus, and set
      *    against what stands paid for the payroll
      *    cycle on A7-BonusPayroll.dat - the cycle's detail, or the
      *    amount an earlier true-up of the same cycle brought it to,
      *    off the true-up register. Each difference, paid or clawed
      *    back, goes on a supplementary payroll file with the same
      *    header/detail/trailer balancing as the bonus file, and
      *    the register is brought up to the new amount so a rerun
      *    pays nothing twice. A tier's quality gate is tested on
      *    the QA evaluations now on file for those months, so an
      *    award the gate held back is not paid back here.
      *  - GL: each month closed for cost allocation is re-split from
      *    the current calls, team by team under the team-assignment
      *    history, against the total cost & cost centres it was
      *    posted with on the posted-allocation ledger. Every centre
      *    whose share moved has its posted amount reversed & the new
      *    amount re-posted, with the credit centre reversed & re-
      *    posted to match, on a balanced journal interface file; the
      *    ledger is brought up to what now stands posted.
      * A printed register lets payroll & finance approve both files
      * before release; anything that could not be trued up ends the
      * run with return code 8.
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
      *the period-close control file - optional, with no file on
      * hand no month is closed & there is nothing to true up
           select optional period-close-file
               assign to '../../../data/A7-PeriodClose.dat'
               organization is line sequential
               file status  is ws-close-status.
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
      *the operator master, so the true-up excludes exactly the
      * records the official report excludes - optional, same there
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *the team-assignment history kept by A7-OperatorMasterMaint, so
      * each month's calls are re-split to the team the operator sat
      * on that month - optional
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is sequential
               record key is tmh-key
               file status  is ws-team-hist-status.
      *
      *the tier rules the bonus run pays from
           select tier-file
               assign to '../../../data/A7-BonusTiers.dat'
               organization is line sequential
               file status  is ws-tier-status.
      *
      *the payroll interface file the bonus cycle sent - optional,
      * with none on hand the bonus side is not trued up
           select optional sent-file
               assign to '../../../data/A7-BonusPayroll.dat'
               organization is line sequential
               file status  is ws-sent-status.
      *
      *the true-up register - what each operator now stands paid for
      * a payroll cycle once a true-up has moved it; optional so the
      * first true-up creates it
           select optional register-file
               assign to '../../../data/A7-TrueUpRegister.dat'
               organization is indexed
               access is dynamic
               record key is tur-key
               file status  is ws-register-status.
      *
      *the posted-allocation ledger A7-CostAllocation keeps - what
      * each team's centre has been given for each month
           select optional posted-file
               assign to '../../../data/A7-GLPosted.dat'
               organization is indexed
               access is dynamic
               record key is glp-key
               file status  is ws-posted-status.
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
      *the supplementary payroll interface - header naming the cycle
      * trued up, one detail per operator whose bonus moved, trailer
      * with count & hash total
           select supp-file
               assign to '../../../data/A7-SuppPayroll.dat'
               organization is line sequential.
      *
      *the reversing/re-posting GL journal interface - header, the
      * reversal & re-posting lines, trailer with count & hash total
           select gl-file
               assign to '../../../data/A7-GLTrueUp.dat'
               organization is line sequential.
      *
           select report-file
               assign to '../../../data/A7-PeriodTrueUp.out'
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
       fd period-close-file
           data record is pcl-rec
           record contains 20 characters.
      *
           copy PERCLOSE.
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
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
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
       fd sent-file
           data record is sent-line
           record contains 30 characters.
      *
      *the three A7-BonusPayroll.dat record shapes - the first byte
      * says which, the same layouts A7-BonusCalc writes
       01 sent-line.
           05 sent-rec-id              pic x(1).
               88 sent-rec-header             value 'H'.
               88 sent-rec-detail             value 'D'.
               88 sent-rec-trailer            value 'T'.
           05 sent-rec-rest            pic x(29).
       01 sent-header redefines sent-line.
           05 filler                   pic x(1).
           05 sent-hdr-date            pic 9(6).
           05 sent-hdr-time            pic 9(8).
           05 filler                   pic x(15).
       01 sent-detail redefines sent-line.
           05 filler                   pic x(1).
           05 sent-det-num             pic x(3).
           05 sent-det-name            pic x(12).
           05 sent-det-tier            pic 9(1).
           05 sent-det-amount          pic 9(5)v99.
           05 filler                   pic x(6).
       01 sent-trailer redefines sent-line.
           05 filler                   pic x(1).
           05 sent-trl-count           pic 9(7).
           05 sent-trl-hash            pic 9(11)v99.
           05 filler                   pic x(9).
      *
       fd register-file
           data record is tur-rec
           record contains 31 characters.
      *
       01 tur-rec.
      *the payroll cycle - the bonus file header's date & time - &
      * the operator
           05 tur-key.
               10 tur-cycle-date       pic 9(6).
               10 tur-cycle-time       pic 9(8).
               10 tur-num              pic x(3).
      *the tier & amount the operator now stands paid at for the
      * cycle, counting every true-up so far
           05 tur-tier                 pic 9(1).
           05 tur-amount               pic 9(5)v99.
           05 tur-recorded-date        pic 9(6).
      *
       fd posted-file
           data record is glp-rec
           record contains 52 characters.
      *
           copy GLPOST.
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
       fd supp-file
           data record is supp-line
           record contains 30 characters.
      *
       01 supp-line                    pic x(30).
      *
       fd gl-file
           data record is gl-line
           record contains 40 characters.
      *
       01 gl-line                      pic x(40).
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
           05 ws-max-tiers             pic 99   value 10.
      *
       01 ws-parm-control.
           05 ws-parm-status         pic xx    value spaces.
               88 ws-parm-ok                   value '00'.
           05 ws-parm-read-flag      pic x     value 'n'.
               88 ws-parm-read                 value 'y'.
      *
       01 ws-file-status-flags.
           05 ws-close-status        pic xx    value spaces.
               88 ws-close-ok                  value '00'.
           05 ws-accepted-status     pic xx    value spaces.
               88 ws-accepted-ok               value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-tier-status         pic xx    value spaces.
               88 ws-tier-ok                   value '00'.
           05 ws-sent-status         pic xx    value spaces.
               88 ws-sent-ok                   value '00'.
           05 ws-register-status     pic xx    value spaces.
               88 ws-register-ok               value '00'.
               88 ws-register-opened           value '00' '05'.
           05 ws-posted-status       pic xx    value spaces.
               88 ws-posted-ok                 value '00'.
               88 ws-posted-opened             value '00' '05'.
           05 ws-emp-in-done-flag    pic x     value 'n'.
               88 ws-emp-in-done               value 'y'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
       01 ws-sent-eof-flag             pic x    value 'n'.
           88 ws-sent-end-of-file               value 'y'.
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
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year trued up
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *the fiscal year's months as the period-close file has them,
      * indexed by fiscal month, & the last month closed for bonus -
      * the months a bonus cycle is paid on run from july to it
       01 ws-close-control.
           05 ws-bonus-thru            pic 99   value 0.
           05 ws-alloc-closed-count    pic 99   value 0.
       01 ws-close-table.
           05 ws-close-entry           occurs 12.
               10 ws-close-bonus-flag  pic x    value 'n'.
                   88 ws-close-bonus           value 'y'.
               10 ws-close-alloc-flag  pic x    value 'n'.
                   88 ws-close-alloc           value 'y'.
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
      *team-assignment history - the spells loaded by
      * 087-read-team-history that overlap the fiscal year trued up,
      * searched by 257-resolve-month-team month by month
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
      *the details the bonus cycle paid, loaded up front & balanced
      * against the file's own trailer before anything is trued up
      * against them
       01 ws-sent-control.
           05 ws-sent-count          pic 9(4)  value 0.
           05 ws-sent-true-count     pic 9(5)  value 0.
           05 ws-sent-ctr            pic 9(4)  value 0.
           05 ws-sent-found-idx      pic 9(4)  value 0.
           05 ws-sent-found-flag     pic x     value 'n'.
               88 ws-sent-found                value 'y'.
           05 ws-sent-hash           pic 9(11)v99 value 0.
           05 ws-trl-count           pic 9(7)  value 0.
           05 ws-trl-hash            pic 9(11)v99 value 0.
           05 ws-trailer-seen-flag   pic x     value 'n'.
               88 ws-trailer-seen              value 'y'.
           05 ws-cycle-date          pic 9(6)  value 0.
           05 ws-cycle-time          pic 9(8)  value 0.
      *y once the cycle's payroll file has proved itself & there are
      * tier rules & closed months to true up against
           05 ws-bonus-usable-flag   pic x     value 'n'.
               88 ws-bonus-usable              value 'y'.
       01 ws-sent-table.
           05 ws-sent-entry            occurs 2000.
               10 ws-sent-tbl-num      pic x(3).
               10 ws-sent-tbl-name     pic x(12).
               10 ws-sent-tbl-tier     pic 9.
               10 ws-sent-tbl-amount   pic 9(5)v99.
               10 ws-sent-tbl-seen     pic x.
                   88 ws-sent-tbl-is-seen     value 'y'.
      *
       01 ws-sent-load-overflow.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value "*** and ".
           05 ws-sent-load-over-cnt    pic zzzz9.
           05 filler                   pic x(47)
               value " more paid details beyond the table (2000) not".
           05 filler                   pic x(15)
               value " trued up ***".
           05 filler                   pic x(55) value spaces.
      *
      *per-operator qualifying figures over the months closed for
      * bonus, same months-loaded averaging as the bonus run
       01 ws-op-fields.
           05 ws-emp-total             pic 9(5) value 0.
           05 ws-months-loaded         pic 99   value 12.
           05 ws-op-aht-total          pic 9(5) value 0.
           05 ws-op-sla-total          pic 9(5) value 0.
           05 ws-op-aht-avg            pic 9(3) value 0.
           05 ws-op-sla-avg            pic 9(3) value 0.
           05 ws-op-bonus              pic 9(5)v99 value 0.
           05 ws-op-tier               pic 9    value 0.
           05 ws-paid-amount           pic 9(5)v99 value 0.
           05 ws-paid-tier             pic 9    value 0.
           05 ws-bonus-diff            pic s9(5)v99 value 0.
           05 ws-paid-from-register-flag
                                       pic x    value 'n'.
               88 ws-paid-from-register        value 'y'.
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
      *the closed months' calls by team, as the snapshot now has them
       01 ws-gl-calls-table.
           05 ws-gl-month              occurs 12.
               10 ws-gl-calls          pic 9(7) occurs 9 value 0.
      *
      *one month's re-split, team by team - what stands posted & what
      * the current calls now say
       01 ws-tu-table.
           05 ws-tu-entry              occurs 9.
               10 ws-tu-posted-flag    pic x.
                   88 ws-tu-posted            value 'y'.
               10 ws-tu-centre         pic x(8).
               10 ws-tu-posted-amount  pic 9(9)v99.
               10 ws-tu-calls          pic 9(7).
               10 ws-tu-share-pct      pic 9(3)v99.
               10 ws-tu-new-amount     pic 9(9)v99.
               10 ws-tu-diff           pic s9(9)v99.
       01 ws-tu-work.
           05 ws-tu-month              pic 99   value 0.
           05 ws-tu-cost-total         pic 9(9)v99 value 0.
           05 ws-tu-credit-centre      pic x(8) value spaces.
           05 ws-tu-base-calls         pic 9(8) value 0.
           05 ws-tu-allocated          pic 9(9)v99 value 0.
           05 ws-tu-posted-total       pic 9(9)v99 value 0.
           05 ws-tu-last-team          pic 99   value 0.
           05 ws-tu-any-posted-flag    pic x    value 'n'.
               88 ws-tu-any-posted             value 'y'.
           05 ws-tu-held-flag          pic x    value 'n'.
               88 ws-tu-held                   value 'y'.
           05 ws-tu-moved-flag         pic x    value 'n'.
               88 ws-tu-moved                  value 'y'.
      *
       01 ws-counts.
           05 ws-read-count            pic 9(7) value 0.
           05 ws-bonus-moved-count     pic 9(5) value 0.
           05 ws-not-on-snapshot-count pic 9(5) value 0.
           05 ws-supp-count            pic 9(7) value 0.
           05 ws-supp-hash             pic 9(11)v99 value 0.
           05 ws-supp-net              pic s9(11)v99 value 0.
           05 ws-gl-month-count        pic 9(3) value 0.
           05 ws-gl-held-count         pic 9(3) value 0.
           05 ws-journal-count         pic 9(7) value 0.
           05 ws-journal-hash          pic 9(11)v99 value 0.
           05 ws-error-seen-flag       pic x    value 'n'.
               88 ws-error-seen                value 'y'.
      *
      *supplementary payroll record layouts - all 30 bytes, first
      * byte says which, balanced on receipt exactly as the bonus
      * file is; the header names the cycle being trued up & each
      * detail says whether its amount is paid (+) or clawed back (-)
       01 ws-supp-header.
           05 ws-supp-hdr-id           pic x     value 'H'.
           05 ws-supp-hdr-date         pic 9(6).
           05 ws-supp-hdr-time         pic 9(8).
           05 ws-supp-hdr-cycle-date   pic 9(6).
           05 ws-supp-hdr-cycle-time   pic 9(8).
           05 filler                   pic x(1)  value spaces.
      *
       01 ws-supp-detail.
           05 ws-supp-det-id           pic x     value 'D'.
           05 ws-supp-det-num          pic x(3).
           05 ws-supp-det-name         pic x(12).
           05 ws-supp-det-tier         pic 9.
           05 ws-supp-det-amount       pic 9(5)v99.
           05 ws-supp-det-sign         pic x.
           05 filler                   pic x(5)  value spaces.
      *
       01 ws-supp-trailer.
           05 ws-supp-trl-id           pic x     value 'T'.
           05 ws-supp-trl-count        pic 9(7).
           05 ws-supp-trl-hash         pic 9(11)v99.
           05 filler                   pic x(9)  value spaces.
      *
      *the true-up journal record shapes - 40 bytes, the GL journal
      * layouts with the fiscal year on the header & the fiscal month
      * on each line, since one true-up can reach several months
       01 ws-jrn-header.
           05 ws-jrn-hdr-id            pic x     value 'H'.
           05 ws-jrn-hdr-date          pic 9(6).
           05 ws-jrn-hdr-time          pic 9(8).
           05 ws-jrn-hdr-month         pic 9(2)  value 0.
           05 ws-jrn-hdr-fy            pic 9(4).
           05 filler                   pic x(19) value spaces.
      *
       01 ws-jrn-detail.
           05 ws-jrn-det-id            pic x     value 'D'.
           05 ws-jrn-det-centre        pic x(8).
           05 ws-jrn-det-drcr          pic x(1).
           05 ws-jrn-det-amount        pic 9(9)v99.
           05 ws-jrn-det-team          pic 9(1).
           05 ws-jrn-det-month         pic 9(2).
           05 filler                   pic x(16) value spaces.
      *
       01 ws-jrn-trailer.
           05 ws-jrn-trl-id            pic x     value 'T'.
           05 ws-jrn-trl-count         pic 9(7).
           05 ws-jrn-trl-hash          pic 9(11)v99.
           05 filler                   pic x(19) value spaces.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '   period close true-up.     '.
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
               value 'retroactive bonus & GL true-up - fy '.
           05 ws-heading-fy-start      pic 9(4).
           05 filler                   pic x(1)
               value '-'.
           05 ws-heading-fy-end        pic 9(4).
           05 filler                   pic x(41)
               value spaces.
      *
      *the closed months, by name - one line for bonus, one for cost
      * allocation
       01 ws-closed-list-line.
           05 filler                   pic x(2) value spaces.
           05 ws-cl-label              pic x(28).
           05 ws-cl-month-list         occurs 12.
               10 filler               pic x(1).
               10 ws-cl-month-name     pic x(3).
           05 filler                   pic x(54) value spaces.
      *
       01 ws-message-line.
           05 filler                   pic x(2) value spaces.
           05 ws-message-text          pic x(80).
           05 filler                   pic x(50) value spaces.
      *
       01 ws-no-quality-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(48)
               value "no QA evaluations on hand for the fiscal year - ".
           05 filler                   pic x(40)
               value "tiers with a quality gate cannot be paid".
           05 filler                   pic x(42) value spaces.
      *
       01 ws-bonus-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'bonus true-up - payroll cycle dated '.
           05 ws-bh-cycle-date         pic 9(6).
           05 filler                   pic x(1) value spaces.
           05 ws-bh-cycle-time         pic 9(8).
           05 filler                   pic x(14)
               value ', paid thru '.
           05 ws-bh-thru               pic x(3).
           05 filler                   pic x(62) value spaces.
      *
       01 ws-bonus-col-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(3) value 'op#'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value 'name'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'calls'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'sla'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'aht'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(13) value 'paid tier/amt'.
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(12) value 'now tier/amt'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'difference'.
           05 filler                   pic x(50) value spaces.
      *
       01 ws-bonus-line.
           05 filler                   pic x(4) value spaces.
           05 ws-bl-num                pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-bl-name               pic x(12).
           05 filler                   pic x(2) value spaces.
           05 ws-bl-calls              pic zzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-bl-sla                pic zz9.
           05 filler                   pic x(2) value spaces.
           05 ws-bl-aht                pic zz9.
           05 filler                   pic x(2) value spaces.
           05 ws-bl-paid-tier          pic x(1).
           05 filler                   pic x(1) value spaces.
           05 ws-bl-paid-amount        pic zzzz9.99.
           05 filler                   pic x(6) value spaces.
           05 ws-bl-new-tier           pic x(1).
           05 filler                   pic x(1) value spaces.
           05 ws-bl-new-amount         pic zzzz9.99.
           05 filler                   pic x(3) value spaces.
           05 ws-bl-diff               pic -(5)9.99.
           05 filler                   pic x(2) value spaces.
           05 ws-bl-note               pic x(24).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'qa '.
           05 ws-bl-qa-avg-x.
               10 ws-bl-qa-avg         pic zz9.
           05 filler                   pic x(3) value ' af'.
           05 ws-bl-qa-fails           pic z9.
           05 filler                   pic x(15) value spaces.
      *
       01 ws-gl-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(29)
               value 'GL true-up - fiscal month   '.
           05 ws-gh-month              pic x(3).
           05 filler                   pic x(15)
               value '   total cost: '.
           05 ws-gh-cost               pic z(8)9.99.
           05 filler                   pic x(18)
               value '   credit centre: '.
           05 ws-gh-credit             pic x(8).
           05 filler                   pic x(45) value spaces.
      *
       01 ws-gl-col-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'team'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'centre'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(7) value '  calls'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value '      posted'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value '   re-posted'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(13) value '   difference'.
           05 filler                   pic x(56) value spaces.
      *
       01 ws-gl-line.
           05 filler                   pic x(4) value spaces.
           05 ws-gl-team-name          pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-gl-centre             pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-gl-calls-out          pic zzzzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-gl-posted             pic z(8)9.99.
           05 filler                   pic x(2) value spaces.
           05 ws-gl-new                pic z(8)9.99.
           05 filler                   pic x(2) value spaces.
           05 ws-gl-diff               pic -(9)9.99.
           05 filler                   pic x(56) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'operator records read:            '.
           05 ws-total-read            pic zzzzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'operators whose bonus moved:      '.
           05 ws-total-moved           pic zzzzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'supplementary payroll details:    '.
           05 ws-total-supp            pic zzzzzz9.
           05 filler                   pic x(6) value ' hash '.
           05 ws-total-supp-hash       pic z(10)9.99.
           05 filler                   pic x(6) value '  net '.
           05 ws-total-supp-net        pic -(10)9.99.
           05 filler                   pic x(49) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'closed months re-posted to GL:    '.
           05 ws-total-gl-months       pic zzzzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'closed months held for query:     '.
           05 ws-total-gl-held         pic zzzzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'journal records written:          '.
           05 ws-total-journal         pic zzzzzz9.
           05 filler                   pic x(6) value ' hash '.
           05 ws-total-hash            pic z(10)9.99.
           05 filler                   pic x(69) value spaces.
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
      *which of the year's months are closed for bonus or allocation
           perform 070-read-period-close.
      *
      *pick up the operator master & team history, if kept
           perform 085-read-master-file.
           perform 087-read-team-history.
      *
      *the working-days calendar decides whether leave pro-rates
      * the minimum-calls test, as it did for the bonus run
           perform 060-load-work-calendar.
      *
      *open files
           open input  emp-file,
                input  accepted-file,
                input  tier-file,
                input  leave-file,
                input  qa-file,
                i-o    register-file,
                output supp-file,
                output gl-file,
                output report-file.
      *
      *without the register an operator already trued up would be
      * paid again, so a register that cannot be opened stops the run
           if not ws-register-opened
               display 'A7-PeriodTrueUp: true-up register '
                       'cannot be opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if ws-leave-ok
               move 'y'                to ws-leave-open-flag
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
      *output first headings & the months closed
           perform 100-print-headings.
      *
      *the tier rules & the cycle's payroll - the bonus side is only
      * trued up when both are sound & a month is closed for bonus
           perform 150-load-tier-table.
           if ws-tiers-quality-gated and not ws-qa-open
               write report-line from ws-no-quality-line
                   after advancing 2 lines
           end-if.
           perform 160-load-paid-details.
      *
           perform 170-write-supp-header.
      *
      *one pass over the snapshot - each operator's bonus trued up
      * as it goes, each closed month's calls rolled up by team
           perform 200-read-input-file.
      *
           perform 300-process-records
               until ws-end-of-file.
      *
      *operators paid on the cycle the snapshot no longer carries
           if ws-bonus-usable
               perform 400-list-paid-not-seen
           end-if.
      *
           perform 180-write-supp-trailer.
      *
      *re-split each month closed for allocation & journal the moves
           perform 500-true-up-gl.
      *
      *output total lines
           perform 600-print-totals.
      *
      *close files
           close emp-file
                 accepted-file
                 tier-file
                 leave-file
                 qa-file
                 register-file
                 supp-file
                 gl-file
                 report-file.
      *
           if ws-error-seen
               move 8                  to return-code
           end-if.
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
               display 'A7-PeriodTrueUp: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-PeriodTrueUp: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-call-ceiling not numeric
             or parm-call-ceiling = '000'
               display 'A7-PeriodTrueUp: call ceiling on '
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
               display 'A7-PeriodTrueUp: queue reference file '
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
       070-read-period-close.
      *loads the fiscal year's closed months off the period-close
      * file - lines for other years, or garbled ones, are passed by
           open input period-close-file.
           if ws-close-ok
               perform until ws-close-status not = '00'
                   read period-close-file
                       at end move 'x'  to ws-close-status
                       not at end
                           if pcl-fy numeric
                             and pcl-fy = ws-param-fiscal-year
                             and pcl-month numeric
                             and pcl-month >= 1 and pcl-month <= 12
                               if pcl-bonus-closed
                                   move 'y' to ws-close-bonus-flag
                                               (pcl-month)
                               end-if
                               if pcl-alloc-closed
                                   move 'y' to ws-close-alloc-flag
                                               (pcl-month)
                               end-if
                           end-if
                   end-read
               end-perform
               close period-close-file
           end-if.
      *
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-close-bonus(ws-ctr)
                   move ws-ctr         to ws-bonus-thru
               end-if
               if ws-close-alloc(ws-ctr)
                   add 1               to ws-alloc-closed-count
               end-if
           end-perform.
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
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
      *the months closed, by name, for each purpose
           move 'months closed for bonus:'  to ws-cl-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-cl-month-list(ws-ctr)
               if ws-close-bonus(ws-ctr)
                   move ws-month-name(ws-ctr)
                                       to ws-cl-month-name(ws-ctr)
               end-if
           end-perform.
           write report-line from ws-closed-list-line
               after advancing 2 lines.
      *
           move 'months closed for alloc:'  to ws-cl-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-cl-month-list(ws-ctr)
               if ws-close-alloc(ws-ctr)
                   move ws-month-name(ws-ctr)
                                       to ws-cl-month-name(ws-ctr)
               end-if
           end-perform.
           write report-line from ws-closed-list-line
               after advancing 1 lines.
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
           if not ws-prorate-for-leave
               move 'no working-days calendar - calls not pro-rated'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 lines
           end-if.
      *
       150-load-tier-table.
      *loads the tier rules, dropping any garbled line, then sorts
      * them best tier (lowest level number) first - the same rules,
      * in the same order, the bonus run paid against
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
       160-load-paid-details.
      *loads the cycle's paid details & proves the file against its
      * own trailer - the bonus side is trued up only against a file
      * that balances, with tier rules to recompute from & at least
      * one month closed for bonus; anything short of that is said
      * plainly on the register & fails the run
           if ws-bonus-thru = 0
               move 'no month closed for bonus - bonus not trued up'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           else
               open input sent-file
               if ws-sent-ok
                   perform until ws-sent-end-of-file
                       read sent-file
                           at end move 'y' to ws-sent-eof-flag
                           not at end
                               evaluate true
                                   when sent-rec-header
                                       move sent-hdr-date
                                         to ws-cycle-date
                                       move sent-hdr-time
                                         to ws-cycle-time
                                   when sent-rec-detail
                                       perform 165-load-one-detail
                                   when sent-rec-trailer
                                       move 'y'
                                         to ws-trailer-seen-flag
                                       move sent-trl-count
                                         to ws-trl-count
                                       move sent-trl-hash
                                         to ws-trl-hash
                                   when other
                                       continue
                               end-evaluate
                       end-read
                   end-perform
                   close sent-file
               end-if
               perform 168-judge-paid-details
           end-if.
      *
       165-load-one-detail.
           add 1                       to ws-sent-true-count.
           add sent-det-amount         to ws-sent-hash.
           if ws-sent-count < 2000
               add 1                   to ws-sent-count
               move sent-det-num
                 to ws-sent-tbl-num(ws-sent-count)
               move sent-det-name
                 to ws-sent-tbl-name(ws-sent-count)
               move sent-det-tier
                 to ws-sent-tbl-tier(ws-sent-count)
               move sent-det-amount
                 to ws-sent-tbl-amount(ws-sent-count)
               move 'n'
                 to ws-sent-tbl-seen(ws-sent-count)
           end-if.
      *
       168-judge-paid-details.
           move 'y'                    to ws-bonus-usable-flag.
           evaluate true
               when not ws-trailer-seen
                   move 'n'            to ws-bonus-usable-flag
                   move 'no balanced bonus payroll file on hand - bonu
      -                 's not trued up'
                                       to ws-message-text
               when ws-trl-count not = ws-sent-true-count
                 or ws-trl-hash not = ws-sent-hash
                   move 'n'            to ws-bonus-usable-flag
                   move '*** bonus payroll file fails its own trailer
      -                 '- bonus not trued up ***'
                                       to ws-message-text
               when ws-sent-true-count > 2000
                   move 'n'            to ws-bonus-usable-flag
                   compute ws-sent-load-over-cnt =
                       ws-sent-true-count - 2000
                   write report-line from ws-sent-load-overflow
                       after advancing 2 lines
                   move 'bonus payroll file too big to true up'
                                       to ws-message-text
               when ws-tier-count = 0
                   move 'n'            to ws-bonus-usable-flag
                   move 'no usable tier file - bonus not trued up'
                                       to ws-message-text
               when other
                   continue
           end-evaluate.
      *
           if ws-bonus-usable
               move ws-cycle-date      to ws-bh-cycle-date
               move ws-cycle-time      to ws-bh-cycle-time
               move ws-month-name(ws-bonus-thru) to ws-bh-thru
               write report-line from ws-bonus-heading
                   after advancing 2 lines
               write report-line from ws-bonus-col-heading
                   after advancing 1 lines
           else
               move 'y'                to ws-error-seen-flag
               write report-line from ws-message-line
                   after advancing 2 lines
           end-if.
      *
       170-write-supp-header.
           move ws-name-line-date      to ws-supp-hdr-date.
           move ws-name-line-time      to ws-supp-hdr-time.
           move ws-cycle-date          to ws-supp-hdr-cycle-date.
           move ws-cycle-time          to ws-supp-hdr-cycle-time.
           write supp-line from ws-supp-header.
      *
       180-write-supp-trailer.
           move ws-supp-count          to ws-supp-trl-count.
           move ws-supp-hash           to ws-supp-trl-hash.
           write supp-line from ws-supp-trailer.
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
       300-process-records.
      *trues up one operator's bonus & rolls their closed months'
      * calls into the team re-split - records the official report
      * would reject are left out the same way
           perform 250-validate-record.
           if ws-record-valid
               add 1                   to ws-read-count
               if ws-bonus-usable
                   perform 310-true-up-bonus
               end-if
               if ws-alloc-closed-count > 0
                   perform 350-accumulate-gl
               end-if
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
       310-true-up-bonus.
      *recomputes the operator's award over the months the cycle was
      * paid on & sets it against what stands paid - only a
      * difference makes a line, a supplementary detail & a
      * register entry
           perform 315-compute-figures.
           perform 320-award-tier.
           perform 325-find-paid.
      *
           compute ws-bonus-diff = ws-op-bonus - ws-paid-amount.
           if ws-bonus-diff not = 0
               add 1                   to ws-bonus-moved-count
               perform 330-write-bonus-line
               perform 335-write-supp-detail
               perform 340-update-register
           end-if.
      *
       315-compute-figures.
      *the operator's call total & SLA/AHT averages over july to the
      * last month closed for bonus, with the months-loaded divisor
      * the bonus run used - an operator loaded short of that month
      * is averaged over the months they were loaded for
           move 0                      to ws-emp-total.
           move 0                      to ws-op-aht-total.
           move 0                      to ws-op-sla-total.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-bonus-thru
               add emp-rec-calls(ws-ctr)   to ws-emp-total
               add emp-rec-aht(ws-ctr)     to ws-op-aht-total
               add emp-rec-sla(ws-ctr)     to ws-op-sla-total
           end-perform.
      *
           if emp-rec-loaded-thru numeric
             and emp-rec-loaded-thru >= 1
             and emp-rec-loaded-thru < ws-bonus-thru
               move emp-rec-loaded-thru to ws-months-loaded
           else
               move ws-bonus-thru      to ws-months-loaded
           end-if.
           divide ws-op-aht-total by ws-months-loaded
             giving ws-op-aht-avg.
           divide ws-op-sla-total by ws-months-loaded
             giving ws-op-sla-avg.
      *
           perform 317-prorate-for-leave.
           perform 321-gather-quality.
      *
       317-prorate-for-leave.
      *the share of the minimum-calls test that approved leave leaves
      * standing over the months counted - working days less
      * approved leave (capped at each month's working days) over
      * working days; no calendar, or no working day, means none
           move 0                      to ws-op-working.
           move 0                      to ws-op-appr-leave.
           move 1                      to ws-op-factor.
           if ws-prorate-for-leave
               perform 318-count-leave
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
       318-count-leave.
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
                           perform 319-tally-leave-day
                   end-read
               end-perform
           end-if.
      *
       319-tally-leave-day.
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
       320-award-tier.
      *tries the tiers best first - the first tier whose calls, SLA &
      * AHT tests all pass is the one the operator is now owed, the
      * minimum-calls test pro-rated for approved leave & the tier's
      * quality gate tested, as the bonus run does both
           move 'n'                    to ws-tier-found-flag.
           move 0                      to ws-op-bonus.
           move 0                      to ws-op-tier.
           perform varying ws-tier-ctr from 1 by 1
             until ws-tier-ctr > ws-tier-count
               or ws-tier-awarded
               compute ws-tier-min-calls rounded =
                   ws-tier-tbl-calls(ws-tier-ctr) * ws-op-factor
               if ws-emp-total >= ws-tier-min-calls
                 and ws-op-sla-avg >= ws-tier-tbl-sla(ws-tier-ctr)
                 and ws-op-aht-avg <= ws-tier-tbl-aht(ws-tier-ctr)
                   perform 323-test-quality-gate
                   if ws-quality-passed
                       move 'y'        to ws-tier-found-flag
                       move ws-tier-ctr to ws-tier-found-idx
                   end-if
               end-if
           end-perform.
      *
           if ws-tier-awarded
               move ws-tier-tbl-amount(ws-tier-found-idx)
                                       to ws-op-bonus
               move ws-tier-tbl-level(ws-tier-found-idx)
                                       to ws-op-tier
           end-if.
      *
       321-gather-quality.
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
                           perform 322-tally-evaluation
                   end-read
               end-perform
           end-if.
      *
           if ws-op-qa-count > 0
               divide ws-op-qa-total by ws-op-qa-count
                 giving ws-op-qa-avg rounded
           end-if.
      *
       322-tally-evaluation.
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
       323-test-quality-gate.
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
       325-find-paid.
      *what the operator stands paid for the cycle - the register's
      * amount once a true-up has moved it, otherwise the cycle's own
      * detail, otherwise nothing
           move 0                      to ws-paid-amount.
           move 0                      to ws-paid-tier.
           move 'n'                    to ws-paid-from-register-flag.
      *
           move 'n'                    to ws-sent-found-flag.
           perform varying ws-sent-ctr from 1 by 1
             until ws-sent-ctr > ws-sent-count
               or ws-sent-found
               if ws-sent-tbl-num(ws-sent-ctr) = emp-rec-num
                   move 'y'            to ws-sent-found-flag
                   move ws-sent-ctr    to ws-sent-found-idx
               end-if
           end-perform.
           if ws-sent-found
               move 'y'                to ws-sent-tbl-seen(
                                          ws-sent-found-idx)
               move ws-sent-tbl-amount(ws-sent-found-idx)
                                       to ws-paid-amount
               move ws-sent-tbl-tier(ws-sent-found-idx)
                                       to ws-paid-tier
           end-if.
      *
           move ws-cycle-date          to tur-cycle-date.
           move ws-cycle-time          to tur-cycle-time.
           move emp-rec-num            to tur-num.
           read register-file.
           if ws-register-ok
               move 'y'                to ws-paid-from-register-flag
               move tur-amount         to ws-paid-amount
               move tur-tier           to ws-paid-tier
           end-if.
      *
       330-write-bonus-line.
           move emp-rec-num            to ws-bl-num.
           move emp-rec-name           to ws-bl-name.
           move ws-emp-total           to ws-bl-calls.
           move ws-op-sla-avg          to ws-bl-sla.
           move ws-op-aht-avg          to ws-bl-aht.
           if ws-paid-tier = 0
               move '-'                to ws-bl-paid-tier
           else
               move ws-paid-tier       to ws-bl-paid-tier
           end-if.
           move ws-paid-amount         to ws-bl-paid-amount.
           if ws-op-tier = 0
               move '-'                to ws-bl-new-tier
           else
               move ws-op-tier         to ws-bl-new-tier
           end-if.
           move ws-op-bonus            to ws-bl-new-amount.
           move ws-bonus-diff          to ws-bl-diff.
           if ws-op-qa-count > 0
               move ws-op-qa-avg       to ws-bl-qa-avg
           else
               move '  -'              to ws-bl-qa-avg-x
           end-if.
           move ws-op-qa-fails         to ws-bl-qa-fails.
           if ws-bonus-diff > 0
               move 'supplementary payment'
                                       to ws-bl-note
           else
               move 'claw-back'        to ws-bl-note
           end-if.
           write report-line from ws-bonus-line
               after advancing 1 lines.
      *
       335-write-supp-detail.
      *one supplementary detail - the amount always positive, the
      * sign byte saying which way it goes
           move emp-rec-num            to ws-supp-det-num.
           move emp-rec-name           to ws-supp-det-name.
           move ws-op-tier             to ws-supp-det-tier.
           if ws-bonus-diff > 0
               move ws-bonus-diff      to ws-supp-det-amount
               move '+'                to ws-supp-det-sign
           else
               compute ws-supp-det-amount = 0 - ws-bonus-diff
               move '-'                to ws-supp-det-sign
           end-if.
           write supp-line from ws-supp-detail.
           add 1                       to ws-supp-count.
           add ws-supp-det-amount      to ws-supp-hash.
           add ws-bonus-diff           to ws-supp-net.
      *
       340-update-register.
      *brings the register up to the amount the operator now stands
      * paid at for the cycle, so the next true-up starts from it
           move ws-cycle-date          to tur-cycle-date.
           move ws-cycle-time          to tur-cycle-time.
           move emp-rec-num            to tur-num.
           move ws-op-tier             to tur-tier.
           move ws-op-bonus            to tur-amount.
           move ws-name-line-date      to tur-recorded-date.
           if ws-paid-from-register
               rewrite tur-rec
           else
               write tur-rec
           end-if.
      *
       350-accumulate-gl.
      *rolls each closed month's calls into the team the operator
      * sat on that month
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-close-alloc(ws-ctr)
                   move ws-ctr         to ws-hist-month
                   perform 257-resolve-month-team
                   add emp-rec-calls(ws-ctr)
                     to ws-gl-calls(ws-ctr ws-month-team)
               end-if
           end-perform.
      *
       400-list-paid-not-seen.
      *operators paid on the cycle who no longer pass onto the
      * snapshot - left as paid, listed for payroll to look at
           perform varying ws-sent-ctr from 1 by 1
             until ws-sent-ctr > ws-sent-count
               if not ws-sent-tbl-is-seen(ws-sent-ctr)
                   add 1               to ws-not-on-snapshot-count
                   move ws-sent-tbl-num(ws-sent-ctr)  to ws-bl-num
                   move ws-sent-tbl-name(ws-sent-ctr) to ws-bl-name
                   move 0              to ws-bl-calls
                   move 0              to ws-bl-sla
                   move 0              to ws-bl-aht
                   move ws-sent-tbl-tier(ws-sent-ctr)
                                       to ws-bl-paid-tier
                   move ws-sent-tbl-amount(ws-sent-ctr)
                                       to ws-bl-paid-amount
                   move space          to ws-bl-new-tier
                   move 0              to ws-bl-new-amount
                   move 0              to ws-bl-diff
                   move '  -'          to ws-bl-qa-avg-x
                   move 0              to ws-bl-qa-fails
                   move 'not on snapshot - left'
                                       to ws-bl-note
                   write report-line from ws-bonus-line
                       after advancing 1 lines
               end-if
           end-perform.
      *
       500-true-up-gl.
      *the journal interface - header, then every closed month's
      * reversal & re-posting lines, then the trailer
           move ws-name-line-date      to ws-jrn-hdr-date.
           move ws-name-line-time      to ws-jrn-hdr-time.
           move ws-param-fiscal-year   to ws-jrn-hdr-fy.
           write gl-line from ws-jrn-header.
      *
           if ws-alloc-closed-count = 0
               move 'no month closed for cost allocation - GL not tru
      -             'ed up'            to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           else
               open i-o posted-file
               if not ws-posted-opened
                   display 'A7-PeriodTrueUp: posted-allocation '
                           'ledger cannot be opened - run stopped'
                   move 16             to return-code
                   stop run
               end-if
               perform varying ws-tu-month from 1 by 1
                 until ws-tu-month > ws-number-of-months
                   if ws-close-alloc(ws-tu-month)
                       perform 510-true-up-one-month
                   end-if
               end-perform
               close posted-file
           end-if.
      *
           move ws-journal-count       to ws-jrn-trl-count.
           move ws-journal-hash        to ws-jrn-trl-hash.
           write gl-line from ws-jrn-trailer.
      *
       510-true-up-one-month.
      *one closed month - what stands posted, the re-split the
      * current calls give, & the reversal/re-posting of every
      * centre that moved; a month that cannot be re-split soundly
      * is held for query & its ledger left as it stands
           perform 515-load-month-postings.
      *
           if not ws-tu-any-posted
               move spaces             to ws-message-text
               string 'fiscal month ' ws-month-name(ws-tu-month)
                      ' is closed but has nothing on the posted ledge'
                      'r - held for query'
                      delimited by size into ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
               add 1                   to ws-gl-held-count
               move 'y'                to ws-error-seen-flag
           else
               perform 520-resplit-month
               perform 530-print-month
               if ws-tu-held
                   add 1               to ws-gl-held-count
                   move 'y'            to ws-error-seen-flag
               else
                   if ws-tu-moved
                       add 1           to ws-gl-month-count
                       perform 540-write-month-journal
                       perform 550-update-postings
                   end-if
               end-if
           end-if.
      *
       515-load-month-postings.
           move 'n'                    to ws-tu-any-posted-flag.
           move 'n'                    to ws-tu-held-flag.
           move 'n'                    to ws-tu-moved-flag.
           move 0                      to ws-tu-posted-total.
           move 0                      to ws-tu-cost-total.
           move spaces                 to ws-tu-credit-centre.
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               move 'n'                to ws-tu-posted-flag(ws-team-ctr)
               move spaces             to ws-tu-centre(ws-team-ctr)
               move 0          to ws-tu-posted-amount(ws-team-ctr)
               move 0          to ws-tu-new-amount(ws-team-ctr)
               move 0          to ws-tu-share-pct(ws-team-ctr)
               move 0          to ws-tu-diff(ws-team-ctr)
               move ws-gl-calls(ws-tu-month ws-team-ctr)
                                       to ws-tu-calls(ws-team-ctr)
               move ws-param-fiscal-year to glp-fy
               move ws-tu-month        to glp-month
               move ws-team-ctr        to glp-team
               read posted-file
               if ws-posted-ok
                   move 'y'            to ws-tu-any-posted-flag
                   move 'y'    to ws-tu-posted-flag(ws-team-ctr)
                   move glp-centre     to ws-tu-centre(ws-team-ctr)
                   move glp-amount
                     to ws-tu-posted-amount(ws-team-ctr)
                   move glp-cost-total to ws-tu-cost-total
                   move glp-credit-centre
                                       to ws-tu-credit-centre
                   add glp-amount      to ws-tu-posted-total
               end-if
           end-perform.
      *
       520-resplit-month.
      *splits the month's posted cost by each team's share of the
      * current calls, the way the allocation feed split it - the
      * last team with calls absorbs the rounding pennies; a team
      * with calls but no centre on the ledger, or no calls at all,
      * holds the month
           move 0                      to ws-tu-base-calls.
           move 0                      to ws-tu-last-team.
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               if ws-tu-calls(ws-team-ctr) > 0
                   add ws-tu-calls(ws-team-ctr) to ws-tu-base-calls
                   if ws-tu-posted(ws-team-ctr)
                       move ws-team-ctr to ws-tu-last-team
                   else
                       move 'y'        to ws-tu-held-flag
                   end-if
               end-if
           end-perform.
           if ws-tu-base-calls = 0
               move 'y'                to ws-tu-held-flag
           end-if.
      *
           move 0                      to ws-tu-allocated.
           if not ws-tu-held
               perform varying ws-team-ctr from 1 by 1
                 until ws-team-ctr > ws-max-queues
                   if ws-tu-calls(ws-team-ctr) > 0
                       perform 525-allocate-one-team
                   end-if
                   compute ws-tu-diff(ws-team-ctr) =
                       ws-tu-new-amount(ws-team-ctr)
                       - ws-tu-posted-amount(ws-team-ctr)
                   if ws-tu-diff(ws-team-ctr) not = 0
                       move 'y'        to ws-tu-moved-flag
                   end-if
               end-perform
           end-if.
      *
       525-allocate-one-team.
           compute ws-tu-share-pct(ws-team-ctr) rounded =
               ws-tu-calls(ws-team-ctr) * 100 / ws-tu-base-calls.
           if ws-team-ctr = ws-tu-last-team
               compute ws-tu-new-amount(ws-team-ctr) =
                   ws-tu-cost-total - ws-tu-allocated
           else
               compute ws-tu-new-amount(ws-team-ctr) rounded =
                   ws-tu-cost-total * ws-tu-calls(ws-team-ctr)
                   / ws-tu-base-calls
           end-if.
           add ws-tu-new-amount(ws-team-ctr) to ws-tu-allocated.
      *
       530-print-month.
      *the month's re-split on the register - every team posted to or
      * now carrying calls, with what stands & what it now comes to
           move ws-month-name(ws-tu-month) to ws-gh-month.
           move ws-tu-cost-total       to ws-gh-cost.
           move ws-tu-credit-centre    to ws-gh-credit.
           write report-line from ws-gl-heading
               after advancing 2 lines.
           write report-line from ws-gl-col-heading
               after advancing 1 lines.
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               if ws-tu-posted(ws-team-ctr)
                 or ws-tu-calls(ws-team-ctr) > 0
                   move ws-queue-tbl-name(ws-team-ctr)
                                       to ws-gl-team-name
                   if ws-tu-posted(ws-team-ctr)
                       move ws-tu-centre(ws-team-ctr)
                                       to ws-gl-centre
                   else
                       move '*none*'   to ws-gl-centre
                   end-if
                   move ws-tu-calls(ws-team-ctr) to ws-gl-calls-out
                   move ws-tu-posted-amount(ws-team-ctr)
                                       to ws-gl-posted
                   move ws-tu-new-amount(ws-team-ctr)
                                       to ws-gl-new
                   move ws-tu-diff(ws-team-ctr) to ws-gl-diff
                   write report-line from ws-gl-line
                       after advancing 1 lines
               end-if
           end-perform.
      *
           evaluate true
               when ws-tu-held
                   move '*** month cannot be re-split - a team with ca
      -                 'lls has no posted centre, or no calls at all *
      -                 '**'           to ws-message-text
               when ws-tu-moved
                   move 'month re-posted - see journal'
                                       to ws-message-text
               when other
                   move 'month unchanged - nothing to re-post'
                                       to ws-message-text
           end-evaluate.
           write report-line from ws-message-line
               after advancing 1 lines.
      *
       540-write-month-journal.
      *each centre whose share moved has its posted amount reversed &
      * its new amount posted; the credit centre takes the mirror of
      * both, so the month nets back to its cost & the file balances
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               if ws-tu-diff(ws-team-ctr) not = 0
                   if ws-tu-posted-amount(ws-team-ctr) > 0
                       move ws-tu-centre(ws-team-ctr)
                                       to ws-jrn-det-centre
                       move 'c'        to ws-jrn-det-drcr
                       move ws-tu-posted-amount(ws-team-ctr)
                                       to ws-jrn-det-amount
                       move ws-team-ctr to ws-jrn-det-team
                       perform 545-write-journal-line
                       move ws-tu-credit-centre
                                       to ws-jrn-det-centre
                       move 'd'        to ws-jrn-det-drcr
                       move 0          to ws-jrn-det-team
                       perform 545-write-journal-line
                   end-if
                   if ws-tu-new-amount(ws-team-ctr) > 0
                       move ws-tu-centre(ws-team-ctr)
                                       to ws-jrn-det-centre
                       move 'd'        to ws-jrn-det-drcr
                       move ws-tu-new-amount(ws-team-ctr)
                                       to ws-jrn-det-amount
                       move ws-team-ctr to ws-jrn-det-team
                       perform 545-write-journal-line
                       move ws-tu-credit-centre
                                       to ws-jrn-det-centre
                       move 'c'        to ws-jrn-det-drcr
                       move 0          to ws-jrn-det-team
                       perform 545-write-journal-line
                   end-if
               end-if
           end-perform.
      *
       545-write-journal-line.
           move ws-tu-month            to ws-jrn-det-month.
           write gl-line from ws-jrn-detail.
           add 1                       to ws-journal-count.
           add ws-jrn-det-amount       to ws-journal-hash.
      *
       550-update-postings.
      *brings the ledger up to what now stands posted - a team whose
      * share fell to nothing has its posting taken off
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               if ws-tu-diff(ws-team-ctr) not = 0
                   move ws-param-fiscal-year to glp-fy
                   move ws-tu-month    to glp-month
                   move ws-team-ctr    to glp-team
                   read posted-file
                   if ws-posted-ok
                       if ws-tu-new-amount(ws-team-ctr) > 0
                           move ws-tu-new-amount(ws-team-ctr)
                                       to glp-amount
                           move ws-name-line-date
                                       to glp-posted-date
                           move 't'    to glp-source
                           rewrite glp-rec
                       else
                           delete posted-file
                       end-if
                   end-if
               end-if
           end-perform.
      *
       600-print-totals.
      *
           move ws-read-count          to ws-total-read.
           move ws-bonus-moved-count   to ws-total-moved.
           move ws-supp-count          to ws-total-supp.
           move ws-supp-hash           to ws-total-supp-hash.
           move ws-supp-net            to ws-total-supp-net.
           move ws-gl-month-count      to ws-total-gl-months.
           move ws-gl-held-count       to ws-total-gl-held.
           move ws-journal-count       to ws-total-journal.
           move ws-journal-hash        to ws-total-hash.
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
      *
       end program A7-PeriodTrueUp.
