      * fixed-layout payroll interface file with header & trailer
      * records carrying the record count and a hash total of the
      * bonus amounts, so payroll can balance the file on receipt.
      * Where the working-days calendar covers the parameter card's
      * fiscal year, the minimum-calls test is pro-rated for the
      * operator's approved leave on A7-LeaveMaint's leave file - the
      * tier is paid on the pro-rated test, & the calculation report
      * prints the raw tier & amount alongside, so the effect of the
      * leave allowance is always visible.
      * A tier may also carry a quality gate - a minimum average score
      * on the QA evaluations A7-QAIntake loads, & whether one
      * auto-failed evaluation bars it - so the top tier cannot be
      * earned on volume alone; the report prints each operator's QA
      * figures & counts the tiers the gate held back.
      *
       environment division.
       input-output section.
      *
      *the run-control parameter card shared across the stream -
      * this program takes its call ceiling from it, so its edits
      * reject exactly what the official report rejects, & its
      * fiscal year for the leave pro-rating
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               record key is opm-num
               file status  is ws-master-status.
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
      *the payroll interface file - header, one detail per qualifying
      * operator, trailer with count & hash total
           select payroll-file
      *
       fd tier-file
           data record is tier-line
           record contains 23 characters.
      *
       01 tier-line.
           05 tier-level               pic 9(1).
           05 tier-min-sla             pic 9(3).
           05 tier-max-aht             pic 9(3).
           05 tier-amount              pic 9(5)v99.
      *the tier's quality gate - the lowest average QA score out of
      * 100 it may be earned on (blank or zero for none), & y where
      * one auto-failed evaluation in the year bars it
           05 tier-min-quality         pic x(3).
           05 tier-no-auto-fail        pic x(1).
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
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
       fd payroll-file
           data record is payroll-line
               88 ws-record-invalid         value 'n'.
           05 ws-call-ceiling       pic 9(3) value 300.
      *
      *fiscal year parameter, from the run parameter card - only
      * needed for the leave pro-rating
       01 ws-param-fiscal-year         pic 9(4) value 0.
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
      * leave over working days; the raw tier is found with the test
      * as written, the paid tier with it pro-rated
       01 ws-prorate-fields.
           05 ws-op-working            pic 9(3) value 0.
           05 ws-op-appr-leave         pic 9(3) value 0.
           05 ws-op-month-leave        pic 9(3) value 0.
           05 ws-op-factor             pic 9v9(4) value 1.
           05 ws-op-min-pct            pic 9(3) value 100.
           05 ws-tier-factor           pic 9v9(4) value 1.
           05 ws-tier-min-calls        pic 9(5) value 0.
           05 ws-raw-found-flag        pic x    value 'n'.
               88 ws-raw-awarded               value 'y'.
           05 ws-raw-found-idx         pic 99   value 0.
      *the paid tier as it would stand on volume alone, & whether the
      * search now under way tests the tiers' quality gates
           05 ws-volume-found-flag     pic x    value 'n'.
           05 ws-volume-found-idx      pic 99   value 0.
           05 ws-quality-gate-flag     pic x    value 'y'.
               88 ws-quality-gate-on           value 'y'.
      *
      *operator master lookup, loaded the same way the official
      * report loads it
       01 ws-master-control.
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
      *per-operator qualifying figures, same months-loaded averaging
      * as the official report
           05 ws-qualified-count       pic 9(7) value 0.
           05 ws-no-tier-count         pic 9(5) value 0.
           05 ws-bonus-hash-total      pic 9(11)v99 value 0.
           05 ws-leave-changed-count   pic 9(5) value 0.
           05 ws-quality-changed-count pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
           05 ws-tier-echo-aht         pic zz9.
           05 filler                   pic x(9) value '  amount '.
           05 ws-tier-echo-amount      pic zzzz9.99.
           05 filler                   pic x(6) value '  qa>='.
           05 ws-tier-echo-quality     pic zz9.
           05 ws-tier-echo-no-fail     pic x(14).
           05 filler                   pic x(51) value spaces.
      *
       01 ws-calc-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'sla'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(3) value 'aht'.
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value 'leave'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value 'min%'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(4) value 'raw '.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value ' raw amt'.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(4) value 'tier'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value '  amount'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'evals'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'qa avg'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value 'fail'.
           05 filler                   pic x(12) value spaces.
      *
       01 ws-calc-detail.
           05 filler                   pic x(4) value spaces.
           05 ws-calc-sla              pic zz9.
           05 filler                   pic x(4) value spaces.
           05 ws-calc-aht              pic zz9.
           05 filler                   pic x(4) value spaces.
           05 ws-calc-leave            pic zz9.
           05 filler                   pic x(3) value spaces.
           05 ws-calc-min-pct          pic zz9.
           05 filler                   pic x(1) value '%'.
           05 filler                   pic x(4) value spaces.
           05 ws-calc-raw-tier.
               10 ws-calc-raw-level    pic x(1).
               10 filler               pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-calc-raw-amount       pic zzzz9.99.
           05 filler                   pic x(6) value spaces.
           05 ws-calc-tier.
               10 ws-calc-tier-level   pic x(1).
               10 filler               pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-calc-amount           pic zzzz9.99.
           05 filler                   pic x(4) value spaces.
           05 ws-calc-qa-count         pic zz9.
           05 filler                   pic x(5) value spaces.
           05 ws-calc-qa-avg-x.
               10 ws-calc-qa-avg       pic zz9.
           05 filler                   pic x(3) value spaces.
           05 ws-calc-qa-fails         pic zz9.
           05 filler                   pic x(12) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
               value 'bonus hash total:           '.
           05 ws-total-hash            pic z(10)9.99.
           05 filler                   pic x(88) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(28)
               value 'tiers changed by leave:     '.
           05 ws-total-leave-changed   pic zzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(28)
               value 'tiers held back by quality: '.
           05 ws-total-quality-changed pic zzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-no-calendar-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(46)
               value "no working-days calendar for the fiscal year -".
           05 filler                   pic x(28)
               value " minimum calls not pro-rated".
           05 filler                   pic x(56) value spaces.
      *
       01 ws-no-tier-file-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(19)
               value " empty payroll file".
           05 filler                   pic x(68) value spaces.
      *
       01 ws-no-quality-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(48)
               value "no QA evaluations on hand for the fiscal year - ".
           05 filler                   pic x(40)
               value "tiers with a quality gate cannot be paid".
           05 filler                   pic x(42) value spaces.
      *
      *payroll interface record layouts - all 30 bytes, first byte
      * says which; payroll balances the detail count & amount hash
      * code below comes from it
           perform 045-load-queue-file.
      *
      *the working-days calendar decides whether leave pro-rates
      * the minimum-calls test this run
           if ws-param-fiscal-year not = 0
               perform 060-load-work-calendar
           end-if.
      *
      *pick up the operator master, if one has been built
           perform 085-read-master-file.
      *
           open input  emp-file,
                input  accepted-file,
                input  tier-file,
                input  leave-file,
                input  qa-file,
                output payroll-file,
                output report-file.
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
           close emp-file
                 accepted-file
                 tier-file
                 leave-file
                 qa-file
                 payroll-file
                 report-file.
      *
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * call ceiling, & the fiscal year where the card carries one;
      * a bad or missing card stops the run with return code 16 & a
      * console message
           open input parm-file.
           if ws-parm-ok
               read parm-file
           end-if.
      *
           move parm-call-ceiling      to ws-call-ceiling.
      *
      *the fiscal year is only wanted for the leave pro-rating - a
      * card without one pays on the minimum-calls test as written
           if parm-fiscal-year numeric
             and parm-fiscal-year not = '0000'
               move parm-fiscal-year   to ws-param-fiscal-year
           end-if.
      *
       045-load-queue-file.
      *loads the queue reference kept by A7-QueueRefMaint - queue
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
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
      *
           if not ws-prorate-for-leave
               write report-line from ws-no-calendar-line
                   after advancing 1 lines
           end-if.
      *
       150-load-tier-table.
      *loads the tier rules, dropping any garbled line, then sorts
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
                                 to ws-tier-tbl-aht(ws-tier-count)
                               move tier-amount
                                 to ws-tier-tbl-amount(ws-tier-count)
                               perform 155-load-tier-gate
                           end-if
                   end-read
               end-perform
                                       to ws-tier-echo-aht
                   move ws-tier-tbl-amount(ws-tier-ctr)
                                       to ws-tier-echo-amount
                   move ws-tier-tbl-quality(ws-tier-ctr)
                                       to ws-tier-echo-quality
                   move spaces         to ws-tier-echo-no-fail
                   if ws-tier-tbl-fail-bars(ws-tier-ctr)
                       move '  no auto-fail'
                                       to ws-tier-echo-no-fail
                   end-if
                   write report-line from ws-tier-echo-line
                       after advancing 1 lines
               end-perform
               if ws-tiers-quality-gated and not ws-qa-open
                   write report-line from ws-no-quality-line
                       after advancing 2 lines
               end-if
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
             giving ws-op-aht-avg.
           divide ws-op-sla-total by ws-months-loaded
             giving ws-op-sla-avg.
      *
           perform 315-prorate-for-leave.
           perform 325-gather-quality.
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
       325-gather-quality.
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
                           perform 327-tally-evaluation
                   end-read
               end-perform
           end-if.
      *
           if ws-op-qa-count > 0
               divide ws-op-qa-total by ws-op-qa-count
                 giving ws-op-qa-avg rounded
           end-if.
      *
       327-tally-evaluation.
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
       340-award-tier.
      *tries the tiers best first - the first tier whose calls, SLA &
      * AHT tests all pass is the one paid. The raw tier is found
      * first with the minimum-calls test as written, then the paid
      * tier with it pro-rated for approved leave. Both are subject
      * to the tiers' quality gates; the paid tier is also found
      * without them, so the tiers the gate held back can be counted
           move 'y'                    to ws-quality-gate-flag.
           move 1                      to ws-tier-factor.
           perform 345-find-tier.
           move ws-tier-found-flag     to ws-raw-found-flag.
           move ws-tier-found-idx      to ws-raw-found-idx.
      *
           move ws-op-factor           to ws-tier-factor.
           move 'n'                    to ws-quality-gate-flag.
           perform 345-find-tier.
           move ws-tier-found-flag     to ws-volume-found-flag.
           move ws-tier-found-idx      to ws-volume-found-idx.
      *
           move 'y'                    to ws-quality-gate-flag.
           perform 345-find-tier.
           move 0                      to ws-op-bonus.
           if ws-tier-found-flag not = ws-raw-found-flag
             or ws-tier-found-idx not = ws-raw-found-idx
               add 1                   to ws-leave-changed-count
           end-if.
           if ws-tier-found-flag not = ws-volume-found-flag
             or ws-tier-found-idx not = ws-volume-found-idx
               add 1                   to ws-quality-changed-count
           end-if.
      *
           if ws-tier-awarded
               move ws-tier-tbl-amount(ws-tier-found-idx)
           else
               add 1                   to ws-no-tier-count
           end-if.
      *
       345-find-tier.
           move 'n'                    to ws-tier-found-flag.
           move 0                      to ws-tier-found-idx.
           perform varying ws-tier-ctr from 1 by 1
             until ws-tier-ctr > ws-tier-count
               or ws-tier-awarded
               compute ws-tier-min-calls rounded =
                   ws-tier-tbl-calls(ws-tier-ctr) * ws-tier-factor
               if ws-emp-total >= ws-tier-min-calls
                 and ws-op-sla-avg >= ws-tier-tbl-sla(ws-tier-ctr)
                 and ws-op-aht-avg <= ws-tier-tbl-aht(ws-tier-ctr)
                   move 'y'            to ws-quality-pass-flag
                   if ws-quality-gate-on
                       perform 347-test-quality-gate
                   end-if
                   if ws-quality-passed
                       move 'y'        to ws-tier-found-flag
                       move ws-tier-ctr to ws-tier-found-idx
                   end-if
               end-if
           end-perform.
      *
       347-test-quality-gate.
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
       350-write-calc-line.
           move emp-rec-num            to ws-calc-num.
           move ws-emp-total           to ws-calc-calls.
           move ws-op-sla-avg          to ws-calc-sla.
           move ws-op-aht-avg          to ws-calc-aht.
           move ws-op-appr-leave       to ws-calc-leave.
           move ws-op-min-pct          to ws-calc-min-pct.
           move ws-op-qa-count         to ws-calc-qa-count.
           if ws-op-qa-count > 0
               move ws-op-qa-avg       to ws-calc-qa-avg
           else
               move '  -'              to ws-calc-qa-avg-x
           end-if.
           move ws-op-qa-fails         to ws-calc-qa-fails.
           if ws-raw-awarded
               move spaces             to ws-calc-raw-tier
               move ws-tier-tbl-level(ws-raw-found-idx)
                                       to ws-calc-raw-level
               move ws-tier-tbl-amount(ws-raw-found-idx)
                                       to ws-calc-raw-amount
           else
               move 'none'             to ws-calc-raw-tier
               move 0                  to ws-calc-raw-amount
           end-if.
           if ws-tier-awarded
               move spaces             to ws-calc-tier
               move ws-tier-tbl-level(ws-tier-found-idx)
           move ws-qualified-count     to ws-total-qualified.
           move ws-no-tier-count       to ws-total-no-tier.
           move ws-bonus-hash-total    to ws-total-hash.
           move ws-leave-changed-count to ws-total-leave-changed.
           move ws-quality-changed-count
                                       to ws-total-quality-changed.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
               after advancing 1 lines.
           write report-line from ws-total-line4
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       end program A7-BonusCalc.
