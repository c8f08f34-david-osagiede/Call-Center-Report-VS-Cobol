       identification division.
       program-id. A7-Productivity.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program prints the worked-day
      * productivity report - calls per day actually worked, by
      * operator & by team. A month's working days come off the
      * working-days calendar for the fiscal year; an operator's days
      * off come off the leave file kept by A7-LeaveMaint (every leave
      * code, approved or not, since a day off the phones is a day
      * not worked). Days worked is working days less leave over the
      * months loaded, & calls per worked day is the year-to-date
      * calls over it - so an operator who spent a fortnight on
      * annual leave is no longer measured as if they had been on
      * the phones all month. Operators come out in team then
      * operator order with a subtotal per team & a centre total;
      * each month counts under the team the operator sat on that
      * month on the team-assignment history, so an operator who
      * moved shows once per team as a part year, carrying only the
      * calls, working days & leave of the months spent there.
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
      *the operator master, so the report covers exactly the records
      * the official report reports - optional, same there
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
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
      *the working-days calendar maintained by operations - without
      * the fiscal year's twelve months on it there is no days-worked
      * figure to print, so the run stops
           select calendar-file
               assign to '../../../data/A7-WorkCalendar.dat'
               organization is line sequential
               file status  is ws-calendar-status.
      *
      *the leave file kept by A7-LeaveMaint - optional, with none
      * every working day counts as worked
           select optional leave-file
               assign to '../../../data/A7-Leave.dat'
               organization is indexed
               access is dynamic
               record key is lvr-key
               file status  is ws-leave-status.
      *
           select sort-file
               assign to '../../../data/A7-ProdSort.tmp'.
      *
           select report-file
               assign to '../../../data/A7-Productivity.out'
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
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
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
       sd sort-file
           data record is srt-rec.
      *
      *team & operator number to order by, then the operator's
      * figures over the months loaded - for an operator who moved,
      * over the loaded months spent on that team
       01 srt-rec.
           05 srt-team                 pic 9(1).
           05 srt-num                  pic x(3).
           05 srt-name                 pic x(12).
           05 srt-loaded               pic 9(2).
           05 srt-calls                pic 9(5).
           05 srt-working              pic 9(3).
           05 srt-leave                pic 9(3).
           05 srt-worked               pic 9(3).
      *y = one team's share of an operator who moved during the year
           05 srt-part-year            pic x(1).
               88 srt-is-part-year            value 'y'.
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
      *the release-side split of an operator who moved team - each
      * month's team, & the team whose share is being released
       01 ws-release-split.
           05 ws-rel-month-team        pic 9    occurs 12.
           05 ws-rel-moved-flag        pic x    value 'n'.
               88 ws-rel-moved                  value 'y'.
           05 ws-seg-team              pic 99   value 0.
           05 ws-seg-used-flag         pic x    value 'n'.
               88 ws-seg-used                   value 'y'.
      *
      *the fiscal year's working days by fiscal month, off the
      * working-days calendar
       01 ws-calendar-control.
           05 ws-calendar-status     pic xx    value spaces.
               88 ws-calendar-ok               value '00'.
           05 ws-calendar-eof-flag   pic x     value 'n'.
               88 ws-calendar-end-of-file      value 'y'.
           05 ws-cal-month-count     pic 99    value 0.
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
      *per-operator figure arithmetic over the months loaded
       01 ws-op-fields.
           05 ws-emp-total             pic 9(5) value 0.
           05 ws-months-loaded         pic 99   value 12.
           05 ws-op-working            pic 9(3) value 0.
           05 ws-op-leave              pic 9(3) value 0.
           05 ws-op-month-leave        pic 9(3) value 0.
      *
      *team & centre totals, built as the sorted operators come back
       01 ws-total-fields.
           05 ws-current-team          pic 9    value 0.
           05 ws-team-ops              pic 9(4) value 0.
           05 ws-team-calls            pic 9(7) value 0.
           05 ws-team-working          pic 9(6) value 0.
           05 ws-team-leave            pic 9(6) value 0.
           05 ws-team-worked           pic 9(6) value 0.
           05 ws-comp-calls            pic 9(8) value 0.
           05 ws-comp-working          pic 9(7) value 0.
           05 ws-comp-leave            pic 9(7) value 0.
           05 ws-comp-worked           pic 9(7) value 0.
           05 ws-per-day               pic 9(5)v9 value 0.
      *
       01 ws-counts.
           05 ws-read-count            pic 9(7) value 0.
           05 ws-reject-count          pic 9(7) value 0.
      *
      *calls per worked day is edited through this scratch field
      * first, so an operator with no day worked can show n/a
       01 ws-per-day-edit              pic zzzz9.9.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '   worked-day productivity   '.
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
               value 'calls per day worked - fy '.
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
       01 ws-column-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'team'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'op#'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value 'name'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value 'thru'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value '   calls'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'wrk days'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'leave   '.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'worked  '.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(10) value 'calls/day '.
           05 filler                   pic x(39) value spaces.
      *
       01 ws-detail-line.
           05 filler                   pic x(4) value spaces.
           05 ws-dl-team               pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-num                pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-name               pic x(12).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-thru               pic x(4).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-calls              pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-dl-working            pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-dl-leave              pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-dl-worked             pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-dl-per-day            pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-part               pic x(9).
           05 filler                   pic x(28) value spaces.
      *
       01 ws-team-total-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(12) value 'team total: '.
           05 ws-tt-team               pic x(10).
           05 filler                   pic x(1) value spaces.
           05 ws-tt-ops                pic zzz9.
           05 filler                   pic x(6) value ' ops  '.
           05 ws-tt-calls              pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-tt-working            pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-tt-leave              pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-tt-worked             pic z(7)9.
           05 filler                   pic x(2) value spaces.
           05 ws-tt-per-day            pic x(10).
           05 filler                   pic x(39) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'operators reported:                 '.
           05 ws-total-ops             pic zzzz9.
           05 filler                   pic x(89) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'centre calls / days worked:         '.
           05 ws-total-calls           pic z(7)9.
           05 filler                   pic x(3) value ' / '.
           05 ws-total-worked          pic z(6)9.
           05 filler                   pic x(3) value ' = '.
           05 ws-total-per-day         pic x(10).
           05 filler                   pic x(63) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'snapshot records failing the edits: '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(89) value spaces.
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
      *the fiscal year's working days - no calendar, no report
           perform 060-load-work-calendar.
      *
      *pick up the operator master & team history, where kept
           perform 085-read-master-file.
           perform 087-read-team-history.
      *
      *open files
           open input  emp-file,
                input  accepted-file,
                input  leave-file,
                output report-file.
           if ws-leave-ok
               move 'y'                to ws-leave-open-flag
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
           move ws-param-fiscal-year   to ws-heading-fy-start.
           compute ws-heading-fy-end = ws-param-fiscal-year + 1.
           compute ws-leave-fy-start =
               ws-param-fiscal-year * 10000 + 701.
           compute ws-leave-fy-end =
               (ws-param-fiscal-year + 1) * 10000 + 630.
      *
      *output first headings
           perform 100-print-headings.
      *
      *figure every operator's worked days, then print them in team
      * then operator order with the team subtotals
           sort sort-file
               ascending key srt-team srt-num
               input procedure is 300-release-operators
               output procedure is 400-print-operators.
      *
      *output total lines
           perform 500-print-totals.
      *
      *close files
           close emp-file
                 accepted-file
                 leave-file
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
               display 'A7-Productivity: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-Productivity: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-call-ceiling not numeric
             or parm-call-ceiling = '000'
               display 'A7-Productivity: call ceiling on '
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
               display 'A7-Productivity: queue reference file '
                       'missing or has no active queue - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       060-load-work-calendar.
      *loads the working days for each month of the parameter card's
      * fiscal year, dropping a garbled line; all twelve months must
      * be there, since a missing month would make everyone in it
      * look idle - anything less stops the run with return code 16
           open input calendar-file.
           if ws-calendar-ok
               perform until ws-calendar-end-of-file
                   read calendar-file
                       at end move 'y'  to ws-calendar-eof-flag
                       not at end
                           if wcl-fy numeric and wcl-month numeric
                             and wcl-working-days numeric
                             and wcl-fy = ws-param-fiscal-year
                             and wcl-month >= 1 and wcl-month <= 12
                               move wcl-working-days
                                 to ws-cal-days(wcl-month)
                               move 'y'
                                 to ws-cal-loaded-flag(wcl-month)
                           end-if
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
           if ws-cal-month-count < ws-number-of-months
               display 'A7-Productivity: working-days calendar does '
                       'not cover the fiscal year - run stopped'
               move 16                 to return-code
               stop run
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
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
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
           if not ws-leave-open
               move 'no leave file - every working day counted'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 lines
           end-if.
      *
           write report-line from ws-column-heading
               after advancing 2 lines.
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
       300-release-operators.
      *reads the snapshot, figures each valid operator's worked days
      * over the months loaded & hands them to the sort - records the
      * official report would reject are only counted
           perform 200-read-input-file.
           perform until ws-end-of-file
               perform 250-validate-record
               if ws-record-valid
                   add 1               to ws-read-count
                   perform 310-figure-operator
               else
                   add 1               to ws-reject-count
               end-if
               perform 200-read-input-file
           end-perform.
      *
       310-figure-operator.
      *an operator who sat on one team all year goes to the sort as
      * is; one who moved goes once per team, carrying only the
      * months spent there
           if emp-rec-loaded-thru numeric
             and emp-rec-loaded-thru >= 1
             and emp-rec-loaded-thru <= 12
               move emp-rec-loaded-thru to ws-months-loaded
           else
               move ws-number-of-months to ws-months-loaded
           end-if.
      *
           perform 330-count-leave.
      *
           move 'n'                    to ws-rel-moved-flag.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move ws-ctr             to ws-hist-month
               perform 257-resolve-month-team
               move ws-month-team      to ws-rel-month-team(ws-ctr)
               if ws-month-team not = emp-rec-team
                   move 'y'            to ws-rel-moved-flag
               end-if
           end-perform.
      *
           if ws-rel-moved
               move 'y'                to srt-part-year
               perform 320-release-team-share
                   varying ws-seg-team from 1 by 1
                   until ws-seg-team > ws-max-queues
           else
               move 'n'                to srt-part-year
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-months
                   move emp-rec-team   to ws-rel-month-team(ws-ctr)
               end-perform
               move emp-rec-team       to ws-seg-team
               perform 320-release-team-share
           end-if.
      *
       320-release-team-share.
      *calls, working days, leave days & days worked over the loaded
      * months spent on team ws-seg-team - leave in a month is capped
      * at that month's working days, so a mis-keyed booking cannot
      * drive days worked below nothing; a team the operator spent
      * no loaded month on releases nothing
           move 'n'                    to ws-seg-used-flag.
           move 0                      to ws-emp-total.
           move 0                      to ws-op-working.
           move 0                      to ws-op-leave.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-months-loaded
               if ws-rel-month-team(ws-ctr) = ws-seg-team
                   move 'y'            to ws-seg-used-flag
                   add emp-rec-calls(ws-ctr) to ws-emp-total
                   add ws-cal-days(ws-ctr) to ws-op-working
                   move ws-lv-days(ws-ctr) to ws-op-month-leave
                   if ws-op-month-leave > ws-cal-days(ws-ctr)
                       move ws-cal-days(ws-ctr)
                                       to ws-op-month-leave
                   end-if
                   add ws-op-month-leave to ws-op-leave
               end-if
           end-perform.
      *
           if ws-seg-used
               move ws-seg-team        to srt-team
               move emp-rec-num        to srt-num
               move emp-rec-name       to srt-name
               move ws-months-loaded   to srt-loaded
               move ws-emp-total       to srt-calls
               move ws-op-working      to srt-working
               move ws-op-leave        to srt-leave
               subtract ws-op-leave from ws-op-working
                 giving srt-worked
               release srt-rec
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
       330-count-leave.
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
                           perform 335-tally-leave-day
                   end-read
               end-perform
           end-if.
      *
       335-tally-leave-day.
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
       400-print-operators.
      *prints the sorted operators, with a subtotal each time the team
      * changes & after the last one
           move 0                      to ws-current-team.
           perform 410-return-sorted-operator.
           perform until ws-sort-end-of-file
               if srt-team not = ws-current-team
                   if ws-current-team not = 0
                       perform 430-print-team-total
                   end-if
                   move srt-team       to ws-current-team
               end-if
               perform 420-print-operator
               perform 410-return-sorted-operator
           end-perform.
           if ws-current-team not = 0
               perform 430-print-team-total
           end-if.
      *
       410-return-sorted-operator.
           return sort-file
               at end move 'y'         to ws-sort-eof-flag.
      *
       420-print-operator.
           move ws-queue-tbl-name(srt-team) to ws-dl-team.
           move srt-num                to ws-dl-num.
           move srt-name               to ws-dl-name.
           move ws-month-name(srt-loaded) to ws-dl-thru.
           move srt-calls              to ws-dl-calls.
           move srt-working            to ws-dl-working.
           move srt-leave              to ws-dl-leave.
           move srt-worked             to ws-dl-worked.
           if srt-is-part-year
               move 'part year'        to ws-dl-part
           else
               move spaces             to ws-dl-part
           end-if.
           if srt-worked = 0
               move '       n/a'       to ws-dl-per-day
           else
               divide srt-calls by srt-worked
                 giving ws-per-day rounded
               move ws-per-day         to ws-per-day-edit
               move ws-per-day-edit    to ws-dl-per-day
           end-if.
           write report-line from ws-detail-line
               after advancing 1 lines.
      *
           add 1                       to ws-team-ops.
           add srt-calls               to ws-team-calls.
           add srt-working             to ws-team-working.
           add srt-leave               to ws-team-leave.
           add srt-worked              to ws-team-worked.
      *
       430-print-team-total.
      *the team's subtotal line, rolled into the centre total & reset
           move ws-queue-tbl-name(ws-current-team) to ws-tt-team.
           move ws-team-ops            to ws-tt-ops.
           move ws-team-calls          to ws-tt-calls.
           move ws-team-working        to ws-tt-working.
           move ws-team-leave          to ws-tt-leave.
           move ws-team-worked         to ws-tt-worked.
           if ws-team-worked = 0
               move '       n/a'       to ws-tt-per-day
           else
               divide ws-team-calls by ws-team-worked
                 giving ws-per-day rounded
               move ws-per-day         to ws-per-day-edit
               move ws-per-day-edit    to ws-tt-per-day
           end-if.
           write report-line from ws-team-total-line
               after advancing 1 lines.
           move spaces                 to report-line.
           write report-line
               after advancing 1 lines.
      *
           add ws-team-calls           to ws-comp-calls.
           add ws-team-working         to ws-comp-working.
           add ws-team-leave           to ws-comp-leave.
           add ws-team-worked          to ws-comp-worked.
           move 0                      to ws-team-ops.
           move 0                      to ws-team-calls.
           move 0                      to ws-team-working.
           move 0                      to ws-team-leave.
           move 0                      to ws-team-worked.
      *
       500-print-totals.
      *
           move ws-read-count          to ws-total-ops.
           move ws-comp-calls          to ws-total-calls.
           move ws-comp-worked         to ws-total-worked.
           if ws-comp-worked = 0
               move '       n/a'       to ws-total-per-day
           else
               divide ws-comp-calls by ws-comp-worked
                 giving ws-per-day rounded
               move ws-per-day         to ws-per-day-edit
               move ws-per-day-edit    to ws-total-per-day
           end-if.
           move ws-reject-count        to ws-total-rejects.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
           write report-line from ws-total-line3
               after advancing 1 lines.
      *
       end program A7-Productivity.
