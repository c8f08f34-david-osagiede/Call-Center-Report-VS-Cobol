      * listing every operator it prints only the operators whose
      * overall monthly call average falls below a supplied threshold,
      * together with which months they missed that threshold in.
      * Where the basis setting asks for it & the working-days
      * calendar covers the parameter card's fiscal year, operators
      * are judged on the days they actually worked instead - each
      * month's threshold is scaled to the
      * share of its working days not on leave (per A7-LeaveMaint's
      * leave file), the average is taken over those full-month
      * equivalents, & a month spent wholly on leave shows as off
      * rather than missed.
      *
       environment division.
       input-output section.
           select emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential.
      *
      *the basis setting - one line, kept by operations like the
      * tier file: c judges operators on calendar months, w on the
      * days they worked; optional, with no usable line calendar
      * months stand
           select optional basis-file
               assign to '../../../data/A7-ExceptionBasis.dat'
               organization is line sequential
               file status  is ws-basis-status.
      *
      *the working-days calendar maintained by operations - optional;
      * with worked days asked for & the card's fiscal year fully on
      * it operators are judged on worked days, otherwise on calendar
      * months as before
           select optional calendar-file
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
           select report-file
               assign to '../../../data/A7-CCExceptionReport.out'
           record contains 126 characters.
      *
           copy EMPREC.
      *
       fd basis-file
           data record is bas-rec
           record contains 10 characters.
      *
       01 bas-rec.
           05 bas-basis                pic x(1).
               88 bas-worked-days             value 'w'.
               88 bas-calendar-months         value 'c'.
           05 filler                   pic x(9).
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
       fd report-file
           data record is report-line
      *
       01 ws-param-threshold           pic 9(3) value 0.
      *
      *fiscal year parameter, from the run parameter card - only
      * needed, & only edited, for the worked-day basis
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *the basis asked for on the basis setting - calendar months
      * when there is no usable line
       01 ws-basis-control.
           05 ws-basis-status        pic xx    value spaces.
               88 ws-basis-ok                  value '00'.
           05 ws-basis-read-flag     pic x     value 'n'.
               88 ws-basis-read                value 'y'.
           05 ws-basis-asked-flag    pic x     value 'c'.
               88 ws-worked-days-asked         value 'w'.
      *
      *the fiscal year's working days by fiscal month, off the
      * working-days calendar; the worked-day basis applies only when
      * the basis setting asks for it & all twelve months are on it
       01 ws-calendar-control.
           05 ws-calendar-status     pic xx    value spaces.
               88 ws-calendar-ok               value '00'.
           05 ws-calendar-eof-flag   pic x     value 'n'.
               88 ws-calendar-end-of-file      value 'y'.
           05 ws-cal-month-count     pic 99    value 0.
           05 ws-basis-flag          pic x     value 'c'.
               88 ws-worked-day-basis          value 'w'.
               88 ws-calendar-month-basis      value 'c'.
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
      *worked-day arithmetic for the record in hand - days worked per
      * month, their total, the full-month equivalents worked (each
      * month's worked share of its working days) & one month's
      * scaled threshold
       01 ws-worked-fields.
           05 ws-wk-worked             pic 9(3) occurs 12 value 0.
           05 ws-wk-total              pic 9(4) value 0.
           05 ws-wk-month-equiv        pic 9(2)v9(4) value 0.
           05 ws-wk-expected           pic 9(3)v99 value 0.
           05 ws-wk-all-off-flag       pic x    value 'n'.
               88 ws-wk-all-off               value 'y'.
       01 ws-wk-total-edit             pic zzz9.
      *
      *run parameter card control - a bad or missing card stops the
      * run cold with return code 16 rather than silently listing
      * nobody against a garbage threshold
               value 'call ceiling:         '.
           05 ws-parm-echo-ceiling     pic zz9.
           05 filler                   pic x(101) value spaces.
      *
       01 ws-parm-page-line3.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(22)
               value 'operators judged on:  '.
           05 ws-parm-echo-basis       pic x(60).
           05 filler                   pic x(44) value spaces.
      *
      *record validation - same garbled-extract checks
      * A7-CallCenterOpReport makes before it will total a record
           05 filler                   pic x(3) value 'aht'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(3) value 'sla'.
           05 filler                   pic x(1) value spaces.
           05 filler                   pic x(3) value 'wkd'.
      *
       01 ws-heading-line2.
           05 filler                   pic x(5) value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 ws-detail-line-sla       pic zz9.
           05 filler                   pic x(1)
               value spaces.
           05 ws-detail-line-wkd       pic x(4).
      *
       procedure division.
      *
      * bad or missing card stops the run here, with nothing opened
           perform 040-read-parameters.
      *
      *settle the basis operators are judged on - worked days where
      * the setting asks for them & the calendar covers the fiscal
      * year, calendar months if not
           perform 050-read-basis.
           perform 060-load-work-calendar.
      *
      *open files
           open input  emp-file,
                input  leave-file,
                output report-file.
           if ws-leave-ok
               move 'y'                to ws-leave-open-flag
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
               until ws-end-of-file.
      *
           close emp-file
                 leave-file
                 report-file.
      *
           stop run.
      *
           move parm-threshold         to ws-param-threshold.
           move parm-call-ceiling      to ws-call-ceiling.
      *
      *the fiscal year is only wanted for the worked-day basis - a
      * card without one is judged on calendar months, as always
           if parm-fiscal-year numeric
             and parm-fiscal-year not = '0000'
               move parm-fiscal-year   to ws-param-fiscal-year
           end-if.
      *
       050-read-basis.
      *takes the basis off the setting's line when it is c or w -
      * otherwise operators are judged on calendar months
           open input basis-file.
           if ws-basis-ok
               read basis-file
                   at end move 'n'      to ws-basis-read-flag
                   not at end move 'y'  to ws-basis-read-flag
               end-read
               close basis-file
           end-if.
      *
           if ws-basis-read and bas-worked-days
               move 'w'                to ws-basis-asked-flag
           end-if.
      *
       060-load-work-calendar.
      *loads the working days for each month of the card's fiscal
      * year, dropping a garbled line - only when worked days are
      * asked for & all twelve months are on hand are operators
      * judged on worked days
           if ws-worked-days-asked and ws-param-fiscal-year not = 0
               open input calendar-file
               if ws-calendar-ok
                   perform until ws-calendar-end-of-file
                       read calendar-file
                           at end move 'y' to ws-calendar-eof-flag
                           not at end
                               perform 065-load-calendar-month
                       end-read
                   end-perform
                   close calendar-file
               end-if
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
               move 'w'                to ws-basis-flag
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
       100-print-headings.
      *
               after advancing 1 line.
           write report-line from ws-parm-page-line2
               after advancing 1 line.
           if ws-worked-day-basis
               move 'days worked (working-days calendar)'
                                       to ws-parm-echo-basis
           else
               if ws-worked-days-asked
                   move 'calendar months (worked days asked for, calend
      -                 'ar incomplete)'
                                       to ws-parm-echo-basis
               else
                   move 'calendar months'
                                       to ws-parm-echo-basis
               end-if
           end-if.
           write report-line from ws-parm-page-line3
               after advancing 1 line.
      *
           write report-line from ws-heading-line1
               after advancing 2 lines.
               divide ws-op-sla-total by ws-months-loaded
                 giving ws-op-sla-avg
      *
               move 'n'                    to ws-wk-all-off-flag
               if ws-worked-day-basis
                   perform 320-figure-worked-days
               else
                   divide ws-emp-total by ws-months-loaded
                     giving ws-average-r remainder ws-rem-emp
               end-if
      *
      *only operators below the threshold get listed - everyone
      * else falls straight through to the unconditional read below
      * without ever entering this if; an operator on leave for every
      * month loaded has nothing to be judged on
               if ws-average-r < ws-param-threshold
                 and not ws-wk-all-off
                   move emp-rec-num        to ws-detail-line-num
                   move emp-rec-name       to ws-detail-line-name
                   move ws-average-r       to ws-detail-line-avg
                   move ws-op-aht-avg      to ws-detail-line-aht
                   move ws-op-sla-avg      to ws-detail-line-sla
                   move spaces             to ws-detail-line-wkd
                   if ws-worked-day-basis
                       move ws-wk-total    to ws-wk-total-edit
                       move ws-wk-total-edit
                                           to ws-detail-line-wkd
                   end-if
      *mark which months this operator missed the threshold in
                   perform varying ws-ctr from 1 by 1
                     until ws-ctr > ws-number-of-months
                       move spaces
                         to ws-detail-line-missed(ws-ctr)
                       if ws-worked-day-basis
                           perform 325-mark-worked-month
                       else
                           if emp-rec-calls(ws-ctr)
                                < ws-param-threshold
                               move ws-month-name(ws-ctr)
                                 to ws-detail-line-missed(ws-ctr)
                           end-if
                       end-if
                   end-perform
      *
      * read next record (if any), whether this one was valid/listed
      * or not
           perform 200-read-input-file.
      *
       320-figure-worked-days.
      *days worked in each month loaded - working days less leave,
      * leave capped at the month's working days - & the average
      * over full-month equivalents worked: an operator who worked
      * half of a month is expected half a month's calls in it
           perform 330-count-leave.
      *
           move 0                      to ws-wk-total.
           move 0                      to ws-wk-month-equiv.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move 0                  to ws-wk-worked(ws-ctr)
               if ws-ctr <= ws-months-loaded
                 and ws-cal-days(ws-ctr) > 0
                   if ws-lv-days(ws-ctr) < ws-cal-days(ws-ctr)
                       subtract ws-lv-days(ws-ctr)
                         from ws-cal-days(ws-ctr)
                         giving ws-wk-worked(ws-ctr)
                   end-if
                   add ws-wk-worked(ws-ctr) to ws-wk-total
                   compute ws-wk-month-equiv = ws-wk-month-equiv
                       + ws-wk-worked(ws-ctr) / ws-cal-days(ws-ctr)
               end-if
           end-perform.
      *
           if ws-wk-month-equiv = 0
               move 'y'                to ws-wk-all-off-flag
               move 0                  to ws-average-r
           else
               divide ws-emp-total by ws-wk-month-equiv
                 giving ws-average-r
           end-if.
      *
       325-mark-worked-month.
      *a month is missed when its calls fall short of the threshold
      * scaled to the days worked in it; a month with no day worked
      * is marked off, & a month not yet loaded is left blank
           if ws-ctr <= ws-months-loaded
               if ws-wk-worked(ws-ctr) = 0
                   move 'off'          to ws-detail-line-missed(ws-ctr)
               else
                   compute ws-wk-expected = ws-param-threshold
                       * ws-wk-worked(ws-ctr) / ws-cal-days(ws-ctr)
                   if emp-rec-calls(ws-ctr) < ws-wk-expected
                       move ws-month-name(ws-ctr)
                         to ws-detail-line-missed(ws-ctr)
                   end-if
               end-if
           end-if.
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
       250-validate-record.
      *checks the incoming operator record for the same garbled-
