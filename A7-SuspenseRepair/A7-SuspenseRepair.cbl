      * ones that now pass to the accepted-corrections file the next
      * report run picks up, and leaves the rest - still-bad
      * corrections & suspense nobody corrected - on the residual
      * suspense file to come forward again, ageing as they go. An
      * accepted correction brings its whole year into the totals for
      * the first time, so one carrying calls in a month the
      * period-close file shows closed for bonus or cost allocation
      * is flagged on the log as owing a true-up.
      *
       environment division.
       input-output section.
      *
      *the run-control parameter card shared across the stream -
      * this program takes its call ceiling from it, so its edits
      * reject exactly what the official report rejects, & the
      * fiscal year the period-close file is read for
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               record key is que-code
               file status  is ws-queue-status.
      *
      *the period-close control file - optional, with no file on
      * hand no month is closed
           select optional period-close-file
               assign to '../../../data/A7-PeriodClose.dat'
               organization is line sequential
               file status  is ws-close-status.
      *
      *the suspense file the last report run wrote - optional, since
      * a run with nothing rejected leaves nothing to repair & this
      * run should simply report zero suspense records read
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
       fd suspense-file
           data record is susp-rec
               88 ws-corr-ok                   value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-close-status        pic xx    value spaces.
               88 ws-close-ok                  value '00'.
      *
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year the
      * suspense belongs to
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *the fiscal year's months as the period-close file has them,
      * indexed by fiscal month
       01 ws-close-table.
           05 ws-close-entry           occurs 12.
               10 ws-close-bonus-flag  pic x    value 'n'.
                   88 ws-close-bonus           value 'y'.
               10 ws-close-alloc-flag  pic x    value 'n'.
                   88 ws-close-alloc           value 'y'.
       01 ws-closed-touched-flag       pic x    value 'n'.
           88 ws-closed-touched                 value 'y'.
      *
      *the queue reference loaded by 045-load-queue-file - one entry
      * per possible queue code, indexed by the code itself, so the
           05 ws-still-bad-count       pic 9(5) value 0.
           05 ws-carried-count         pic 9(5) value 0.
           05 ws-unused-corr-count     pic 9(5) value 0.
           05 ws-closed-count          pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
           05 filler                   pic x(2) value spaces.
           05 ws-repair-reason         pic x(40).
           05 filler                   pic x(48) value spaces.
      *
      *the closed-month line under an accepted correction - each
      * closed month it carries calls for, by name
       01 ws-closed-line.
           05 filler                   pic x(16) value spaces.
           05 filler                   pic x(30)
               value 'carries calls in closed month:'.
           05 ws-closed-month-list     occurs 12.
               10 filler               pic x(1).
               10 ws-closed-month-name pic x(3).
           05 filler                   pic x(24)
               value ' - true-up due          '.
           05 filler                   pic x(14) value spaces.
      *
       01 ws-corr-load-overflow.
           05 filler                   pic x(2) value spaces.
               value 'corrections never matched:  '.
           05 ws-total-unused          pic zzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(28)
               value 'accepted into closed months:'.
           05 ws-total-closed          pic zzzz9.
           05 filler                   pic x(97) value spaces.
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
       procedure division.
      *
      * re-validation applies the same master checks the report does
           perform 085-read-master-file.
      *
      *which of the year's months are closed for bonus or allocation
           perform 070-read-period-close.
      *
      *open files
           open input  suspense-file,
                input  corr-file,
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * call ceiling & fiscal year; a bad or missing card stops the
      * run with return code 16 & a console message
           open input parm-file.
           if ws-parm-ok
               read parm-file
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-SuspenseRepair: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-call-ceiling      to ws-call-ceiling.
           move parm-fiscal-year       to ws-param-fiscal-year.
      *
       045-load-queue-file.
      *loads the queue reference kept by A7-QueueRefMaint - queue
               move 16                 to return-code
               stop run
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
       085-read-master-file.
      *loads the operator master kept by A7-OperatorMasterMaint, if
           end-if.
           write report-line from ws-repair-line
               after advancing 1 lines.
      *
           if ws-record-valid
               perform 320-check-closed-months
           end-if.
      *
       320-check-closed-months.
      *an accepted correction counts for the first time in every
      * month it carries calls for - any of them already closed for
      * bonus or allocation has been paid or posted without it
           move 'n'                    to ws-closed-touched-flag.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move spaces             to ws-closed-month-list(ws-ctr)
               if (ws-close-bonus(ws-ctr) or ws-close-alloc(ws-ctr))
                 and emp-rec-calls(ws-ctr) > 0
                   move 'y'            to ws-closed-touched-flag
                   move ws-month-name(ws-ctr)
                     to ws-closed-month-name(ws-ctr)
               end-if
           end-perform.
           if ws-closed-touched
               add 1                   to ws-closed-count
               write report-line from ws-closed-line
                   after advancing 1 lines
           end-if.
      *
       250-validate-record.
      *the same garbled-extract & master edits 250-validate-record
           move ws-still-bad-count     to ws-total-still-bad.
           move ws-carried-count       to ws-total-carried.
           move ws-unused-corr-count   to ws-total-unused.
           move ws-closed-count        to ws-total-closed.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       end program A7-SuspenseRepair.
